000351*                     (COPY ESTALAY) CON EXAMINADAS, ARCHIVADAS,
000352*                     RETENIDAS Y EL RETURN-CODE, PARA EL REPORTE
000353*                     CONSOLIDADO OPERRPT.
000354* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000355*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000356*                     RELOJ DEL SISTEMA PARA CALCULAR LA FECHA DE
000357*                     CORTE DE LA RETENCION Y EN ESTADIST. SIN
000358*                     CONTROL DE FECHA O CON EL DIA YA CERRADO LA
000359*                     CORRIDA SE RECHAZA CON RETURN-CODE 16.
000360* 15/10/2026  TL      REG-ARCHSAL Y REG-AUDITSAL PASAN DE 59 A 67
000361*                     POR EL NUEVO CAMPO AUD-SUPERVISOR DE LA
000362*                     COPY AUDITLAY.
000363*----------------------------------------------------------------
000364 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDITLOG ASSIGN TO AUDITLOG
000550 FD  ARCHSAL
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 01  REG-ARCHSAL                PIC X(67).
000590 FD  AUDITSAL
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  REG-AUDITSAL               PIC X(67).
000630 FD  REPORTE
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000734     88  WS-FS-ESTADIST-OK             VALUE "00".
000736     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000740 77  WS-FECHA-CORRIDA           PIC 9(08).
000741 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000742     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000750 77  WS-DIAS-RETENCION          PIC 9(03) VALUE 90.
000760 77  WS-FECHA-CORTE             PIC 9(08) VALUE 0.
000770 77  WS-DIAS-ENTEROS            PIC 9(07) VALUE 0.
001070*----------------------------------------------------------------
001080 1000-INICIALIZAR.
001090     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001100     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001110     COMPUTE WS-DIAS-ENTEROS =
001120         FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
001130         - WS-DIAS-RETENCION
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001321*----------------------------------------------------------------
001322* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001323* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001324* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001325* TOCAR NINGUN ARCHIVO
001326*----------------------------------------------------------------
001327 1050-OBTENER-FECHA-PROCESO.
001328     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001329     IF NOT WS-FECHA-PROC-ABIERTA
001330         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001331             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001332         MOVE 16 TO RETURN-CODE
001333         STOP RUN
001334     END-IF.
001335 1050-EXIT.
001336     EXIT.
001337*----------------------------------------------------------------
001340* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-3 = PLAZO DE
001350* RETENCION EN DIAS. SIN PARM SE MANTIENE EL PLAZO HABITUAL DE
001360* 90 DIAS. UN PLAZO DE CERO SE RECHAZA: EQUIVALDRIA A VACIAR LA
002420         OPEN OUTPUT ESTADIST
002421     END-IF
002422     MOVE "AUDPURGE" TO EST-PROGRAMA
002423     MOVE WS-FECHA-CORRIDA TO EST-FECHA
002424     ACCEPT EST-HORA FROM TIME
002425     MOVE WS-CNT-EXAMINADOS TO EST-CNT-1
002426     MOVE WS-CNT-ARCHIVADOS TO EST-CNT-2
