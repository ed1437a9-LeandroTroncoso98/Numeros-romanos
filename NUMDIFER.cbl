000360*                     RETURN-CODE 8 Y LA COLA NO DEBE BORRARSE;
000370*                     CON RETURN-CODE 0 EL JCL PUEDE VACIARLA,
000380*                     CON EL LOTE YA GRABADO A SALVO.
000381* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000382*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000383*                     RELOJ DEL SISTEMA EN EL LOTE DE DIFERIDOS Y
000384*                     ESTADIST. SIN CONTROL DE FECHA O CON EL DIA
000385*                     YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-
000386*                     CODE 16.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000990     88  WS-FS-ESTADIST-OK             VALUE "00".
001000     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001010 77  WS-FECHA-CORRIDA           PIC 9(08).
001011 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001012     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001020 01  WS-TOTALES-CONTROL.
001030     05  WS-CNT-DRENADAS        PIC 9(06) VALUE 0.
001040     05  WS-CNT-GRABADAS        PIC 9(06) VALUE 0.
001320* SOLICITUDES DIFERIDAS Y NO SE ARMA NINGUN LOTE.
001330*----------------------------------------------------------------
001340 1000-INICIALIZAR.
001350     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001360     OPEN INPUT NUMODIF
001370     IF WS-FS-NUMODIF-NO-EXISTE
001380         DISPLAY "SIN SOLICITUDES DIFERIDAS: LA COLA NUMODIF NO"
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001481*----------------------------------------------------------------
001482* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001483* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001484* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001485* TOCAR NINGUN ARCHIVO
001486*----------------------------------------------------------------
001487 1050-OBTENER-FECHA-PROCESO.
001488     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001489     IF NOT WS-FECHA-PROC-ABIERTA
001490         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001491             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001492         MOVE 16 TO RETURN-CODE
001493         STOP RUN
001494     END-IF.
001495 1050-EXIT.
001496     EXIT.
001497*----------------------------------------------------------------
001500* LEE UNA SOLICITUD DE LA COLA DRENADA Y ACTIVA EL SWITCH DE FIN
001510*----------------------------------------------------------------
001520 1300-LEER-SOLICITUD.
003080         OPEN OUTPUT ESTADIST
003090     END-IF
003100     MOVE "NUMDIFER" TO EST-PROGRAMA
003110     MOVE WS-FECHA-CORRIDA TO EST-FECHA
003120     ACCEPT EST-HORA FROM TIME
003130     MOVE WS-CNT-DRENADAS    TO EST-CNT-1
003140     MOVE WS-CNT-GRABADAS    TO EST-CNT-2
