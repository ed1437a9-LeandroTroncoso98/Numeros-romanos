000315*                     (COPY ESTALAY) CON LOS DESCARGADOS Y EL
000316*                     RETURN-CODE, PARA EL REPORTE CONSOLIDADO
000317*                     OPERRPT.
000318* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000319*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000320*                     RELOJ DEL SISTEMA EN LA CABECERA DE LA
000321*                     DESCARGA Y ESTADIST. SIN CONTROL DE FECHA O
000322*                     CON EL DIA YA CERRADO LA CORRIDA SE RECHAZA
000323*                     CON RETURN-CODE 16.
000324*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000784     88  WS-FS-ESTADIST-OK             VALUE "00".
000786     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000790 77  WS-FECHA-CORRIDA           PIC 9(08).
000791 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000792     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000800 77  WS-CNT-DESCARGADOS         PIC 9(08) VALUE 0.
000810 01  WS-LINEA-TOTAL.
000820     05  WS-LIN-TOT-TEXTO       PIC X(35).
001020* Y QUEDA ASENTADO EN EL REPORTE
001030*----------------------------------------------------------------
001040 1000-INICIALIZAR.
001050     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001060     OPEN INPUT MAESTRO
001070     IF NOT WS-FS-MAESTRO-OK
001080         SET WS-SIN-MAESTRO TO TRUE
001250     END-IF.
001260 1000-EXIT.
001270     EXIT.
001271*----------------------------------------------------------------
001272* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001273* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001274* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001275* TOCAR NINGUN ARCHIVO
001276*----------------------------------------------------------------
001277 1050-OBTENER-FECHA-PROCESO.
001278     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001279     IF NOT WS-FECHA-PROC-ABIERTA
001280         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001281             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001282         MOVE 16 TO RETURN-CODE
001283         STOP RUN
001284     END-IF.
001285 1050-EXIT.
001286     EXIT.
001287*----------------------------------------------------------------
001290* LEE EL PROXIMO REGISTRO DEL MAESTRO EN ORDEN DE CLAVE Y LO
001300* GRABA COMO DETALLE DE LA COPIA PLANA
001310*----------------------------------------------------------------
001879         OPEN OUTPUT ESTADIST
001880     END-IF
001881     MOVE "NUMUNLD" TO EST-PROGRAMA
001882     MOVE WS-FECHA-CORRIDA TO EST-FECHA
001883     ACCEPT EST-HORA FROM TIME
001884     MOVE WS-CNT-DESCARGADOS TO EST-CNT-1
001885     MOVE 0                  TO EST-CNT-2
