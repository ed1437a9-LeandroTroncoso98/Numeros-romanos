000385*                     (COPY ESTALAY) CON DRENADOS, GRABADOS Y EL
000386*                     RETURN-CODE, PARA EL REPORTE CONSOLIDADO
000387*                     OPERRPT.
000388* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000389*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000390*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000391*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000392*                     SE RECHAZA CON RETURN-CODE 16.
000393* 15/10/2026  TL      EL SUPERVISOR QUE APROBO LA CORRECCION
000394*                     (AUDON-SUPERVISOR) PASA AL NUEVO CAMPO
000395*                     AUD-SUPERVISOR DEL AUDITLOG.
000396*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000762 77  WS-FS-ESTADIST             PIC X(02).
000764     88  WS-FS-ESTADIST-OK             VALUE "00".
000766     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000767 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000768 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000769     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000770 77  WS-LOTE-EN-LINEA           PIC X(08) VALUE "ENLINEA".
000780 01  WS-TOTALES-CONTROL.
000790     05  WS-CNT-DRENADOS        PIC 9(06) VALUE 0.
001030* LAS FUE RECIBIENDO.
001040*----------------------------------------------------------------
001050 1000-INICIALIZAR.
001051     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001060     OPEN INPUT NUMOAUD
001070     IF WS-FS-NUMOAUD-NO-EXISTE
001080         DISPLAY "SIN ACTIVIDAD EN LINEA: LA COLA NUMOAUD NO"
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001211*----------------------------------------------------------------
001212* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001213* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001214* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001215* TOCAR NINGUN ARCHIVO
001216*----------------------------------------------------------------
001217 1050-OBTENER-FECHA-PROCESO.
001218     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001219     IF NOT WS-FECHA-PROC-ABIERTA
001220         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001221             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001222         MOVE 16 TO RETURN-CODE
001223         STOP RUN
001224     END-IF.
001225 1050-EXIT.
001226     EXIT.
001227*----------------------------------------------------------------
001230* LEE UN REGISTRO DE LA COLA DRENADA Y ACTIVA EL SWITCH DE FIN
001240*----------------------------------------------------------------
001250 1300-LEER-REGISTRO.
001330* CONVIERTE EL REGISTRO DE AUDITORIA EN LINEA EN UNA ENTRADA DEL
001340* AUDITLOG: TODA ACTUALIZACION DE LA FUNCION M ES UNA CONVERSION
001350* ACEPTADA (MOTIVO 0) CON LA IMAGEN POSTERIOR DEL MAESTRO, EL
001360* LOTE "ENLINEA", LA TERMINAL Y EL OPERADOR QUE LA HICIERON Y EL
001361* SUPERVISOR QUE LA APROBO
001370*----------------------------------------------------------------
001380 2000-CONSOLIDAR-ENTRADA.
001390     ADD 1 TO WS-CNT-DRENADOS
001460     MOVE WS-LOTE-EN-LINEA      TO AUD-LOTE-ID
001470     MOVE AUDON-TERMINAL        TO AUD-TERMINAL
001480     MOVE AUDON-OPERADOR        TO AUD-OPERADOR
001481     MOVE AUDON-SUPERVISOR      TO AUD-SUPERVISOR
001485     SET AUD-DETALLE-EN-LINEA   TO TRUE
001490     WRITE REG-AUDITLOG
001500     IF WS-FS-AUDITLOG-OK
002079         OPEN OUTPUT ESTADIST
002080     END-IF
002081     MOVE "AUDCONS" TO EST-PROGRAMA
002082     MOVE WS-FECHA-CORRIDA TO EST-FECHA
002083     ACCEPT EST-HORA FROM TIME
002084     MOVE WS-CNT-DRENADOS TO EST-CNT-1
002085     MOVE WS-CNT-GRABADOS TO EST-CNT-2
