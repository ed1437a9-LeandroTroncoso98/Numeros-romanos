000335*                     (COPY ESTALAY) CON DETALLES LEIDOS,
000336*                     CARGADOS, RECHAZADOS Y EL RETURN-CODE, PARA
000337*                     EL REPORTE CONSOLIDADO OPERRPT.
000338* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000339*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000340*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000341*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000342*                     SE RECHAZA CON RETURN-CODE 16.
000343*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000852 77  WS-FS-ESTADIST             PIC X(02).
000854     88  WS-FS-ESTADIST-OK             VALUE "00".
000856     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000857 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000858 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000859     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000860 77  WS-CLAVE-ANTERIOR          PIC S9(05) VALUE -1.
000870 77  WS-CLAVE-ACTUAL            PIC 9(04) VALUE 0.
000880 77  WS-FECHA-DESCARGA          PIC 9(08) VALUE 0.
001140* REALIZA LA LECTURA INICIAL (PRIMING READ)
001150*----------------------------------------------------------------
001160 1000-INICIALIZAR.
001161     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001170     OPEN INPUT DESCARGA
001180     IF WS-FS-DESCARGA-NO-EXISTE
001190         DISPLAY "NO EXISTE EL ARCHIVO DE DESCARGA."
001260     END-IF.
001270 1000-EXIT.
001280     EXIT.
001281*----------------------------------------------------------------
001282* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001283* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001284* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001285* TOCAR NINGUN ARCHIVO
001286*----------------------------------------------------------------
001287 1050-OBTENER-FECHA-PROCESO.
001288     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001289     IF NOT WS-FECHA-PROC-ABIERTA
001290         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001291             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001292         MOVE 16 TO RETURN-CODE
001293         STOP RUN
001294     END-IF.
001295 1050-EXIT.
001296     EXIT.
001297*----------------------------------------------------------------
001300* LEE UN REGISTRO DE LA COPIA PLANA Y ACTIVA EL SWITCH DE FIN
001310*----------------------------------------------------------------
001320 1300-LEER-REGISTRO.
002850         OPEN OUTPUT ESTADIST
002851     END-IF
002852     MOVE "NUMRELD" TO EST-PROGRAMA
002853     MOVE WS-FECHA-CORRIDA TO EST-FECHA
002854     ACCEPT EST-HORA FROM TIME
002855     MOVE WS-CNT-DETALLES   TO EST-CNT-1
002856     MOVE WS-CNT-CARGADOS   TO EST-CNT-2
