000352*                     (COPY ESTALAY) CON SUSPENSO LEIDO,
000353*                     RECICLADOS, PENDIENTES Y EL RETURN-CODE,
000354*                     PARA EL REPORTE CONSOLIDADO OPERRPT.
000355* 15/10/2026  TL      FECHA DE PROCESO DE FECHAPRO (FECHPRO) EN
000356*                     LUGAR DEL RELOJ; SIN DIA ABIERTO RC 16.
000357* 15/10/2026  TL      ACEPTA EL DETALLE "F" (FECHA DDMMAAAA), QUE
000358*                     NO SUMA AL HASH DEL FINALIZADOR.
000359*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
001114     88  WS-FS-ESTADIST-OK             VALUE "00".
001116     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001120 77  WS-FECHA-CORRIDA           PIC 9(08).
001121 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001122     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001130 77  WS-MAX-CORRIDAS            PIC 9(02) VALUE 3.
001140*----------------------------------------------------------------
001150* TABLA DE CORRECCIONES RECIBIDAS DEL AREA EMISORA. CADA ENTRADA
001790*----------------------------------------------------------------
001800 1000-INICIALIZAR.
001810     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001820     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001830     OPEN INPUT SUSPENSO
001840     IF WS-FS-SUSPENSO-NO-EXISTE
001850         DISPLAY "NO EXISTE EL ARCHIVO DE SUSPENSO."
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002031*----------------------------------------------------------------
002032* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002033* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002034* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002035* TOCAR NINGUN ARCHIVO
002036*----------------------------------------------------------------
002037 1050-OBTENER-FECHA-PROCESO.
002038     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002039     IF NOT WS-FECHA-PROC-ABIERTA
002040         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002041             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002042         MOVE 16 TO RETURN-CODE
002043         STOP RUN
002044     END-IF.
002045 1050-EXIT.
002046     EXIT.
002047*----------------------------------------------------------------
002050* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-2 = CANTIDAD
002060* MAXIMA DE CORRIDAS QUE UN REGISTRO PUEDE PERMANECER EN
002070* SUSPENSO ANTES DE ESCALARSE. SIN PARM SE MANTIENE EL TOPE
002940         TO WS-CONTENIDO-CORREGIDO
002950     SET WS-CORR-YA-APLICADA(WS-IND-CORR) TO TRUE
002955     MOVE "N" TO WS-SW-CORR-VALIDA
002956     IF WS-CONTENIDO-CORREGIDO(1:1) = "F"
002957        AND WS-CONTENIDO-CORREGIDO(2:8) IS NUMERIC
002958         SET WS-CORR-VALIDA TO TRUE
002959     END-IF
002960     EVALUATE WS-CONTENIDO-CORREGIDO(1:1)
002962         WHEN "D"
002964         WHEN "A"
003090         PERFORM 3000-ABRIR-RECICLO THRU 3000-EXIT
003100     END-IF
003110     MOVE WS-CONTENIDO-CORREGIDO TO REG-RECICLO
003115     IF REC-TIPO NOT = "R" AND REC-TIPO NOT = "F"
003120         ADD REC-NUMERO-IN TO WS-RECICLO-HASH
003125     END-IF
003130     WRITE REG-RECICLO
004570         OPEN OUTPUT ESTADIST
004571     END-IF
004572     MOVE "NUMCORR" TO EST-PROGRAMA
004573     MOVE WS-FECHA-CORRIDA TO EST-FECHA
004574     ACCEPT EST-HORA FROM TIME
004575     MOVE WS-CNT-SUSPENSO   TO EST-CNT-1
004576     MOVE WS-CNT-RECICLADOS TO EST-CNT-2
