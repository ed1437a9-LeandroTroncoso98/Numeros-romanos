000360*                     EL AREA DE DOCUMENTACION RECIBE ASI UN
000370*                     FEED DIARIO DE CAMBIOS EN LUGAR DE LA COPIA
000380*                     COMPLETA DE SIEMPRE.
000381* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000382*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000383*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000384*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000385*                     SE RECHAZA CON RETURN-CODE 16.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
001360 77  WS-FS-ESTADIST             PIC X(02).
001370     88  WS-FS-ESTADIST-OK             VALUE "00".
001380     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001381 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001382 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001383     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001390 77  WS-CLAVE-PREVIA-ANT        PIC S9(05) VALUE -1.
001400 77  WS-CLAVE-PREVIA-ACT        PIC S9(05) VALUE -1.
001410 77  WS-FIN-ESPERADOS-ANT       PIC 9(08) VALUE 0.
001720* CONTRA QUE COMPARAR.
001730*----------------------------------------------------------------
001740 1000-INICIALIZAR.
001741     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001750     OPEN INPUT DESCANT
001760     IF NOT WS-FS-DESCANT-OK
001770         DISPLAY "NO PUDO ABRIRSE LA COPIA ANTERIOR (STATUS "
001920     PERFORM 1500-AVANZAR-ACTUAL THRU 1500-EXIT.
001930 1000-EXIT.
001940     EXIT.
001941*----------------------------------------------------------------
001942* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001943* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001944* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001945* TOCAR NINGUN ARCHIVO
001946*----------------------------------------------------------------
001947 1050-OBTENER-FECHA-PROCESO.
001948     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001949     IF NOT WS-FECHA-PROC-ABIERTA
001950         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001951             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001952         MOVE 16 TO RETURN-CODE
001953         STOP RUN
001954     END-IF.
001955 1050-EXIT.
001956     EXIT.
001957*----------------------------------------------------------------
001960* AVANZA LA COPIA ANTERIOR HASTA SU PROXIMO DETALLE, TOMANDO AL
001970* PASO LA CABECERA Y EL FINALIZADOR Y CONTROLANDO QUE LAS CLAVES
001980* VENGAN ESTRICTAMENTE ASCENDENTES (ASI LAS DESCARGA NUMUNLD)
004540         OPEN OUTPUT ESTADIST
004550     END-IF
004560     MOVE "NUMCOMP" TO EST-PROGRAMA
004570     MOVE WS-FECHA-CORRIDA TO EST-FECHA
004580     ACCEPT EST-HORA FROM TIME
004590     MOVE WS-CNT-ALTAS   TO EST-CNT-1
004600     MOVE WS-CNT-CAMBIOS TO EST-CNT-2
