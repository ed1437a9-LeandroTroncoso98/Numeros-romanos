000335*                     (COPY ESTALAY) CON ACEPTADAS EN AUDITORIA,
000336*                     COINCIDENTES, EXCEPCIONES Y EL RETURN-CODE,
000337*                     PARA EL REPORTE CONSOLIDADO OPERRPT.
000338* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000339*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000340*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000341*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000342*                     SE RECHAZA CON RETURN-CODE 16.
000343*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000812 77  WS-FS-ESTADIST             PIC X(02).
000814     88  WS-FS-ESTADIST-OK             VALUE "00".
000816     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000817 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000818 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000819     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000820 77  WS-CNT-EXCEPCIONES         PIC 9(06) VALUE 0.
000821*----------------------------------------------------------------
000830* ULTIMA CONVERSION ACEPTADA DE CADA NUMERO SEGUN LA AUDITORIA.
000840* EL ARCHIVO SE GRABA CRONOLOGICAMENTE, POR LO QUE LA ULTIMA
000850* APARICION ACEPTADA DE UN NUMERO PISA A LAS ANTERIORES.
001430* DISCREPANCIA.
001440*----------------------------------------------------------------
001450 1000-INICIALIZAR.
001451     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001460     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001470     OPEN INPUT AUDITLOG
001480     IF WS-FS-AUDITLOG-NO-EXISTE
001668                 "PUEDE REGRABARSE EN UN MAESTRO INACCESIBLE."
001670         END-IF
001672     END-IF
001673     OPEN OUTPUT REPORTE
001680     MOVE SPACES TO WS-TABLA-AUDITORIA
001690     IF NOT WS-FIN-ARCHIVO
001700         PERFORM 1300-LEER-AUDITORIA THRU 1300-EXIT
001710     END-IF.
001720 1000-EXIT.
001730     EXIT.
001731*----------------------------------------------------------------
001732* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001733* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001734* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001735* TOCAR NINGUN ARCHIVO
001736*----------------------------------------------------------------
001737 1050-OBTENER-FECHA-PROCESO.
001738     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001739     IF NOT WS-FECHA-PROC-ABIERTA
001740         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001741             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001742         MOVE 16 TO RETURN-CODE
001743         STOP RUN
001744     END-IF.
001745 1050-EXIT.
001746     EXIT.
001747*----------------------------------------------------------------
001750* INTERPRETA EL PARM DEL PASO DE JCL: POSICION 1 = "R" ACTIVA EL
001760* MODO DE REPARACION (EL MAESTRO SE REGRABA DESDE LA AUDITORIA).
001770* SIN PARM, O CON CUALQUIER OTRO VALOR, SOLO SE INFORMA.
004201         OPEN OUTPUT ESTADIST
004202     END-IF
004203     MOVE "NUMRECON" TO EST-PROGRAMA
004204     MOVE WS-FECHA-CORRIDA TO EST-FECHA
004205     ACCEPT EST-HORA FROM TIME
004206     COMPUTE WS-CNT-EXCEPCIONES =
004207         WS-CNT-SIN-MAESTRO + WS-CNT-SIN-AUDITORIA
