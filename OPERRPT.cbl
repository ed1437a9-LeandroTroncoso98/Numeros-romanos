000320*                     LAS ULTIMAS CORRIDAS DE NUMROM (PORCENTAJE
000330*                     DE RECHAZO) PARA VER UN DETERIORO ANTES DE
000340*                     QUE LLAME EL AREA EMISORA.
000341* 15/10/2026  TL      SE LISTAN LOS PASOS DE LA CADENA QUE EL
000342*                     PASO DE CONTROL CTLPASO BLOQUEO EN LA FECHA
000343*                     PEDIDA (BLOQPASO, COPY BLOQLAY), CON EL
000344*                     PREDECESOR QUE LOS FRENO Y EL MOTIVO. SI
000345*                     HUBO ALGUNO EL RETURN-CODE ES 4.
000346* 15/10/2026  TL      SIN PARM SE RESUME EL DIA DE PROCESO ABIERTO
000347*                     EN EL CONTROL COMUN FECHAPRO (SUBPROGRAMA
000348*                     FECHPRO) EN LUGAR DEL DIA DEL RELOJ. SIN
000349*                     PARM Y SIN DIA ABIERTO LA CORRIDA SE RECHAZA
000350*                     CON RETURN-CODE 16.
000351* 15/10/2026  TL      LOS BLOQUEOS POR RC EXCLUIDO EN LA TABLA DE
000352*                     DEPENDENCIAS Y LOS PASOS QUE SE RECHAZARON
000353*                     SIN PODER HACER EL CONTROL SE LISTAN CON SU
000354*                     PROPIO MOTIVO.
000355*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ESTADIST ASSIGN TO ESTADIST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FS-ESTADIST.
000411     SELECT BLOQPASO ASSIGN TO BLOQPASO
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS WS-FS-BLOQPASO.
000420     SELECT REPORTE ASSIGN TO REPORTE
000430         ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000480     RECORDING MODE IS F.
000490 01  REG-ESTADIST.
000500     COPY ESTALAY.
000501 FD  BLOQPASO
000502     LABEL RECORDS ARE STANDARD
000503     RECORDING MODE IS F.
000504 01  REG-BLOQPASO.
000505     COPY BLOQLAY.
000510 FD  REPORTE
000520     LABEL RECORDS ARE STANDARD
000530     RECORDING MODE IS F.
000560 01  WS-SWITCHES.
000570     05  WS-SW-FIN-ARCHIVO      PIC X(01) VALUE "N".
000580         88  WS-FIN-ARCHIVO             VALUE "S".
000581     05  WS-SW-FIN-BLOQPASO     PIC X(01) VALUE "N".
000582         88  WS-FIN-BLOQPASO            VALUE "S".
000590 77  WS-FS-ESTADIST             PIC X(02).
000600     88  WS-FS-ESTADIST-OK             VALUE "00".
000610     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000611 77  WS-FS-BLOQPASO             PIC X(02).
000612     88  WS-FS-BLOQPASO-OK             VALUE "00".
000613     88  WS-FS-BLOQPASO-NO-EXISTE      VALUE "35".
000620 77  WS-FECHA-PEDIDA            PIC 9(08) VALUE 0.
000621 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000622     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000623 77  WS-CNT-BLOQUEOS-DIA        PIC 9(06) VALUE 0.
000630 77  WS-CNT-CORRIDAS-DIA        PIC 9(06) VALUE 0.
000640*----------------------------------------------------------------
000650* PANORAMA DEL DIA: ACUMULADORES POR PROGRAMA DE LA CADENA
001260     05  FILLER                 PIC X(11) VALUE " % RECHAZO ".
001270     05  WS-TND-LIN-PORC        PIC ZZ9.99.
001280     05  FILLER                 PIC X(09) VALUE SPACES.
001281 01  WS-LINEA-BLOQUEO.
001282     05  FILLER                 PIC X(05) VALUE "PASO ".
001283     05  WS-BLQ-LIN-PROGRAMA    PIC X(08).
001284     05  FILLER                 PIC X(01) VALUE SPACES.
001285     05  WS-BLQ-LIN-HORA        PIC 9(08).
001286     05  FILLER                 PIC X(13) VALUE
001287         "  PREDECESOR ".
001288     05  WS-BLQ-LIN-PREDECESOR  PIC X(08).
001289     05  FILLER                 PIC X(01) VALUE SPACES.
001290     05  WS-BLQ-LIN-MOTIVO      PIC X(36).
001291 LINKAGE SECTION.
001300 01  WS-PARM.
001310     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
001320     05  WS-PARM-DATOS          PIC X(20).
001390     PERFORM 2000-PROCESAR-ESTADISTICA THRU 2000-EXIT
001400         UNTIL WS-FIN-ARCHIVO
001410     PERFORM 8000-EMITIR-RESUMEN THRU 8000-EXIT
001415     PERFORM 8700-EMITIR-BLOQUEOS THRU 8700-EXIT
001420     PERFORM 8500-EMITIR-TENDENCIA THRU 8500-EXIT
001430     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001440     GO TO 9999-FIN.
001490*----------------------------------------------------------------
001500 1000-INICIALIZAR.
001510     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001511     IF NOT WS-FECHA-PROC-ABIERTA
001512         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001513             WS-ESTADO-FECHA-PROC
001514             "). INDIQUE LA FECHA EN EL PARM."
001515         MOVE 16 TO RETURN-CODE
001516         STOP RUN
001517     END-IF
001520     OPEN INPUT ESTADIST
001530     IF WS-FS-ESTADIST-NO-EXISTE
001540         DISPLAY "NO EXISTE EL ARCHIVO DE ESTADISTICAS."
001670     EXIT.
001680*----------------------------------------------------------------
001690* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-8 = FECHA A
001700* RESUMIR EN FORMATO AAAAMMDD. SIN PARM SE RESUME EL DIA DE
001710* PROCESO ABIERTO EN FECHAPRO.
001720*----------------------------------------------------------------
001730 1100-LEER-PARM.
001740     CALL "FECHPRO" USING WS-FECHA-PEDIDA WS-ESTADO-FECHA-PROC
001750     IF WS-PARM-LONGITUD >= 8
001760         IF WS-PARM-DATOS(1:8) IS NUMERIC
001770             MOVE WS-PARM-DATOS(1:8) TO WS-FECHA-PEDIDA
001771             SET WS-FECHA-PROC-ABIERTA TO TRUE
001780         END-IF
001790     END-IF.
001800 1100-EXIT.
003530     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003540 8510-EXIT.
003550     EXIT.
003551*----------------------------------------------------------------
003552* LISTA LOS PASOS QUE CTLPASO BLOQUEO EN LA FECHA PEDIDA, UNA
003553* LINEA POR PREDECESOR QUE LOS FRENO (O UNA SOLA, SIN
003554* PREDECESOR, SI EL CONTROL NO PUDO HACERSE). SIN REGISTRO DE
003555* BLOQUEOS NO HUBO NINGUNO
003556*----------------------------------------------------------------
003557 8700-EMITIR-BLOQUEOS.
003558     OPEN INPUT BLOQPASO
003559     IF NOT WS-FS-BLOQPASO-OK
003560         SET WS-FIN-BLOQPASO TO TRUE
003561     END-IF
003562     MOVE SPACES TO REG-REPORTE
003563     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003564     MOVE "PASOS BLOQUEADOS POR EL CONTROL DE LA CADENA"
003565         TO REG-REPORTE
003566     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003567     PERFORM 8710-LISTAR-BLOQUEO THRU 8710-EXIT
003568         UNTIL WS-FIN-BLOQPASO
003569     MOVE "PASOS BLOQUEADOS" TO WS-LIN-TOT-TEXTO
003570     MOVE WS-CNT-BLOQUEOS-DIA TO WS-LIN-TOT-CANT
003571     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
003572     IF WS-CNT-BLOQUEOS-DIA > 0
003573         MOVE 4 TO RETURN-CODE
003574     END-IF
003575     IF WS-FS-BLOQPASO-OK
003576         CLOSE BLOQPASO
003577     END-IF.
003578 8700-EXIT.
003579     EXIT.
003580*----------------------------------------------------------------
003581* LEE UN REGISTRO DE BLOQPASO Y, SI ES DE LA FECHA PEDIDA, GRABA
003582* SU LINEA CON EL MOTIVO DEL BLOQUEO
003583*----------------------------------------------------------------
003584 8710-LISTAR-BLOQUEO.
003585     READ BLOQPASO
003586         AT END
003587             SET WS-FIN-BLOQPASO TO TRUE
003588             GO TO 8710-EXIT
003589     END-READ
003590     IF BLQ-FECHA NOT = WS-FECHA-PEDIDA
003591         GO TO 8710-EXIT
003592     END-IF
003593     ADD 1 TO WS-CNT-BLOQUEOS-DIA
003594     MOVE BLQ-PROGRAMA TO WS-BLQ-LIN-PROGRAMA
003595     MOVE BLQ-HORA TO WS-BLQ-LIN-HORA
003596     MOVE BLQ-PREDECESOR TO WS-BLQ-LIN-PREDECESOR
003597     MOVE SPACES TO WS-BLQ-LIN-MOTIVO
003598     EVALUATE TRUE
003599         WHEN BLQ-SIN-CORRIDA
003600             MOVE "NO CORRIO" TO WS-BLQ-LIN-MOTIVO
003601         WHEN BLQ-SIN-CONTROL
003602             MOVE "CONTROL DEL PASO NO REALIZADO"
003603                 TO WS-BLQ-LIN-MOTIVO
003604         WHEN BLQ-RC-EXCLUIDO
003605             STRING "TERMINO CON RC " BLQ-RC-OBTENIDO
003606                 " (EXCLUIDO)"
003607                 DELIMITED BY SIZE INTO WS-BLQ-LIN-MOTIVO
003608             END-STRING
003609         WHEN OTHER
003610             STRING "TERMINO CON RC " BLQ-RC-OBTENIDO
003611                 " (MAXIMO " BLQ-RC-MAXIMO ")"
003612                 DELIMITED BY SIZE INTO WS-BLQ-LIN-MOTIVO
003613             END-STRING
003614     END-EVALUATE
003615     MOVE WS-LINEA-BLOQUEO TO REG-REPORTE
003616     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003617 8710-EXIT.
003618     EXIT.
003619*----------------------------------------------------------------
003620* GRABA UNA LINEA DE TOTAL DEL PANORAMA DEL DIA
003621*----------------------------------------------------------------
003622 8100-GRABAR-TOTAL.
003623     MOVE WS-LINEA-TOTAL TO REG-REPORTE
003624     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003625 8100-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
