000360*                     CORTE DE DEPURACION VOLVIA VACIA Y SIN
000370*                     AVISO). UN RANGO CON TRAMOS SIN COBERTURA
000380*                     TERMINA CON RETURN-CODE 4.
000381* 15/10/2026  TL      SE ABREN EN LA APERTURA POR CAUSA LOS
000382*                     NUEVOS MOTIVOS 28 (AREA NO REGISTRADA), 32
000383*                     (AREA SUSPENDIDA) Y 36 (TOPE DIARIO
000384*                     EXCEDIDO), IGUAL QUE EN AUDRPT.
000385* 15/10/2026  TL      SE ABRE EN LA APERTURA POR CAUSA EL NUEVO
000386*                     MOTIVO 40 (FECHA INVALIDA), IGUAL QUE EN
000387*                     AUDRPT.
000388* 15/10/2026  TL      LOS REGISTROS DE ARCHIVO Y DEL AUDITLOG
000389*                     PASAN DE 59 A 67 POR EL NUEVO CAMPO
000390*                     AUD-SUPERVISOR DE LA COPY AUDITLAY.
000391*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000590 FD  ARCHIVO1
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  REG-ARCHIVO1               PIC X(67).
000630 FD  ARCHIVO2
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 01  REG-ARCHIVO2               PIC X(67).
000670 FD  ARCHIVO3
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  REG-ARCHIVO3               PIC X(67).
000710 FD  AUDITLOG
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 01  REG-AUDITLOG               PIC X(67).
000750 FD  REPORTE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
001400     05  WS-CNT-FUERA-RANGO     PIC 9(06) VALUE 0.
001410     05  WS-CNT-ROMANO-INV      PIC 9(06) VALUE 0.
001420     05  WS-CNT-LOTE-DUP        PIC 9(06) VALUE 0.
001421     05  WS-CNT-AREA-DESC       PIC 9(06) VALUE 0.
001422     05  WS-CNT-AREA-SUSP       PIC 9(06) VALUE 0.
001423     05  WS-CNT-TOPE-EXC        PIC 9(06) VALUE 0.
001424     05  WS-CNT-FECHA-INV       PIC 9(06) VALUE 0.
001430     05  WS-CNT-OTRAS-CAUSAS    PIC 9(06) VALUE 0.
001440 77  WS-PORCENTAJE              PIC 9(03)V99 VALUE 0.
001450 77  WS-CNT-AUXILIAR            PIC 9(06) VALUE 0.
004200             ADD 1 TO WS-CNT-ROMANO-INV
004210         WHEN AUD-MOTIVO-LOTE-DUPLICADO
004220             ADD 1 TO WS-CNT-LOTE-DUP
004221         WHEN AUD-MOTIVO-AREA-DESCONOCIDA
004222             ADD 1 TO WS-CNT-AREA-DESC
004223         WHEN AUD-MOTIVO-AREA-SUSPENDIDA
004224             ADD 1 TO WS-CNT-AREA-SUSP
004225         WHEN AUD-MOTIVO-TOPE-EXCEDIDO
004226             ADD 1 TO WS-CNT-TOPE-EXC
004227         WHEN AUD-MOTIVO-FECHA-INVALIDA
004228             ADD 1 TO WS-CNT-FECHA-INV
004230         WHEN OTHER
004240             ADD 1 TO WS-CNT-OTRAS-CAUSAS
004250     END-EVALUATE.
004710     MOVE "LOTE DUPLICADO" TO WS-LIN-CAUSA-TEXTO
004720     MOVE WS-CNT-LOTE-DUP TO WS-LIN-CAUSA-CANT
004730     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004731     MOVE "AREA NO REGISTRADA" TO WS-LIN-CAUSA-TEXTO
004732     MOVE WS-CNT-AREA-DESC TO WS-LIN-CAUSA-CANT
004733     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004734     MOVE "AREA SUSPENDIDA" TO WS-LIN-CAUSA-TEXTO
004735     MOVE WS-CNT-AREA-SUSP TO WS-LIN-CAUSA-CANT
004736     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004737     MOVE "TOPE DIARIO EXCEDIDO" TO WS-LIN-CAUSA-TEXTO
004738     MOVE WS-CNT-TOPE-EXC TO WS-LIN-CAUSA-CANT
004739     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004740     MOVE "FECHA INVALIDA" TO WS-LIN-CAUSA-TEXTO
004741     MOVE WS-CNT-FECHA-INV TO WS-LIN-CAUSA-CANT
004742     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004743     MOVE "OTRAS CAUSAS" TO WS-LIN-CAUSA-TEXTO
004750     MOVE WS-CNT-OTRAS-CAUSAS TO WS-LIN-CAUSA-CANT
004760     PERFORM 8300-GRABAR-CAUSA THRU 8300-EXIT
004770     IF WS-CNT-DIAS-OMITIDOS > 0
