000272* 02/09/2026  TL      SE ABRE EN LA APERTURA POR CAUSA EL NUEVO
000274*                     MOTIVO 24 (LOTE DUPLICADO) QUE NUMROM GRABA
000276*                     AL RECHAZAR UNA REMESA YA PROCESADA.
000277* 15/10/2026  TL      SE ABREN EN LA APERTURA POR CAUSA LOS
000278*                     NUEVOS MOTIVOS 28 (AREA NO REGISTRADA), 32
000279*                     (AREA SUSPENDIDA) Y 36 (TOPE DIARIO
000280*                     EXCEDIDO) CON QUE NUMROM RECHAZA LOS LOTES
000281*                     NO AUTORIZADOS.
000282* 15/10/2026  TL      SE ABRE EN LA APERTURA POR CAUSA EL NUEVO
000283*                     MOTIVO 40 (FECHA INVALIDA) Y SE INFORMAN
000284*                     APARTE LAS CONVERSIONES DE FECHA A ROMANOS
000285*                     (TIPO DE DETALLE "F") PROCESADAS Y
000286*                     ACEPTADAS.
000287*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000820     05  WS-CNT-FUERA-RANGO     PIC 9(06) VALUE 0.
000825     05  WS-CNT-ROMANO-INV      PIC 9(06) VALUE 0.
000827     05  WS-CNT-LOTE-DUP        PIC 9(06) VALUE 0.
000828     05  WS-CNT-AREA-DESC       PIC 9(06) VALUE 0.
000829     05  WS-CNT-AREA-SUSP       PIC 9(06) VALUE 0.
000830     05  WS-CNT-TOPE-EXC        PIC 9(06) VALUE 0.
000831     05  WS-CNT-FECHA-INV       PIC 9(06) VALUE 0.
000832     05  WS-CNT-OTRAS-CAUSAS    PIC 9(06) VALUE 0.
000833 01  WS-TOTALES-FECHAS.
000834     05  WS-CNT-FECHAS          PIC 9(06) VALUE 0.
000835     05  WS-CNT-FECHAS-ACEPT    PIC 9(06) VALUE 0.
000836 77  WS-PORCENTAJE              PIC 9(03)V99 VALUE 0.
000837 77  WS-CNT-AUXILIAR            PIC 9(06) VALUE 0.
000838 77  WS-CNT-AUXILIAR-2          PIC 9(06) VALUE 0.
000850*----------------------------------------------------------------
000860*               LINEAS DEL REPORTE DE GESTION
000870*----------------------------------------------------------------
002000*----------------------------------------------------------------
002010 2100-ACUMULAR-REGISTRO.
002020     ADD 1 TO WS-CNT-LEIDOS
002021     IF AUD-DETALLE-FECHA
002022         ADD 1 TO WS-CNT-FECHAS
002023         IF AUD-ACEPTADO
002024             ADD 1 TO WS-CNT-FECHAS-ACEPT
002025         END-IF
002026     END-IF
002030     IF AUD-ACEPTADO
002040         ADD 1 TO WS-CNT-ACEPTADOS
002050     ELSE
002580         WHEN AUD-MOTIVO-FUERA-RANGO
002590             ADD 1 TO WS-CNT-FUERA-RANGO
002592         WHEN AUD-MOTIVO-ROMANO-INVALIDO
002593             ADD 1 TO WS-CNT-ROMANO-INV
002594         WHEN AUD-MOTIVO-LOTE-DUPLICADO
002595             ADD 1 TO WS-CNT-LOTE-DUP
002596         WHEN AUD-MOTIVO-AREA-DESCONOCIDA
002597             ADD 1 TO WS-CNT-AREA-DESC
002598         WHEN AUD-MOTIVO-AREA-SUSPENDIDA
002599             ADD 1 TO WS-CNT-AREA-SUSP
002600         WHEN AUD-MOTIVO-TOPE-EXCEDIDO
002601             ADD 1 TO WS-CNT-TOPE-EXC
002602         WHEN AUD-MOTIVO-FECHA-INVALIDA
002603             ADD 1 TO WS-CNT-FECHA-INV
002604         WHEN OTHER
002610             ADD 1 TO WS-CNT-OTRAS-CAUSAS
002620     END-EVALUATE.
002630 2200-EXIT.
003080     MOVE WS-CNT-LOTE-DUP TO WS-LIN-CAUSA-CANT
003081     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003082     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003083     MOVE "AREA NO REGISTRADA" TO WS-LIN-CAUSA-TEXTO
003084     MOVE WS-CNT-AREA-DESC TO WS-LIN-CAUSA-CANT
003085     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003086     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003087     MOVE "AREA SUSPENDIDA" TO WS-LIN-CAUSA-TEXTO
003088     MOVE WS-CNT-AREA-SUSP TO WS-LIN-CAUSA-CANT
003089     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003090     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003091     MOVE "TOPE DIARIO EXCEDIDO" TO WS-LIN-CAUSA-TEXTO
003092     MOVE WS-CNT-TOPE-EXC TO WS-LIN-CAUSA-CANT
003093     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003094     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003095     MOVE "FECHA INVALIDA" TO WS-LIN-CAUSA-TEXTO
003096     MOVE WS-CNT-FECHA-INV TO WS-LIN-CAUSA-CANT
003097     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003098     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003099     MOVE "OTRAS CAUSAS" TO WS-LIN-CAUSA-TEXTO
003100     MOVE WS-CNT-OTRAS-CAUSAS TO WS-LIN-CAUSA-CANT
003101     MOVE WS-LINEA-CAUSA TO REG-REPORTE
003102     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003103     IF WS-CNT-FECHAS > 0
003104         MOVE SPACES TO REG-REPORTE
003105         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003106         MOVE SPACES TO REG-REPORTE
003107         STRING "FECHAS A ROMANOS PROCESADAS: " WS-CNT-FECHAS
003108             " ACEPTADAS " WS-CNT-FECHAS-ACEPT
003109             DELIMITED BY SIZE INTO REG-REPORTE
003110         END-STRING
003111         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003112     END-IF
003120     IF WS-CNT-DIAS-OMITIDOS > 0
003130         MOVE SPACES TO REG-REPORTE
003140         STRING "ATENCION: " WS-CNT-DIAS-OMITIDOS
