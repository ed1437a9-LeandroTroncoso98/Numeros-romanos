000280*                     EMISORAS SI SU REMESA YA CORRIO. UN LOTE
000290*                     PEDIDO QUE NO FIGURA TERMINA CON
000300*                     RETURN-CODE 4.
000301* 15/10/2026  TL      CADA LINEA MUESTRA EL AREA EMISORA DEL LOTE
000302*                     (LREG-AREA). SIN LOTE PEDIDO, LAS
000303*                     POSICIONES 9-12 DEL PARM FILTRAN EL LISTADO
000304*                     POR AREA. AL PIE DEL LISTADO SE AGREGAN LOS
000305*                     TOTALES DE LOTES Y DETALLES POR AREA.
000306* 15/10/2026  TL      LA BUSQUEDA DEL AREA EN LA TABLA DE TOTALES
000307*                     CORTA CON WS-SW-AREA-HALLADA, COMO EN
000308*                     AUDRPT, Y NO MIRA FUERA DE LA TABLA CUANDO
000309*                     ESTA LLENA. LOS LOTES DE AREAS QUE YA NO
000310*                     ENTRAN EN LA TABLA SE CUENTAN Y SE AVISAN
000311*                     AL PIE DEL LISTADO.
000312*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000570         88  WS-SIN-REGISTRO            VALUE "S".
000580     05  WS-SW-LOTE-PEDIDO      PIC X(01) VALUE "N".
000590         88  WS-HAY-LOTE-PEDIDO         VALUE "S".
000591     05  WS-SW-AREA-PEDIDA      PIC X(01) VALUE "N".
000592         88  WS-HAY-AREA-PEDIDA         VALUE "S".
000593     05  WS-SW-AREA-HALLADA     PIC X(01) VALUE "N".
000594         88  WS-AREA-HALLADA            VALUE "S".
000600 77  WS-FS-LOTEREG              PIC X(02).
000610     88  WS-FS-LOTEREG-OK              VALUE "00".
000620     88  WS-FS-LOTEREG-NO-EXISTE       VALUE "35".
000621 77  WS-LOTE-PEDIDO             PIC X(08) VALUE SPACES.
000630 77  WS-AREA-PEDIDA             PIC X(04) VALUE SPACES.
000640 77  WS-CNT-LISTADOS            PIC 9(06) VALUE 0.
000641*    TOTALES POR AREA EMISORA DEL LISTADO COMPLETO
000642 77  WS-MAX-AREAS               PIC 9(02) VALUE 50.
000643 77  WS-AREAS-USADAS            PIC 9(02) VALUE 0.
000644 77  WS-IND-AREA                PIC 9(02) VALUE 0.
000645 77  WS-CNT-AREAS-OMITIDAS      PIC 9(06) VALUE 0.
000646 01  WS-TABLA-AREAS.
000647     05  WS-TAB-AREA OCCURS 50 TIMES.
000648         10  WS-TAR-AREA        PIC X(04).
000649         10  WS-TAR-LOTES       PIC 9(06).
000650         10  WS-TAR-LEIDOS      PIC 9(08).
000651         10  WS-TAR-ACEPTADOS   PIC 9(08).
000652         10  WS-TAR-RECHAZADOS  PIC 9(08).
000653 01  WS-LINEA-LOTE.
000660     05  FILLER                 PIC X(05) VALUE "LOTE ".
000670     05  WS-LIN-LOTE-ID         PIC X(08).
000680     05  FILLER                 PIC X(14) VALUE " PROCESADO EL ".
000730     05  WS-LIN-ACEPTADOS       PIC Z(05)9.
000740     05  FILLER                 PIC X(06) VALUE " RECH ".
000750     05  WS-LIN-RECHAZADOS      PIC Z(05)9.
000760     05  FILLER                 PIC X(01) VALUE SPACES.
000761     05  WS-LIN-AREA            PIC X(04).
000762     05  FILLER                 PIC X(01) VALUE SPACES.
000770 01  WS-LINEA-TOTAL.
000780     05  WS-LIN-TOT-TEXTO       PIC X(35).
000790     05  FILLER                 PIC X(02) VALUE ": ".
000800     05  WS-LIN-TOT-CANT        PIC Z(05)9.
000810     05  FILLER                 PIC X(37) VALUE SPACES.
000811 01  WS-LINEA-AREA.
000812     05  FILLER                 PIC X(05) VALUE "AREA ".
000813     05  WS-LIA-AREA            PIC X(04).
000814     05  FILLER                 PIC X(08) VALUE "  LOTES ".
000815     05  WS-LIA-LOTES           PIC Z(05)9.
000816     05  FILLER                 PIC X(09) VALUE " LEIDOS  ".
000817     05  WS-LIA-LEIDOS          PIC Z(07)9.
000818     05  FILLER                 PIC X(06) VALUE " ACEP ".
000819     05  WS-LIA-ACEPTADOS       PIC Z(07)9.
000820     05  FILLER                 PIC X(06) VALUE " RECH ".
000821     05  WS-LIA-RECHAZADOS      PIC Z(07)9.
000822     05  FILLER                 PIC X(12) VALUE SPACES.
000823 LINKAGE SECTION.
000830 01  WS-PARM.
000840     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
000850     05  WS-PARM-DATOS          PIC X(20).
001240     EXIT.
001250*----------------------------------------------------------------
001260* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-8 =
001270* IDENTIFICADOR DEL LOTE A CONSULTAR; POSICIONES 9-12 = AREA
001272* EMISORA A LA QUE SE LIMITA EL LISTADO COMPLETO (SOLO SI NO SE
001274* PIDE UN LOTE). SIN PARM, O EN BLANCO, SE LISTA EL REGISTRO
001280* COMPLETO.
001290*----------------------------------------------------------------
001300 1100-LEER-PARM.
001310     IF WS-PARM-LONGITUD >= 8
001330             MOVE WS-PARM-DATOS(1:8) TO WS-LOTE-PEDIDO
001340             SET WS-HAY-LOTE-PEDIDO TO TRUE
001350         END-IF
001360     END-IF
001361     IF WS-PARM-LONGITUD >= 12 AND NOT WS-HAY-LOTE-PEDIDO
001362         IF WS-PARM-DATOS(9:4) NOT = SPACES
001363             MOVE WS-PARM-DATOS(9:4) TO WS-AREA-PEDIDA
001364             SET WS-HAY-AREA-PEDIDA TO TRUE
001365         END-IF
001366     END-IF.
001370 1100-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------
001400* LEE LA PROXIMA ENTRADA DEL REGISTRO EN ORDEN DE LOTE Y LA
001410* LISTA EN EL REPORTE, SALTEANDO LAS DE OTRAS AREAS SI SE PIDIO
001412* UN AREA, Y LA ACUMULA EN LOS TOTALES DE SU AREA
001420*----------------------------------------------------------------
001430 2000-LISTAR-REGISTRO.
001440     READ LOTEREG NEXT
001500         SET WS-FIN-REGISTRO TO TRUE
001510         GO TO 2000-EXIT
001520     END-IF
001521     IF WS-HAY-AREA-PEDIDA AND LREG-AREA NOT = WS-AREA-PEDIDA
001522         GO TO 2000-EXIT
001523     END-IF
001530     PERFORM 7100-GRABAR-LOTE THRU 7100-EXIT
001531     PERFORM 2100-ACUMULAR-AREA THRU 2100-EXIT
001540     ADD 1 TO WS-CNT-LISTADOS.
001550 2000-EXIT.
001560     EXIT.
001561*----------------------------------------------------------------
001562* SUMA LA ENTRADA LEIDA A LOS TOTALES DE SU AREA EMISORA,
001563* ABRIENDO UNA POSICION NUEVA EN LA TABLA LA PRIMERA VEZ QUE
001564* APARECE EL AREA. SI LA TABLA SE LLENA, LOS LOTES DE LAS AREAS
001565* NUEVAS QUEDAN SOLO EN EL TOTAL GENERAL Y SE CUENTAN EN
001566* WS-CNT-AREAS-OMITIDAS PARA AVISARLO AL PIE
001567*----------------------------------------------------------------
001568 2100-ACUMULAR-AREA.
001569     MOVE "N" TO WS-SW-AREA-HALLADA
001570     PERFORM 2110-BUSCAR-AREA THRU 2110-EXIT
001571         VARYING WS-IND-AREA FROM 1 BY 1
001572             UNTIL WS-IND-AREA > WS-AREAS-USADAS
001573                 OR WS-AREA-HALLADA
001574     IF NOT WS-AREA-HALLADA
001575         IF WS-AREAS-USADAS < WS-MAX-AREAS
001576             ADD 1 TO WS-AREAS-USADAS
001577             MOVE WS-AREAS-USADAS TO WS-IND-AREA
001578             MOVE LREG-AREA TO WS-TAR-AREA(WS-IND-AREA)
001579             MOVE 0 TO WS-TAR-LOTES(WS-IND-AREA)
001580             MOVE 0 TO WS-TAR-LEIDOS(WS-IND-AREA)
001581             MOVE 0 TO WS-TAR-ACEPTADOS(WS-IND-AREA)
001582             MOVE 0 TO WS-TAR-RECHAZADOS(WS-IND-AREA)
001583             SET WS-AREA-HALLADA TO TRUE
001584         ELSE
001585             ADD 1 TO WS-CNT-AREAS-OMITIDAS
001586         END-IF
001587     END-IF
001588     IF WS-AREA-HALLADA
001589         ADD 1 TO WS-TAR-LOTES(WS-IND-AREA)
001590         ADD LREG-LEIDOS TO WS-TAR-LEIDOS(WS-IND-AREA)
001591         ADD LREG-ACEPTADOS TO WS-TAR-ACEPTADOS(WS-IND-AREA)
001592         ADD LREG-RECHAZADOS TO WS-TAR-RECHAZADOS(WS-IND-AREA)
001593     END-IF.
001594 2100-EXIT.
001595     EXIT.
001596*----------------------------------------------------------------
001597* BUSCA EN LA TABLA LA ENTRADA DEL AREA DEL LOTE ACTUAL. SI LA
001598* ENCUENTRA, DEJA WS-IND-AREA APUNTANDOLA Y CORTA EL RECORRIDO
001599*----------------------------------------------------------------
001600 2110-BUSCAR-AREA.
001601     IF WS-TAR-AREA(WS-IND-AREA) = LREG-AREA
001602         SET WS-AREA-HALLADA TO TRUE
001603         SUBTRACT 1 FROM WS-IND-AREA
001604     END-IF.
001605 2110-EXIT.
001606     EXIT.
001607*----------------------------------------------------------------
001608* RESPONDE POR EL LOTE PEDIDO EN EL PARM: SI FIGURA EN EL
001609* REGISTRO SE LISTA SU ENTRADA; SI NO, SE INFORMA QUE LA REMESA
001610* NO CORRIO Y EL PASO TERMINA CON RETURN-CODE 4
001611*----------------------------------------------------------------
001620 3000-CONSULTAR-LOTE.
001630     IF WS-SIN-REGISTRO
001640         PERFORM 3100-LOTE-NO-HALLADO THRU 3100-EXIT
001950     MOVE LREG-LEIDOS        TO WS-LIN-LEIDOS
001960     MOVE LREG-ACEPTADOS     TO WS-LIN-ACEPTADOS
001970     MOVE LREG-RECHAZADOS    TO WS-LIN-RECHAZADOS
001971     MOVE LREG-AREA          TO WS-LIN-AREA
001980     MOVE WS-LINEA-LOTE TO REG-REPORTE
001990     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002000 7100-EXIT.
002090 7000-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------
002120* ARMA Y GRABA LOS TOTALES POR AREA EMISORA, EL TOTAL DE LOTES
002130* LISTADOS Y, SI LOS HUBO, EL AVISO DE LOTES SIN TOTAL DE AREA
002132*----------------------------------------------------------------
002140 8000-EMITIR-TOTALES.
002141     PERFORM 8100-GRABAR-AREA THRU 8100-EXIT
002142         VARYING WS-IND-AREA FROM 1 BY 1
002143             UNTIL WS-IND-AREA > WS-AREAS-USADAS
002150     IF WS-HAY-AREA-PEDIDA
002151         MOVE SPACES TO WS-LIN-TOT-TEXTO
002152         STRING "LOTES DEL AREA " WS-AREA-PEDIDA
002153             DELIMITED BY SIZE INTO WS-LIN-TOT-TEXTO
002154         END-STRING
002155     ELSE
002156         MOVE "LOTES EN EL REGISTRO" TO WS-LIN-TOT-TEXTO
002157     END-IF
002160     MOVE WS-CNT-LISTADOS TO WS-LIN-TOT-CANT
002170     MOVE WS-LINEA-TOTAL TO REG-REPORTE
002180     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002181     IF WS-CNT-AREAS-OMITIDAS > 0
002182         MOVE SPACES TO REG-REPORTE
002183         STRING "ATENCION: " WS-CNT-AREAS-OMITIDAS
002184             " LOTES SIN TOTAL DE AREA (TABLA LLENA)."
002185             DELIMITED BY SIZE INTO REG-REPORTE
002186         END-STRING
002187         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002188     END-IF.
002190 8000-EXIT.
002200     EXIT.
002201*----------------------------------------------------------------
002202* ARMA Y GRABA LA LINEA DE TOTALES DE UN AREA EMISORA
002203*----------------------------------------------------------------
002204 8100-GRABAR-AREA.
002205     MOVE WS-TAR-AREA(WS-IND-AREA)       TO WS-LIA-AREA
002206     MOVE WS-TAR-LOTES(WS-IND-AREA)      TO WS-LIA-LOTES
002207     MOVE WS-TAR-LEIDOS(WS-IND-AREA)     TO WS-LIA-LEIDOS
002208     MOVE WS-TAR-ACEPTADOS(WS-IND-AREA)  TO WS-LIA-ACEPTADOS
002209     MOVE WS-TAR-RECHAZADOS(WS-IND-AREA) TO WS-LIA-RECHAZADOS
002210     MOVE WS-LINEA-AREA TO REG-REPORTE
002211     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002212 8100-EXIT.
002213     EXIT.
002214*----------------------------------------------------------------
002220* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
002230*----------------------------------------------------------------
002240 9000-FINALIZAR.
