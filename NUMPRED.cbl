000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NUMPRED.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. PRE-EDICION DE LA ENTRADA
000220*                     DE NUMROM: UN LOTE FUERA DE BALANCE O UN
000230*                     TIPO DE REGISTRO DESCONOCIDO ABORTA NUMROM
000240*                     CON RETURN-CODE 16 CUANDO LOS LOTES
000250*                     ANTERIORES YA ACTUALIZARON MAESTRO, HISTORIA
000260*                     Y AUDITORIA, Y DEJA LA VENTANA ABIERTA.
000270*                     ESTE PASO CORRE ANTES QUE NUMROM Y VERIFICA
000280*                     CADA REMESA DEL ARCHIVO CONCATENADO CON LAS
000290*                     MISMAS REGLAS: ESTRUCTURA CABECERA/
000300*                     FINALIZADOR, CANTIDAD Y HASH DEL FINALIZADOR
000310*                     Y LOTE YA PROCESADO SEGUN LOTEREG (O
000320*                     REPETIDO EN LA MISMA ENTRADA). LOS LOTES
000330*                     SANOS PASAN TAL CUAL AL ARCHIVO LIBERADA,
000340*                     QUE ES LA ENTRADA DEL PASO NUMROM; LOS
000350*                     DEFECTUOSOS PASAN ENTEROS AL ARCHIVO
000360*                     RETENIDA, CON EL MISMO LAYOUT PARA PODER
000370*                     CORREGIRLOS Y REENVIARLOS, Y SE LISTAN POR
000380*                     AREA EMISORA CON EL LOTE, LAS POSICIONES Y
000390*                     EL MOTIVO. NO ACTUALIZA NINGUN ARCHIVO DE
000400*                     NUMROM: LOTEREG Y AREAREG SOLO SE LEEN. AL
000410*                     CERRAR AGREGA SUS CONTADORES AL ARCHIVO
000420*                     COMUN ESTADIST.
000421* 15/10/2026  TL      EL DETALLE "F" (FECHA A ROMANOS) SE ACEPTA
000422*                     COMO DETALLE DEL LOTE: CUENTA PARA LA
000423*                     CANTIDAD DEL FINALIZADOR Y NO PARA EL HASH,
000424*                     IGUAL QUE EN NUMROM.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ENTRADA ASSIGN TO ENTRADA
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT LIBERADA ASSIGN TO LIBERADA
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT RETENIDA ASSIGN TO RETENIDA
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT LOTEREG ASSIGN TO LOTEREG
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS LREG-LOTE-ID
000570         FILE STATUS IS WS-FS-LOTEREG.
000580     SELECT AREAREG ASSIGN TO AREAREG
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS AREA-PREFIJO
000620         FILE STATUS IS WS-FS-AREAREG.
000630     SELECT REPORTE ASSIGN TO REPORTE
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT ESTADIST ASSIGN TO ESTADIST
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-ESTADIST.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ENTRADA
000710     LABEL RECORDS ARE STANDARD
000720     RECORDING MODE IS F.
000730 01  REG-ENTRADA.
000740     05  REG-TIPO               PIC X(01).
000750         88  REG-TIPO-CABECERA          VALUE "H".
000760         88  REG-TIPO-FINAL             VALUE "T".
000770         88  REG-TIPO-ARABIGO           VALUE "A" "D".
000780         88  REG-TIPO-ROMANO            VALUE "R".
000781         88  REG-TIPO-FECHA             VALUE "F".
000790     05  REG-DATOS              PIC X(19).
000800     05  REG-DATOS-CABECERA REDEFINES REG-DATOS.
000810         10  REG-CAB-LOTE-ID    PIC X(08).
000820         10  REG-CAB-FECHA      PIC 9(08).
000830         10  FILLER             PIC X(03).
000840     05  REG-DATOS-FINAL REDEFINES REG-DATOS.
000850         10  REG-FIN-CANTIDAD   PIC 9(06).
000860         10  REG-FIN-HASH       PIC 9(08).
000870         10  FILLER             PIC X(05).
000880     05  REG-DATOS-DETALLE REDEFINES REG-DATOS.
000890         10  REG-NUMERO-IN      PIC 9(04).
000900         10  FILLER             PIC X(15).
000910 FD  LIBERADA
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 01  REG-LIBERADA               PIC X(20).
000950 FD  RETENIDA
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  REG-RETENIDA               PIC X(20).
000990 FD  LOTEREG
001000     LABEL RECORDS ARE STANDARD.
001010 01  REG-LOTEREG.
001020     COPY LOTRGLAY.
001030 FD  AREAREG
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-AREAREG.
001060     COPY AREALAY.
001070 FD  REPORTE
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100 01  REG-REPORTE                PIC X(80).
001110 FD  ESTADIST
001120     LABEL RECORDS ARE STANDARD
001130     RECORDING MODE IS F.
001140 01  REG-ESTADIST.
001150     COPY ESTALAY.
001160 WORKING-STORAGE SECTION.
001170 01  WS-SWITCHES.
001180     05  WS-SW-FIN-ARCHIVO      PIC X(01) VALUE "N".
001190         88  WS-FIN-ARCHIVO             VALUE "S".
001200     05  WS-SW-SIN-LOTEREG      PIC X(01) VALUE "N".
001210         88  WS-SIN-LOTEREG             VALUE "S".
001220     05  WS-SW-SIN-AREAREG      PIC X(01) VALUE "N".
001230         88  WS-SIN-AREAREG             VALUE "S".
001240*    TRAMO EN CURSO DEL PRIMER RECORRIDO: NINGUNO, UN LOTE
001250*    ABIERTO POR SU CABECERA O REGISTROS SUELTOS FUERA DE LOTE
001260     05  WS-SW-TRAMO            PIC X(01) VALUE "N".
001270         88  WS-SIN-TRAMO               VALUE "N".
001280         88  WS-TRAMO-LOTE              VALUE "L".
001290         88  WS-TRAMO-SUELTO            VALUE "S".
001300 77  WS-FS-LOTEREG              PIC X(02).
001310     88  WS-FS-LOTEREG-OK              VALUE "00".
001320     88  WS-FS-LOTEREG-NO-EXISTE       VALUE "35".
001330 77  WS-FS-AREAREG              PIC X(02).
001340     88  WS-FS-AREAREG-OK              VALUE "00".
001350     88  WS-FS-AREAREG-NO-EXISTE       VALUE "35".
001360 77  WS-FS-ESTADIST             PIC X(02).
001370     88  WS-FS-ESTADIST-OK             VALUE "00".
001380     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001390 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001400 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001410     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001420 77  WS-CNT-POSICION            PIC 9(06) VALUE 0.
001430*----------------------------------------------------------------
001440* ACUMULADORES DE BALANCEO DEL LOTE EN CURSO, CON LAS MISMAS
001450* REGLAS DE NUMROM: LA CANTIDAD CUENTA TODOS LOS DETALLES (A, D,
001460* R Y F) Y EL HASH SUMA SOLO LOS ARABIGOS NUMERICOS EN 10 DIGITOS
001470* Y SE COMPARA POR SUS 8 DE MENOR ORDEN
001480*----------------------------------------------------------------
001490 77  WS-LOTE-LEIDOS             PIC 9(06) VALUE 0.
001500 01  WS-LOTE-HASH-TRABAJO.
001510     05  WS-LOTE-HASH           PIC 9(10) VALUE 0.
001520     05  FILLER REDEFINES WS-LOTE-HASH.
001530         10  FILLER             PIC X(02).
001540         10  WS-LOTE-HASH-BAJO  PIC 9(08).
001550*----------------------------------------------------------------
001560* MOTIVOS DE RETENCION DE UN TRAMO. CERO ES UN LOTE SANO QUE SE
001570* LIBERA. UN TRAMO QUEDA CON EL PRIMER DEFECTO ENCONTRADO
001580*----------------------------------------------------------------
001590 77  WS-MOTIVO                  PIC 9(02) VALUE 0.
001600     88  MOT-LIBERADO                  VALUE 0.
001610     88  MOT-CABECERA-ILEGIBLE         VALUE 1.
001620     88  MOT-LOTE-YA-PROCESADO         VALUE 2.
001630     88  MOT-LOTE-REPETIDO             VALUE 3.
001640     88  MOT-TIPO-DESCONOCIDO          VALUE 4.
001650     88  MOT-SIN-FINALIZADOR           VALUE 5.
001660     88  MOT-FINALIZADOR-ILEGIBLE      VALUE 6.
001670     88  MOT-CANTIDAD-DISTINTA         VALUE 7.
001680     88  MOT-HASH-DISTINTO             VALUE 8.
001690     88  MOT-FUERA-DE-LOTE             VALUE 9.
001700 77  WS-MOTIVO-TEXTO            PIC X(30) VALUE SPACES.
001710*----------------------------------------------------------------
001720* TABLA DE TRAMOS DE LA ENTRADA. CADA TRAMO ES UN LOTE (DESDE SU
001730* CABECERA HASTA SU FINALIZADOR, O HASTA LA CABECERA SIGUIENTE
001740* O EL FIN DEL ARCHIVO SI LE FALTA) O UNA SERIE DE REGISTROS
001750* SUELTOS FUERA DE LOTE. LOS TRAMOS CUBREN TODAS LAS POSICIONES
001760* DE LA ENTRADA SIN HUECOS, Y EL SEGUNDO RECORRIDO ENVIA CADA
001770* REGISTRO A LIBERADA O A RETENIDA SEGUN EL MOTIVO DE SU TRAMO
001780*----------------------------------------------------------------
001790 77  WS-MAX-TRAMOS              PIC 9(04) VALUE 500.
001800 77  WS-TRAMOS-USADOS           PIC 9(04) VALUE 0.
001810 77  WS-IND-TRAMO               PIC 9(04) VALUE 0.
001820 77  WS-IND-BUSQUEDA            PIC 9(04) VALUE 0.
001830 77  WS-IND-AREA                PIC 9(04) VALUE 0.
001840 01  WS-TABLA-TRAMOS.
001850     05  WS-TRAMO-ENTRADA OCCURS 500 TIMES.
001860         10  WS-TRA-LOTE-ID         PIC X(08).
001870         10  WS-TRA-AREA            PIC X(04).
001880         10  WS-TRA-AREA-DESC       PIC X(20).
001890         10  WS-TRA-DESDE           PIC 9(06).
001900         10  WS-TRA-HASTA           PIC 9(06).
001910         10  WS-TRA-DETALLES        PIC 9(06).
001920         10  WS-TRA-MOTIVO          PIC 9(02).
001930         10  WS-TRA-OBSERVACION     PIC X(40).
001940         10  WS-TRA-LISTADO         PIC X(01).
001950 01  WS-TOTALES-CONTROL.
001960     05  WS-CNT-LEIDOS          PIC 9(06) VALUE 0.
001970     05  WS-CNT-LOTES-LIBERADOS PIC 9(06) VALUE 0.
001980     05  WS-CNT-LOTES-RETENIDOS PIC 9(06) VALUE 0.
001990     05  WS-CNT-SUELTOS         PIC 9(06) VALUE 0.
002000     05  WS-CNT-REG-LIBERADOS   PIC 9(06) VALUE 0.
002010     05  WS-CNT-REG-RETENIDOS   PIC 9(06) VALUE 0.
002020 77  WS-CNT-TRAMOS-RETENIDOS    PIC 9(06) VALUE 0.
002030*----------------------------------------------------------------
002040*               LINEAS DEL REPORTE DE PRE-EDICION
002050*----------------------------------------------------------------
002060 01  WS-LINEA-TITULO.
002070     05  FILLER                 PIC X(44) VALUE
002080         "NUMPRED - PRE-EDICION DE LA ENTRADA         ".
002090     05  FILLER                 PIC X(18) VALUE
002100         "FECHA DE PROCESO: ".
002110     05  WS-TIT-FECHA           PIC 9(08).
002120     05  FILLER                 PIC X(10) VALUE SPACES.
002130 01  WS-LINEA-AREA.
002140     05  FILLER                 PIC X(18) VALUE
002150         "LOTES RETENIDOS - ".
002160     05  FILLER                 PIC X(05) VALUE "AREA ".
002170     05  WS-LAR-AREA            PIC X(04).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002190     05  WS-LAR-DESCRIPCION     PIC X(20).
002200     05  FILLER                 PIC X(31) VALUE SPACES.
002210 01  WS-LINEA-ENCABEZADO.
002220     05  FILLER                 PIC X(30) VALUE
002230         "LOTE      POSICIONES     REGS ".
002240     05  FILLER                 PIC X(34) VALUE
002250         "  MOTIVO                          ".
002260     05  FILLER                 PIC X(16) VALUE SPACES.
002270 01  WS-LINEA-DETALLE.
002280     05  WS-LIN-LOTE-ID         PIC X(08).
002290     05  FILLER                 PIC X(02) VALUE SPACES.
002300     05  WS-LIN-DESDE           PIC 9(06).
002310     05  FILLER                 PIC X(01) VALUE "-".
002320     05  WS-LIN-HASTA           PIC 9(06).
002330     05  FILLER                 PIC X(01) VALUE SPACES.
002340     05  WS-LIN-REGISTROS       PIC Z(05)9.
002350     05  FILLER                 PIC X(02) VALUE SPACES.
002360     05  WS-LIN-MOTIVO          PIC 9(02).
002370     05  FILLER                 PIC X(01) VALUE SPACES.
002380     05  WS-LIN-MOTIVO-TEXTO    PIC X(30).
002390     05  FILLER                 PIC X(15) VALUE SPACES.
002400 01  WS-LINEA-OBSERVACION.
002410     05  FILLER                 PIC X(10) VALUE SPACES.
002420     05  WS-LOB-TEXTO           PIC X(40).
002430     05  FILLER                 PIC X(30) VALUE SPACES.
002440 01  WS-LINEA-TOTAL.
002450     05  WS-LIN-TOT-TEXTO       PIC X(35).
002460     05  FILLER                 PIC X(02) VALUE ": ".
002470     05  WS-LIN-TOT-CANT        PIC Z(05)9.
002480     05  FILLER                 PIC X(37) VALUE SPACES.
002490 LINKAGE SECTION.
002500 01  WS-PARM.
002510     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
002520     05  WS-PARM-DATOS          PIC X(20).
002530 PROCEDURE DIVISION USING WS-PARM.
002540*----------------------------------------------------------------
002550*                        P A R R A F O   P R I N C I P A L
002560*----------------------------------------------------------------
002570 0000-MAINLINE.
002580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002590     PERFORM 2000-EXAMINAR-ENTRADA THRU 2000-EXIT
002600     PERFORM 3000-REPARTIR-ENTRADA THRU 3000-EXIT
002610     PERFORM 4000-EMITIR-RETENIDOS THRU 4000-EXIT
002620     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
002630     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002640     GO TO 9999-FIN.
002650*----------------------------------------------------------------
002660* ABRE LOS REGISTROS DE LOTES Y DE AREAS SOLO PARA LECTURA Y EL
002670* REPORTE. SIN LOTEREG NO HAY LOTES PROCESADOS CONTRA LOS CUALES
002680* VERIFICAR DUPLICADOS; SIN AREAREG LOS RETENIDOS SE LISTAN SIN
002690* AREA. NINGUNO DE LOS DOS SE CREA NI SE MODIFICA AQUI
002700*----------------------------------------------------------------
002710 1000-INICIALIZAR.
002720     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002730     OPEN INPUT LOTEREG
002740     IF NOT WS-FS-LOTEREG-OK
002750         SET WS-SIN-LOTEREG TO TRUE
002760         DISPLAY "NO PUDO ABRIRSE EL REGISTRO DE LOTES (STATUS "
002770             WS-FS-LOTEREG "). NO SE VERIFICAN DUPLICADOS."
002780     END-IF
002790     OPEN INPUT AREAREG
002800     IF NOT WS-FS-AREAREG-OK
002810         SET WS-SIN-AREAREG TO TRUE
002820         DISPLAY "NO PUDO ABRIRSE EL REGISTRO DE AREAS (STATUS "
002830             WS-FS-AREAREG "). LOS LOTES SE LISTAN SIN AREA."
002840     END-IF
002850     OPEN OUTPUT REPORTE
002860     MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
002870     MOVE WS-LINEA-TITULO TO REG-REPORTE
002880     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002890     MOVE SPACES TO WS-TABLA-TRAMOS.
002900 1000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002940* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002950* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002960* TOCAR NINGUN ARCHIVO
002970*----------------------------------------------------------------
002980 1050-OBTENER-FECHA-PROCESO.
002990     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
003000     IF NOT WS-FECHA-PROC-ABIERTA
003010         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
003020             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060 1050-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* LEE UN REGISTRO DE ENTRADA Y ACTIVA EL SWITCH DE FIN DE ARCHIVO
003100*----------------------------------------------------------------
003110 1300-LEER-REGISTRO.
003120     READ ENTRADA
003130         AT END
003140             SET WS-FIN-ARCHIVO TO TRUE
003150     END-READ.
003160 1300-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* PRIMER RECORRIDO: ARMA LA TABLA DE TRAMOS Y DECIDE CUALES SE
003200* LIBERAN Y CUALES SE RETIENEN, SIN GRABAR TODAVIA NADA. UN LOTE
003210* QUE LLEGA AL FIN DEL ARCHIVO SIN FINALIZADOR SE RETIENE
003220*----------------------------------------------------------------
003230 2000-EXAMINAR-ENTRADA.
003240     OPEN INPUT ENTRADA
003250     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT
003260     PERFORM 2100-EXAMINAR-REGISTRO THRU 2100-EXIT
003270         UNTIL WS-FIN-ARCHIVO
003280     IF WS-TRAMO-LOTE
003290         MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
003300         IF MOT-LIBERADO
003310             SET MOT-SIN-FINALIZADOR TO TRUE
003320             MOVE "EL ARCHIVO TERMINA CON EL LOTE ABIERTO"
003330                 TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
003340             MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
003350         END-IF
003360     END-IF
003370     IF NOT WS-SIN-TRAMO
003380         MOVE WS-CNT-POSICION TO WS-TRA-HASTA(WS-IND-TRAMO)
003390         PERFORM 2800-CERRAR-TRAMO THRU 2800-EXIT
003400     END-IF
003410     CLOSE ENTRADA.
003420 2000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450* EXAMINA EL REGISTRO ACTUAL SEGUN SU TIPO Y AVANZA AL SIGUIENTE
003460*----------------------------------------------------------------
003470 2100-EXAMINAR-REGISTRO.
003480     ADD 1 TO WS-CNT-POSICION
003490     ADD 1 TO WS-CNT-LEIDOS
003500     EVALUATE TRUE
003510         WHEN REG-TIPO-CABECERA
003520             PERFORM 2200-ABRIR-LOTE THRU 2200-EXIT
003530         WHEN REG-TIPO-FINAL
003540             PERFORM 2300-CERRAR-LOTE THRU 2300-EXIT
003550         WHEN REG-TIPO-ARABIGO
003560         WHEN REG-TIPO-ROMANO
003561         WHEN REG-TIPO-FECHA
003570             PERFORM 2400-ACUMULAR-DETALLE THRU 2400-EXIT
003580         WHEN OTHER
003590             PERFORM 2500-TIPO-DESCONOCIDO THRU 2500-EXIT
003600     END-EVALUATE
003610     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT.
003620 2100-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* UNA CABECERA CIERRA EL TRAMO ANTERIOR EN LA POSICION PREVIA (SI
003660* ERA UN LOTE, QUEDA RETENIDO POR FALTARLE EL FINALIZADOR) Y ABRE
003670* UN TRAMO NUEVO. LA CABECERA SE VERIFICA AL ABRIR: LEGIBLE, NO
003680* REPETIDA EN UN LOTE YA LIBERADO DE ESTA ENTRADA Y NO PROCESADA
003690* ANTES SEGUN EL REGISTRO DE LOTES
003700*----------------------------------------------------------------
003710 2200-ABRIR-LOTE.
003720     IF WS-TRAMO-LOTE
003730         MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
003740         IF MOT-LIBERADO
003750             SET MOT-SIN-FINALIZADOR TO TRUE
003760             MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
003770             MOVE SPACES TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
003780             STRING "LLEGO LA CABECERA DEL LOTE " REG-CAB-LOTE-ID
003790                 DELIMITED BY SIZE
003800                 INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
003810             END-STRING
003820         END-IF
003830     END-IF
003840     IF NOT WS-SIN-TRAMO
003850         COMPUTE WS-TRA-HASTA(WS-IND-TRAMO) = WS-CNT-POSICION - 1
003860         PERFORM 2800-CERRAR-TRAMO THRU 2800-EXIT
003870     END-IF
003880     PERFORM 2700-NUEVO-TRAMO THRU 2700-EXIT
003890     SET WS-TRAMO-LOTE TO TRUE
003900     MOVE REG-CAB-LOTE-ID TO WS-TRA-LOTE-ID(WS-IND-TRAMO)
003910     PERFORM 2250-BUSCAR-AREA THRU 2250-EXIT
003920     MOVE 0 TO WS-LOTE-LEIDOS
003930     MOVE 0 TO WS-LOTE-HASH
003940     IF REG-CAB-LOTE-ID = SPACES
003950         OR REG-CAB-FECHA NOT IS NUMERIC
003960         SET MOT-CABECERA-ILEGIBLE TO TRUE
003970         MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
003980         MOVE "LOTE EN BLANCO O FECHA NO NUMERICA"
003990             TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004000         GO TO 2200-EXIT
004010     END-IF
004020     PERFORM 2260-BUSCAR-REPETIDO THRU 2260-EXIT
004030         VARYING WS-IND-BUSQUEDA FROM 1 BY 1
004040         UNTIL WS-IND-BUSQUEDA NOT < WS-IND-TRAMO
004050     MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
004060     IF NOT MOT-LIBERADO
004070         GO TO 2200-EXIT
004080     END-IF
004090     IF WS-SIN-LOTEREG
004100         GO TO 2200-EXIT
004110     END-IF
004120     MOVE REG-CAB-LOTE-ID TO LREG-LOTE-ID
004130     READ LOTEREG
004140         INVALID KEY
004150             GO TO 2200-EXIT
004160     END-READ
004170     SET MOT-LOTE-YA-PROCESADO TO TRUE
004180     MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
004190     STRING "PROCESADO EL " LREG-FECHA-PROCESO
004200         DELIMITED BY SIZE INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004210     END-STRING.
004220 2200-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* IDENTIFICA EL AREA EMISORA POR LAS DOS PRIMERAS POSICIONES DEL
004260* LOTE, COMO NUMROM, SOLO PARA AGRUPAR EL REPORTE. LA AUTORIZACION
004270* DEL AREA LA SIGUE DECIDIENDO NUMROM
004280*----------------------------------------------------------------
004290 2250-BUSCAR-AREA.
004300     MOVE "----" TO WS-TRA-AREA(WS-IND-TRAMO)
004310     MOVE "AREA NO REGISTRADA" TO WS-TRA-AREA-DESC(WS-IND-TRAMO)
004320     IF WS-SIN-AREAREG
004330         GO TO 2250-EXIT
004340     END-IF
004350     MOVE REG-CAB-LOTE-ID(1:2) TO AREA-PREFIJO
004360     READ AREAREG
004370         INVALID KEY
004380             GO TO 2250-EXIT
004390     END-READ
004400     MOVE AREA-CODIGO TO WS-TRA-AREA(WS-IND-TRAMO)
004410     MOVE AREA-DESCRIPCION TO WS-TRA-AREA-DESC(WS-IND-TRAMO).
004420 2250-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* UN LOTE QUE YA SE LIBERO MAS ARRIBA EN LA MISMA ENTRADA SE
004460* RETIENE: NUMROM LO RECHAZARIA COMO DUPLICADO. UNA REMESA QUE
004470* QUEDO RETENIDA NO CUENTA, PARA QUE SU REENVIO CORREGIDO PASE
004480*----------------------------------------------------------------
004490 2260-BUSCAR-REPETIDO.
004500     IF WS-TRA-LOTE-ID(WS-IND-BUSQUEDA) = REG-CAB-LOTE-ID
004510         AND WS-TRA-MOTIVO(WS-IND-BUSQUEDA) = 0
004520         SET MOT-LOTE-REPETIDO TO TRUE
004530         MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
004540         MOVE SPACES TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004550         STRING "YA LIBERADO DESDE LA POSICION "
004560             WS-TRA-DESDE(WS-IND-BUSQUEDA) DELIMITED BY SIZE
004570             INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004580         END-STRING
004590     END-IF.
004600 2260-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* UN FINALIZADOR CIERRA EL LOTE EN CURSO VERIFICANDO CANTIDAD Y
004640* HASH CONTRA LO LEIDO. UN LOTE QUE YA TENIA UN DEFECTO CONSERVA
004650* EL PRIMERO. UN FINALIZADOR SIN LOTE ABIERTO ES UN REGISTRO
004660* SUELTO
004670*----------------------------------------------------------------
004680 2300-CERRAR-LOTE.
004690     IF NOT WS-TRAMO-LOTE
004700         PERFORM 2600-REGISTRO-SUELTO THRU 2600-EXIT
004710         GO TO 2300-EXIT
004720     END-IF
004730     MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
004740     IF NOT MOT-LIBERADO
004750         GO TO 2350-FIN-TRAMO
004760     END-IF
004770     IF REG-FIN-CANTIDAD NOT IS NUMERIC
004780         OR REG-FIN-HASH NOT IS NUMERIC
004790         SET MOT-FINALIZADOR-ILEGIBLE TO TRUE
004800         MOVE "CANTIDAD O HASH NO NUMERICOS"
004810             TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004820         GO TO 2350-FIN-TRAMO
004830     END-IF
004840     IF REG-FIN-CANTIDAD NOT = WS-LOTE-LEIDOS
004850         SET MOT-CANTIDAD-DISTINTA TO TRUE
004860         STRING "ESPERADOS " REG-FIN-CANTIDAD
004870             " LEIDOS " WS-LOTE-LEIDOS DELIMITED BY SIZE
004880             INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004890         END-STRING
004900         GO TO 2350-FIN-TRAMO
004910     END-IF
004920     IF REG-FIN-HASH NOT = WS-LOTE-HASH-BAJO
004930         SET MOT-HASH-DISTINTO TO TRUE
004940         STRING "HASH ESPERADO " REG-FIN-HASH
004950             " CALCULADO " WS-LOTE-HASH-BAJO DELIMITED BY SIZE
004960             INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
004970         END-STRING
004980     END-IF.
004990 2350-FIN-TRAMO.
005000     MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
005010     MOVE WS-CNT-POSICION TO WS-TRA-HASTA(WS-IND-TRAMO)
005020     PERFORM 2800-CERRAR-TRAMO THRU 2800-EXIT.
005030 2300-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060* SUMA UN DETALLE A LOS ACUMULADORES DE BALANCEO DEL LOTE. UN
005070* DETALLE SIN LOTE ABIERTO ES UN REGISTRO SUELTO
005080*----------------------------------------------------------------
005090 2400-ACUMULAR-DETALLE.
005100     IF NOT WS-TRAMO-LOTE
005110         PERFORM 2600-REGISTRO-SUELTO THRU 2600-EXIT
005120         GO TO 2400-EXIT
005130     END-IF
005140     ADD 1 TO WS-LOTE-LEIDOS
005150     ADD 1 TO WS-TRA-DETALLES(WS-IND-TRAMO)
005160     IF REG-TIPO-ARABIGO
005170         AND REG-NUMERO-IN IS NUMERIC
005180         ADD REG-NUMERO-IN TO WS-LOTE-HASH
005190     END-IF.
005200 2400-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* UN TIPO DE REGISTRO DESCONOCIDO DENTRO DE UN LOTE LO DEJA
005240* RETENIDO (EL REGISTRO VIAJA CON EL LOTE A RETENIDA); FUERA DE
005250* LOTE ES UN REGISTRO SUELTO
005260*----------------------------------------------------------------
005270 2500-TIPO-DESCONOCIDO.
005280     IF NOT WS-TRAMO-LOTE
005290         PERFORM 2600-REGISTRO-SUELTO THRU 2600-EXIT
005300         GO TO 2500-EXIT
005310     END-IF
005320     MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
005330     IF NOT MOT-LIBERADO
005340         GO TO 2500-EXIT
005350     END-IF
005360     SET MOT-TIPO-DESCONOCIDO TO TRUE
005370     MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
005380     STRING "TIPO """ REG-TIPO """ EN LA POSICION "
005390         WS-CNT-POSICION DELIMITED BY SIZE
005400         INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
005410     END-STRING.
005420 2500-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* LOS REGISTROS FUERA DE LOTE SE AGRUPAN EN UN TRAMO SUELTO QUE
005460* SE RETIENE COMPLETO HASTA LA PROXIMA CABECERA
005470*----------------------------------------------------------------
005480 2600-REGISTRO-SUELTO.
005490     IF WS-TRAMO-SUELTO
005500         GO TO 2600-EXIT
005510     END-IF
005520     PERFORM 2700-NUEVO-TRAMO THRU 2700-EXIT
005530     SET WS-TRAMO-SUELTO TO TRUE
005540     ADD 1 TO WS-CNT-SUELTOS
005550     MOVE "SIN LOTE" TO WS-TRA-LOTE-ID(WS-IND-TRAMO)
005560     MOVE SPACES TO WS-TRA-AREA(WS-IND-TRAMO)
005570     MOVE "SIN CABECERA" TO WS-TRA-AREA-DESC(WS-IND-TRAMO)
005580     SET MOT-FUERA-DE-LOTE TO TRUE
005590     MOVE WS-MOTIVO TO WS-TRA-MOTIVO(WS-IND-TRAMO)
005600     STRING "EL PRIMERO ES DE TIPO """ REG-TIPO """"
005610         DELIMITED BY SIZE
005620         INTO WS-TRA-OBSERVACION(WS-IND-TRAMO)
005630     END-STRING.
005640 2600-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* AGREGA UN TRAMO A LA TABLA A PARTIR DE LA POSICION ACTUAL. SI
005680* LA TABLA SE LLENA NO PUEDE GARANTIZARSE EL REPARTO Y LA
005690* CORRIDA SE ABORTA ANTES DE GRABAR LIBERADA
005700*----------------------------------------------------------------
005710 2700-NUEVO-TRAMO.
005720     IF WS-TRAMOS-USADOS NOT < WS-MAX-TRAMOS
005730         DISPLAY "TABLA DE TRAMOS LLENA EN LA POSICION "
005740             WS-CNT-POSICION ": LA ENTRADA TIENE MAS DE "
005750             WS-MAX-TRAMOS " LOTES."
005760         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
005770     END-IF
005780     ADD 1 TO WS-TRAMOS-USADOS
005790     MOVE WS-TRAMOS-USADOS TO WS-IND-TRAMO
005800     MOVE WS-CNT-POSICION TO WS-TRA-DESDE(WS-IND-TRAMO)
005810     MOVE WS-CNT-POSICION TO WS-TRA-HASTA(WS-IND-TRAMO)
005820     MOVE 0 TO WS-TRA-DETALLES(WS-IND-TRAMO)
005830     MOVE 0 TO WS-TRA-MOTIVO(WS-IND-TRAMO)
005840     MOVE SPACES TO WS-TRA-OBSERVACION(WS-IND-TRAMO)
005850     MOVE "N" TO WS-TRA-LISTADO(WS-IND-TRAMO)
005860     MOVE 0 TO WS-MOTIVO.
005870 2700-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* CIERRA EL TRAMO EN CURSO Y LO CUENTA COMO LIBERADO O RETENIDO
005910*----------------------------------------------------------------
005920 2800-CERRAR-TRAMO.
005930     IF WS-TRA-MOTIVO(WS-IND-TRAMO) = 0
005940         ADD 1 TO WS-CNT-LOTES-LIBERADOS
005950         DISPLAY "LOTE " WS-TRA-LOTE-ID(WS-IND-TRAMO)
005960             " BALANCEADO: SE LIBERA."
005970     ELSE
005980         ADD 1 TO WS-CNT-TRAMOS-RETENIDOS
005990         IF WS-TRAMO-LOTE
006000             ADD 1 TO WS-CNT-LOTES-RETENIDOS
006010         END-IF
006020         MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
006030         PERFORM 7200-TEXTO-MOTIVO THRU 7200-EXIT
006040         IF WS-TRAMO-SUELTO
006050             DISPLAY "POSICIONES " WS-TRA-DESDE(WS-IND-TRAMO)
006060                 " A " WS-TRA-HASTA(WS-IND-TRAMO)
006070                 " RETENIDAS: " WS-MOTIVO-TEXTO
006080         ELSE
006090             DISPLAY "LOTE " WS-TRA-LOTE-ID(WS-IND-TRAMO)
006100                 " RETENIDO: " WS-MOTIVO-TEXTO
006110         END-IF
006120     END-IF
006130     SET WS-SIN-TRAMO TO TRUE.
006140 2800-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170* SEGUNDO RECORRIDO: VUELVE A LEER LA ENTRADA Y GRABA CADA
006180* REGISTRO, TAL CUAL SE LEYO, EN LIBERADA O EN RETENIDA SEGUN EL
006190* TRAMO AL QUE PERTENECE SU POSICION
006200*----------------------------------------------------------------
006210 3000-REPARTIR-ENTRADA.
006220     OPEN INPUT ENTRADA
006230     OPEN OUTPUT LIBERADA
006240     OPEN OUTPUT RETENIDA
006250     MOVE "N" TO WS-SW-FIN-ARCHIVO
006260     MOVE 0 TO WS-CNT-POSICION
006270     MOVE 1 TO WS-IND-TRAMO
006280     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT
006290     PERFORM 3100-REPARTIR-REGISTRO THRU 3100-EXIT
006300         UNTIL WS-FIN-ARCHIVO
006310     CLOSE ENTRADA
006320     CLOSE LIBERADA
006330     CLOSE RETENIDA.
006340 3000-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370* UBICA EL TRAMO DE LA POSICION ACTUAL (LOS TRAMOS ESTAN EN
006380* ORDEN Y SON CONTIGUOS) Y GRABA EL REGISTRO DONDE CORRESPONDE
006390*----------------------------------------------------------------
006400 3100-REPARTIR-REGISTRO.
006410     ADD 1 TO WS-CNT-POSICION
006420     IF WS-CNT-POSICION > WS-TRA-HASTA(WS-IND-TRAMO)
006430         AND WS-IND-TRAMO < WS-TRAMOS-USADOS
006440         ADD 1 TO WS-IND-TRAMO
006450     END-IF
006460     IF WS-TRA-MOTIVO(WS-IND-TRAMO) = 0
006470         MOVE REG-ENTRADA TO REG-LIBERADA
006480         WRITE REG-LIBERADA
006490         ADD 1 TO WS-CNT-REG-LIBERADOS
006500     ELSE
006510         MOVE REG-ENTRADA TO REG-RETENIDA
006520         WRITE REG-RETENIDA
006530         ADD 1 TO WS-CNT-REG-RETENIDOS
006540     END-IF
006550     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT.
006560 3100-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* LISTA LOS TRAMOS RETENIDOS AGRUPADOS POR AREA EMISORA: CADA
006600* AREA APARECE UNA VEZ, CON TODOS SUS LOTES RETENIDOS EN ORDEN DE
006610* LLEGADA, PARA ENVIARLE SOLO LO SUYO
006620*----------------------------------------------------------------
006630 4000-EMITIR-RETENIDOS.
006640     IF WS-CNT-TRAMOS-RETENIDOS = 0
006650         MOVE SPACES TO REG-REPORTE
006660         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006670         MOVE "TODOS LOS LOTES DE LA ENTRADA QUEDARON LIBERADOS."
006680             TO REG-REPORTE
006690         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006700         GO TO 4000-EXIT
006710     END-IF
006720     PERFORM 4100-LISTAR-AREA THRU 4100-EXIT
006730         VARYING WS-IND-AREA FROM 1 BY 1
006740         UNTIL WS-IND-AREA > WS-TRAMOS-USADOS.
006750 4000-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* SI EL TRAMO ES UN RETENIDO TODAVIA NO LISTADO, ABRE EL GRUPO DE
006790* SU AREA Y LISTA ESE Y TODOS LOS SIGUIENTES DE LA MISMA AREA
006800*----------------------------------------------------------------
006810 4100-LISTAR-AREA.
006820     IF WS-TRA-MOTIVO(WS-IND-AREA) = 0
006830         OR WS-TRA-LISTADO(WS-IND-AREA) = "S"
006840         GO TO 4100-EXIT
006850     END-IF
006860     MOVE SPACES TO REG-REPORTE
006870     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006880     MOVE WS-TRA-AREA(WS-IND-AREA) TO WS-LAR-AREA
006890     MOVE WS-TRA-AREA-DESC(WS-IND-AREA) TO WS-LAR-DESCRIPCION
006900     MOVE WS-LINEA-AREA TO REG-REPORTE
006910     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006920     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
006930     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006940     PERFORM 4200-LISTAR-TRAMO THRU 4200-EXIT
006950         VARYING WS-IND-TRAMO FROM WS-IND-AREA BY 1
006960         UNTIL WS-IND-TRAMO > WS-TRAMOS-USADOS.
006970 4100-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* LISTA UN TRAMO RETENIDO DEL AREA DEL GRUPO EN CURSO CON SU
007010* MOTIVO Y, EN UNA SEGUNDA LINEA, EL DETALLE DEL DEFECTO
007020*----------------------------------------------------------------
007030 4200-LISTAR-TRAMO.
007040     IF WS-TRA-MOTIVO(WS-IND-TRAMO) = 0
007050         OR WS-TRA-LISTADO(WS-IND-TRAMO) = "S"
007060         OR WS-TRA-AREA(WS-IND-TRAMO) NOT = WS-LAR-AREA
007070         GO TO 4200-EXIT
007080     END-IF
007090     MOVE "S" TO WS-TRA-LISTADO(WS-IND-TRAMO)
007100     MOVE WS-TRA-LOTE-ID(WS-IND-TRAMO) TO WS-LIN-LOTE-ID
007110     MOVE WS-TRA-DESDE(WS-IND-TRAMO) TO WS-LIN-DESDE
007120     MOVE WS-TRA-HASTA(WS-IND-TRAMO) TO WS-LIN-HASTA
007130     COMPUTE WS-LIN-REGISTROS = WS-TRA-HASTA(WS-IND-TRAMO)
007140         - WS-TRA-DESDE(WS-IND-TRAMO) + 1
007150     MOVE WS-TRA-MOTIVO(WS-IND-TRAMO) TO WS-MOTIVO
007160     MOVE WS-MOTIVO TO WS-LIN-MOTIVO
007170     PERFORM 7200-TEXTO-MOTIVO THRU 7200-EXIT
007180     MOVE WS-MOTIVO-TEXTO TO WS-LIN-MOTIVO-TEXTO
007190     MOVE WS-LINEA-DETALLE TO REG-REPORTE
007200     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
007210     IF WS-TRA-OBSERVACION(WS-IND-TRAMO) NOT = SPACES
007220         MOVE WS-TRA-OBSERVACION(WS-IND-TRAMO) TO WS-LOB-TEXTO
007230         MOVE WS-LINEA-OBSERVACION TO REG-REPORTE
007240         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
007250     END-IF.
007260 4200-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* ABORTA LA CORRIDA SIN HABER GRABADO LIBERADA NI RETENIDA, PARA
007300* QUE EL PASO NUMROM NO CORRA CON UNA ENTRADA A MEDIO REPARTIR
007310*----------------------------------------------------------------
007320 6900-ABORTAR-CORRIDA.
007330     DISPLAY "LA CORRIDA SE ABORTA CON RETURN-CODE 16."
007340     CLOSE ENTRADA
007350     IF NOT WS-SIN-LOTEREG
007360         CLOSE LOTEREG
007370     END-IF
007380     IF NOT WS-SIN-AREAREG
007390         CLOSE AREAREG
007400     END-IF
007410     CLOSE REPORTE
007420     MOVE 16 TO RETURN-CODE
007430     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
007440     STOP RUN.
007450 6900-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
007490* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
007500*----------------------------------------------------------------
007510 7000-GRABAR-LINEA.
007520     WRITE REG-REPORTE
007530     DISPLAY REG-REPORTE.
007540 7000-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* DEVUELVE EN WS-MOTIVO-TEXTO LA DESCRIPCION DE WS-MOTIVO
007580*----------------------------------------------------------------
007590 7200-TEXTO-MOTIVO.
007600     EVALUATE TRUE
007610         WHEN MOT-CABECERA-ILEGIBLE
007620             MOVE "CABECERA ILEGIBLE" TO WS-MOTIVO-TEXTO
007630         WHEN MOT-LOTE-YA-PROCESADO
007640             MOVE "LOTE YA PROCESADO" TO WS-MOTIVO-TEXTO
007650         WHEN MOT-LOTE-REPETIDO
007660             MOVE "LOTE REPETIDO EN LA ENTRADA" TO WS-MOTIVO-TEXTO
007670         WHEN MOT-TIPO-DESCONOCIDO
007680             MOVE "TIPO DE REGISTRO DESCONOCIDO"
007690                 TO WS-MOTIVO-TEXTO
007700         WHEN MOT-SIN-FINALIZADOR
007710             MOVE "LOTE SIN FINALIZADOR" TO WS-MOTIVO-TEXTO
007720         WHEN MOT-FINALIZADOR-ILEGIBLE
007730             MOVE "FINALIZADOR ILEGIBLE" TO WS-MOTIVO-TEXTO
007740         WHEN MOT-CANTIDAD-DISTINTA
007750             MOVE "FUERA DE BALANCE: CANTIDAD" TO WS-MOTIVO-TEXTO
007760         WHEN MOT-HASH-DISTINTO
007770             MOVE "FUERA DE BALANCE: HASH" TO WS-MOTIVO-TEXTO
007780         WHEN MOT-FUERA-DE-LOTE
007790             MOVE "REGISTROS FUERA DE LOTE" TO WS-MOTIVO-TEXTO
007800         WHEN OTHER
007810             MOVE SPACES TO WS-MOTIVO-TEXTO
007820     END-EVALUATE.
007830 7200-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------
007860* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA PRE-EDICION
007870*----------------------------------------------------------------
007880 8000-EMITIR-TOTALES.
007890     MOVE SPACES TO REG-REPORTE
007900     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
007910     MOVE "REGISTROS DE ENTRADA LEIDOS" TO WS-LIN-TOT-TEXTO
007920     MOVE WS-CNT-LEIDOS TO WS-LIN-TOT-CANT
007930     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
007940     MOVE "LOTES LIBERADOS" TO WS-LIN-TOT-TEXTO
007950     MOVE WS-CNT-LOTES-LIBERADOS TO WS-LIN-TOT-CANT
007960     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
007970     MOVE "LOTES RETENIDOS" TO WS-LIN-TOT-TEXTO
007980     MOVE WS-CNT-LOTES-RETENIDOS TO WS-LIN-TOT-CANT
007990     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
008000     MOVE "TRAMOS DE REGISTROS FUERA DE LOTE" TO WS-LIN-TOT-TEXTO
008010     MOVE WS-CNT-SUELTOS TO WS-LIN-TOT-CANT
008020     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
008030     MOVE "REGISTROS GRABADOS EN LIBERADA" TO WS-LIN-TOT-TEXTO
008040     MOVE WS-CNT-REG-LIBERADOS TO WS-LIN-TOT-CANT
008050     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
008060     MOVE "REGISTROS GRABADOS EN RETENIDA" TO WS-LIN-TOT-TEXTO
008070     MOVE WS-CNT-REG-RETENIDOS TO WS-LIN-TOT-CANT
008080     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
008090 8000-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120* GRABA UNA LINEA DE TOTAL DE CONTROL
008130*----------------------------------------------------------------
008140 8100-GRABAR-TOTAL.
008150     MOVE WS-LINEA-TOTAL TO REG-REPORTE
008160     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
008170 8100-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
008210*----------------------------------------------------------------
008220 9000-FINALIZAR.
008230     IF NOT WS-SIN-LOTEREG
008240         CLOSE LOTEREG
008250     END-IF
008260     IF NOT WS-SIN-AREAREG
008270         CLOSE AREAREG
008280     END-IF
008290     CLOSE REPORTE.
008300 9000-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
008340* DE ESTA EJECUCION (VER ESTALAY): REGISTROS DE ENTRADA LEIDOS,
008350* LOTES LIBERADOS Y TRAMOS RETENIDOS
008360*----------------------------------------------------------------
008370 8900-GRABAR-ESTADISTICA.
008380     OPEN EXTEND ESTADIST
008390     IF WS-FS-ESTADIST-NO-EXISTE
008400         OPEN OUTPUT ESTADIST
008410     END-IF
008420     MOVE "NUMPRED" TO EST-PROGRAMA
008430     MOVE WS-FECHA-CORRIDA TO EST-FECHA
008440     ACCEPT EST-HORA FROM TIME
008450     MOVE WS-CNT-LEIDOS           TO EST-CNT-1
008460     MOVE WS-CNT-LOTES-LIBERADOS  TO EST-CNT-2
008470     MOVE WS-CNT-TRAMOS-RETENIDOS TO EST-CNT-3
008480     MOVE RETURN-CODE             TO EST-RETORNO
008490     WRITE REG-ESTADIST
008500     CLOSE ESTADIST.
008510 8900-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------
008540* SI ALGO QUEDO RETENIDO SE DEVUELVE RETURN-CODE 4: NUMROM CORRE
008550* IGUAL CON LO LIBERADO Y OPERACIONES DEBE AVISAR A LAS AREAS
008560*----------------------------------------------------------------
008570 9999-FIN.
008580     IF WS-CNT-TRAMOS-RETENIDOS > 0
008590         MOVE 4 TO RETURN-CODE
008600     END-IF
008610     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
008620     STOP RUN.
