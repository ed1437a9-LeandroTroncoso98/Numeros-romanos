000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NUMACUS.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. CONCILIACION DE LOS
000220*                     ACUSES DE RECIBO DE LAS AREAS (ACUSES, COPY
000230*                     ACUSLAY) CONTRA EL REGISTRO DE ENTREGAS QUE
000240*                     GRABA NUMDIST (ENTREGA, COPY ENTRGLAY). CADA
000250*                     ACUSE CONFIRMA SU TRANSMISION SI LAS
000260*                     CANTIDADES COINCIDEN CON LAS ENVIADAS O LA
000270*                     DEJA DISCREPANTE SI NO. INFORMA LOS ACUSES
000280*                     QUE NO SE PUEDEN APLICAR, LAS TRANSMISIONES
000290*                     SIN ACUSE PASADO EL PLAZO EN DIAS (PARM,
000300*                     3 DIAS SI NO VIENE) Y LAS DISCREPANCIAS DE
000310*                     DIAS ANTERIORES TODAVIA SIN RESOLVER. AL
000320*                     CERRAR AGREGA SUS CONTADORES AL ARCHIVO
000321*                     COMUN ESTADIST.
000322* 15/10/2026  TL      LA COMPARACION DE CANTIDADES TOMA LAS
000323*                     ACUSADAS DEL REGISTRO DE ENTREGAS Y NO DEL
000324*                     AREA DEL ARCHIVO DE ACUSES, QUE EN LA
000325*                     REVISION DE ENTREGAS YA ESTA EN FIN DE
000330*                     ARCHIVO O NUNCA SE ABRIO.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ACUSES ASSIGN TO ACUSES
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-FS-ACUSES.
000410     SELECT ENTREGA ASSIGN TO ENTREGA
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ENT-CLAVE
000450         FILE STATUS IS WS-FS-ENTREGA.
000460     SELECT REPORTE ASSIGN TO REPORTE
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT ESTADIST ASSIGN TO ESTADIST
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-ESTADIST.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ACUSES
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 01  REG-ACUSE.
000570     COPY ACUSLAY.
000580 FD  ENTREGA
000590     LABEL RECORDS ARE STANDARD.
000600 01  REG-ENTREGA.
000610     COPY ENTRGLAY.
000620 FD  REPORTE
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650 01  REG-REPORTE                PIC X(80).
000660 FD  ESTADIST
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  REG-ESTADIST.
000700     COPY ESTALAY.
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-SW-FIN-ACUSES       PIC X(01) VALUE "N".
000740         88  WS-FIN-ACUSES              VALUE "S".
000750     05  WS-SW-FIN-ENTREGA      PIC X(01) VALUE "N".
000760         88  WS-FIN-ENTREGA             VALUE "S".
000770     05  WS-SW-SIN-ACUSES       PIC X(01) VALUE "N".
000780         88  WS-SIN-ACUSES              VALUE "S".
000790 77  WS-FS-ACUSES               PIC X(02).
000800     88  WS-FS-ACUSES-OK               VALUE "00".
000810 77  WS-FS-ENTREGA              PIC X(02).
000820     88  WS-FS-ENTREGA-OK              VALUE "00".
000830     88  WS-FS-ENTREGA-NO-EXISTE       VALUE "35".
000840 77  WS-FS-ESTADIST             PIC X(02).
000850     88  WS-FS-ESTADIST-OK             VALUE "00".
000860     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000870 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000880 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000890     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000900*----------------------------------------------------------------
000910* PLAZO EN DIAS PARA RECIBIR EL ACUSE DE UNA TRANSMISION, CONTADO
000920* DESDE SU FECHA DE PROCESO. SE CAMBIA POR PARM
000930*----------------------------------------------------------------
000940 77  WS-DIAS-PLAZO              PIC 9(03) VALUE 3.
000950 77  WS-DIA-CORRIDA             PIC 9(08) VALUE 0.
000960 77  WS-DIAS-ANTIGUEDAD         PIC 9(04) VALUE 0.
000970 01  WS-TOTALES-CONTROL.
000980     05  WS-CNT-LEIDOS          PIC 9(06) VALUE 0.
000990     05  WS-CNT-CONFIRMADOS     PIC 9(06) VALUE 0.
001000     05  WS-CNT-DISCREPANTES    PIC 9(06) VALUE 0.
001010     05  WS-CNT-RECHAZADOS      PIC 9(06) VALUE 0.
001020     05  WS-CNT-EN-PLAZO        PIC 9(06) VALUE 0.
001030     05  WS-CNT-VENCIDAS        PIC 9(06) VALUE 0.
001040     05  WS-CNT-SIN-RESOLVER    PIC 9(06) VALUE 0.
001050     05  WS-CNT-EXCEPCIONES     PIC 9(06) VALUE 0.
001060*----------------------------------------------------------------
001070*               LINEAS DEL REPORTE DE CONCILIACION
001080*----------------------------------------------------------------
001090 01  WS-LINEA-TITULO.
001100     05  FILLER                 PIC X(44) VALUE
001110         "NUMACUS - CONCILIACION DE ACUSES DE RECIBO  ".
001120     05  FILLER                 PIC X(18) VALUE
001130         "FECHA DE PROCESO: ".
001140     05  WS-TIT-FECHA           PIC 9(08).
001150     05  FILLER                 PIC X(10) VALUE SPACES.
001160 01  WS-LINEA-SECCION-ACUSES.
001170     05  FILLER                 PIC X(40) VALUE
001180         "ACUSES RECIBIDOS CON OBSERVACIONES      ".
001190     05  FILLER                 PIC X(40) VALUE SPACES.
001200 01  WS-LINEA-SECCION-ENTREGAS.
001210     05  FILLER                 PIC X(40) VALUE
001220         "TRANSMISIONES SIN RESOLVER (PLAZO DE ACU".
001230     05  FILLER                 PIC X(04) VALUE "SE: ".
001240     05  WS-SEC-PLAZO           PIC ZZ9.
001250     05  FILLER                 PIC X(06) VALUE " DIAS)".
001260     05  FILLER                 PIC X(27) VALUE SPACES.
001270 01  WS-LINEA-ENCABEZADO.
001280     05  FILLER                 PIC X(30) VALUE
001290         "AREA  TRANSMISION  DIAS  OBSER".
001300     05  FILLER                 PIC X(30) VALUE
001310         "VACION                        ".
001320     05  FILLER                 PIC X(20) VALUE SPACES.
001330 01  WS-LINEA-DETALLE.
001340     05  WS-LIN-AREA            PIC X(04).
001350     05  FILLER                 PIC X(02) VALUE SPACES.
001360     05  WS-LIN-FECHA           PIC X(08).
001370     05  FILLER                 PIC X(01) VALUE "-".
001380     05  WS-LIN-SECUENCIA       PIC X(02).
001390     05  FILLER                 PIC X(02) VALUE SPACES.
001400     05  WS-LIN-DIAS            PIC Z(04).
001410     05  FILLER                 PIC X(02) VALUE SPACES.
001420     05  WS-LIN-OBSERVACION     PIC X(40).
001430     05  FILLER                 PIC X(15) VALUE SPACES.
001440 01  WS-LINEA-COMPARACION.
001450     05  FILLER                 PIC X(06) VALUE SPACES.
001460     05  WS-LCM-TEXTO           PIC X(09).
001470     05  FILLER                 PIC X(10) VALUE "REGISTROS ".
001480     05  WS-LCM-REGISTROS       PIC Z(07)9.
001490     05  FILLER                 PIC X(08) VALUE "  LOTES ".
001500     05  WS-LCM-LOTES           PIC Z(05)9.
001510     05  FILLER                 PIC X(11) VALUE "  DETALLES ".
001520     05  WS-LCM-DETALLES        PIC Z(07)9.
001530     05  FILLER                 PIC X(14) VALUE SPACES.
001540 01  WS-LINEA-TOTAL.
001550     05  WS-LIN-TOT-TEXTO       PIC X(35).
001560     05  FILLER                 PIC X(02) VALUE ": ".
001570     05  WS-LIN-TOT-CANT        PIC Z(05)9.
001580     05  FILLER                 PIC X(37) VALUE SPACES.
001590 LINKAGE SECTION.
001600 01  WS-PARM.
001610     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
001620     05  WS-PARM-DATOS          PIC X(20).
001630 PROCEDURE DIVISION USING WS-PARM.
001640*----------------------------------------------------------------
001650*                        P A R R A F O   P R I N C I P A L
001660*----------------------------------------------------------------
001670 0000-MAINLINE.
001680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001690     PERFORM 2000-APLICAR-ACUSE THRU 2000-EXIT
001700         UNTIL WS-FIN-ACUSES
001710     PERFORM 3000-REVISAR-ENTREGAS THRU 3000-EXIT
001720     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
001730     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001740     GO TO 9999-FIN.
001750*----------------------------------------------------------------
001760* ABRE LOS ACUSES DEL DIA (SIN ACUSES IGUAL SE REVISAN LAS
001770* TRANSMISIONES PENDIENTES), EL REGISTRO DE ENTREGAS (CREANDOLO
001780* SI NO EXISTE) Y EL REPORTE
001790*----------------------------------------------------------------
001800 1000-INICIALIZAR.
001810     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001820     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001830     COMPUTE WS-DIA-CORRIDA =
001840         FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
001850     END-COMPUTE
001860     OPEN INPUT ACUSES
001870     IF NOT WS-FS-ACUSES-OK
001880         SET WS-SIN-ACUSES TO TRUE
001890         SET WS-FIN-ACUSES TO TRUE
001900         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO DE ACUSES (STATUS "
001910             WS-FS-ACUSES "). SOLO SE REVISAN LAS ENTREGAS."
001920     END-IF
001930     OPEN I-O ENTREGA
001940     IF WS-FS-ENTREGA-NO-EXISTE
001950         OPEN OUTPUT ENTREGA
001960         CLOSE ENTREGA
001970         OPEN I-O ENTREGA
001980     END-IF
001990     OPEN OUTPUT REPORTE
002000     MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
002010     MOVE WS-LINEA-TITULO TO REG-REPORTE
002020     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002030     MOVE SPACES TO REG-REPORTE
002040     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002050     MOVE WS-LINEA-SECCION-ACUSES TO REG-REPORTE
002060     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002070     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
002080     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002090     IF NOT WS-SIN-ACUSES
002100         PERFORM 1300-LEER-ACUSE THRU 1300-EXIT
002110     END-IF.
002120 1000-EXIT.
002130     EXIT.
002140*----------------------------------------------------------------
002150* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002160* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002170* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002180* TOCAR NINGUN ARCHIVO
002190*----------------------------------------------------------------
002200 1050-OBTENER-FECHA-PROCESO.
002210     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002220     IF NOT WS-FECHA-PROC-ABIERTA
002230         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002240             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 1050-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-3 = PLAZO EN
002320* DIAS PARA RECIBIR EL ACUSE. SIN PARM SE MANTIENE EL PLAZO
002330* HABITUAL DE 3 DIAS. UN PLAZO DE CERO SE IGNORA: DARIA POR
002340* VENCIDAS LAS TRANSMISIONES DEL MISMO DIA.
002350*----------------------------------------------------------------
002360 1100-LEER-PARM.
002370     IF WS-PARM-LONGITUD >= 3
002380         IF WS-PARM-DATOS(1:3) IS NUMERIC
002390             AND WS-PARM-DATOS(1:3) NOT = "000"
002400             MOVE WS-PARM-DATOS(1:3) TO WS-DIAS-PLAZO
002410         END-IF
002420     END-IF.
002430 1100-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* LEE UN ACUSE Y ACTIVA EL SWITCH DE FIN
002470*----------------------------------------------------------------
002480 1300-LEER-ACUSE.
002490     READ ACUSES
002500         AT END
002510             SET WS-FIN-ACUSES TO TRUE
002520     END-READ.
002530 1300-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* APLICA UN ACUSE Y AVANZA AL SIGUIENTE
002570*----------------------------------------------------------------
002580 2000-APLICAR-ACUSE.
002590     ADD 1 TO WS-CNT-LEIDOS
002600     PERFORM 2100-CONCILIAR-ACUSE THRU 2100-EXIT
002610     PERFORM 1300-LEER-ACUSE THRU 1300-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* APLICA UN ACUSE A SU TRANSMISION. SE RECHAZAN LOS ACUSES
002660* ILEGIBLES, LOS DE UNA TRANSMISION QUE NO FIGURA EN EL REGISTRO
002670* DE ENTREGAS Y LOS DE UNA TRANSMISION YA CONFIRMADA. UN ACUSE
002680* CON LAS MISMAS CANTIDADES ENVIADAS CONFIRMA LA TRANSMISION
002690* (TAMBIEN UNA QUE HABIA QUEDADO DISCREPANTE); SI NO COINCIDEN LA
002700* DEJA DISCREPANTE Y SE INFORMA LO ENVIADO CONTRA LO ACUSADO
002710*----------------------------------------------------------------
002720 2100-CONCILIAR-ACUSE.
002730     MOVE 0 TO WS-DIAS-ANTIGUEDAD
002740     IF ACU-FECHA NOT NUMERIC
002750         OR ACU-SECUENCIA NOT NUMERIC
002760         OR ACU-RECEPCION NOT NUMERIC
002770         OR ACU-REGISTROS NOT NUMERIC
002780         OR ACU-LOTES NOT NUMERIC
002790         OR ACU-DETALLES NOT NUMERIC
002800         ADD 1 TO WS-CNT-RECHAZADOS
002810         MOVE "ACUSE ILEGIBLE, NO SE APLICA" TO WS-LIN-OBSERVACION
002820         PERFORM 7100-GRABAR-ACUSE THRU 7100-EXIT
002830         GO TO 2100-EXIT
002840     END-IF
002850     MOVE ACU-AREA TO ENT-AREA
002860     MOVE ACU-FECHA TO ENT-FECHA
002870     MOVE ACU-SECUENCIA TO ENT-SECUENCIA
002880     READ ENTREGA
002890         INVALID KEY
002900             ADD 1 TO WS-CNT-RECHAZADOS
002910             MOVE "ACUSE DE UNA TRANSMISION INEXISTENTE"
002920                 TO WS-LIN-OBSERVACION
002930             PERFORM 7100-GRABAR-ACUSE THRU 7100-EXIT
002940             GO TO 2100-EXIT
002950     END-READ
002960     IF ENT-CONFIRMADA
002970         ADD 1 TO WS-CNT-RECHAZADOS
002980         MOVE "ACUSE REPETIDO, YA ESTABA CONFIRMADA"
002990             TO WS-LIN-OBSERVACION
003000         PERFORM 7100-GRABAR-ACUSE THRU 7100-EXIT
003010         GO TO 2100-EXIT
003020     END-IF
003030     MOVE WS-FECHA-CORRIDA TO ENT-ACUSE-FECHA
003040     MOVE ACU-RECEPCION TO ENT-ACUSE-RECEPCION
003050     MOVE ACU-REGISTROS TO ENT-ACUSE-REGISTROS
003060     MOVE ACU-LOTES TO ENT-ACUSE-LOTES
003070     MOVE ACU-DETALLES TO ENT-ACUSE-DETALLES
003080     IF ACU-REGISTROS = ENT-REGISTROS
003090         AND ACU-LOTES = ENT-LOTES
003100         AND ACU-DETALLES = ENT-DETALLES
003110         SET ENT-CONFIRMADA TO TRUE
003120         ADD 1 TO WS-CNT-CONFIRMADOS
003130     ELSE
003140         SET ENT-DISCREPANTE TO TRUE
003150         ADD 1 TO WS-CNT-DISCREPANTES
003160         MOVE "LAS CANTIDADES ACUSADAS NO COINCIDEN"
003170             TO WS-LIN-OBSERVACION
003180         PERFORM 7100-GRABAR-ACUSE THRU 7100-EXIT
003190         PERFORM 7300-GRABAR-COMPARACION THRU 7300-EXIT
003200     END-IF
003210     REWRITE REG-ENTREGA
003220         INVALID KEY
003230             DISPLAY "NO PUDO ACTUALIZARSE LA ENTREGA " ENT-CLAVE
003240                 " (STATUS " WS-FS-ENTREGA ")."
003250     END-REWRITE.
003260 2100-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* RECORRE EL REGISTRO DE ENTREGAS COMPLETO BUSCANDO LO QUE SIGUE
003300* SIN RESOLVER DESPUES DE APLICAR LOS ACUSES DEL DIA
003310*----------------------------------------------------------------
003320 3000-REVISAR-ENTREGAS.
003330     MOVE SPACES TO REG-REPORTE
003340     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003350     MOVE WS-DIAS-PLAZO TO WS-SEC-PLAZO
003360     MOVE WS-LINEA-SECCION-ENTREGAS TO REG-REPORTE
003370     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003380     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
003390     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003400     MOVE LOW-VALUES TO ENT-CLAVE
003410     START ENTREGA KEY NOT < ENT-CLAVE
003420         INVALID KEY
003430             SET WS-FIN-ENTREGA TO TRUE
003440     END-START
003450     PERFORM 3100-REVISAR-ENTREGA THRU 3100-EXIT
003460         UNTIL WS-FIN-ENTREGA.
003470 3000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* UNA TRANSMISION PENDIENTE SE INFORMA CUANDO YA PASARON MAS DIAS
003510* QUE EL PLAZO DESDE SU FECHA DE PROCESO. UNA DISCREPANTE SE
003520* INFORMA MIENTRAS NO LLEGUE UN ACUSE QUE COINCIDA, SALVO EL DIA
003530* EN QUE SE ACUSO, QUE YA FIGURA EN LA PRIMERA SECCION
003540*----------------------------------------------------------------
003550 3100-REVISAR-ENTREGA.
003560     READ ENTREGA NEXT
003570         AT END
003580             SET WS-FIN-ENTREGA TO TRUE
003590             GO TO 3100-EXIT
003600     END-READ
003610     IF NOT WS-FS-ENTREGA-OK
003620         SET WS-FIN-ENTREGA TO TRUE
003630         GO TO 3100-EXIT
003640     END-IF
003650     PERFORM 3200-CALCULAR-ANTIGUEDAD THRU 3200-EXIT
003660     IF ENT-PENDIENTE
003670         IF WS-DIAS-ANTIGUEDAD > WS-DIAS-PLAZO
003680             ADD 1 TO WS-CNT-VENCIDAS
003690             MOVE "SIN ACUSE, PLAZO VENCIDO"
003700                 TO WS-LIN-OBSERVACION
003710             PERFORM 7200-GRABAR-ENTREGA THRU 7200-EXIT
003720         ELSE
003730             ADD 1 TO WS-CNT-EN-PLAZO
003740         END-IF
003750         GO TO 3100-EXIT
003760     END-IF
003770     IF ENT-DISCREPANTE
003780         AND ENT-ACUSE-FECHA < WS-FECHA-CORRIDA
003790         ADD 1 TO WS-CNT-SIN-RESOLVER
003800         MOVE "DISCREPANCIA SIN RESOLVER" TO WS-LIN-OBSERVACION
003810         PERFORM 7200-GRABAR-ENTREGA THRU 7200-EXIT
003850         PERFORM 7300-GRABAR-COMPARACION THRU 7300-EXIT
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* DIAS CORRIDOS DESDE LA FECHA DE PROCESO DE LA TRANSMISION HASTA
003910* LA DE LA CORRIDA. UNA FECHA INVALIDA O POSTERIOR A LA CORRIDA
003920* DA ANTIGUEDAD CERO
003930*----------------------------------------------------------------
003940 3200-CALCULAR-ANTIGUEDAD.
003950     MOVE 0 TO WS-DIAS-ANTIGUEDAD
003960     IF ENT-FECHA NOT NUMERIC
003970        OR ENT-FECHA < 16010101
003980        OR ENT-FECHA > WS-FECHA-CORRIDA
003990         GO TO 3200-EXIT
004000     END-IF
004010     COMPUTE WS-DIAS-ANTIGUEDAD = WS-DIA-CORRIDA -
004020         FUNCTION INTEGER-OF-DATE(ENT-FECHA)
004030     END-COMPUTE.
004040 3200-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
004080* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
004090*----------------------------------------------------------------
004100 7000-GRABAR-LINEA.
004110     WRITE REG-REPORTE
004120     DISPLAY REG-REPORTE.
004130 7000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* GRABA LA LINEA DE UN ACUSE CON OBSERVACIONES, IDENTIFICANDO LA
004170* TRANSMISION TAL COMO VINO EN EL ACUSE
004180*----------------------------------------------------------------
004190 7100-GRABAR-ACUSE.
004200     ADD 1 TO WS-CNT-EXCEPCIONES
004210     MOVE ACU-AREA TO WS-LIN-AREA
004220     MOVE ACU-FECHA TO WS-LIN-FECHA
004230     MOVE ACU-SECUENCIA TO WS-LIN-SECUENCIA
004240     MOVE WS-DIAS-ANTIGUEDAD TO WS-LIN-DIAS
004250     MOVE WS-LINEA-DETALLE TO REG-REPORTE
004260     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
004270 7100-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* GRABA LA LINEA DE UNA TRANSMISION SIN RESOLVER CON SUS DIAS
004310* DESDE LA FECHA DE PROCESO
004320*----------------------------------------------------------------
004330 7200-GRABAR-ENTREGA.
004340     ADD 1 TO WS-CNT-EXCEPCIONES
004350     MOVE ENT-AREA TO WS-LIN-AREA
004360     MOVE ENT-FECHA TO WS-LIN-FECHA
004370     MOVE ENT-SECUENCIA TO WS-LIN-SECUENCIA
004380     MOVE WS-DIAS-ANTIGUEDAD TO WS-LIN-DIAS
004390     MOVE WS-LINEA-DETALLE TO REG-REPORTE
004400     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
004410 7200-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* GRABA DEBAJO DE UNA DISCREPANCIA LAS CANTIDADES ENVIADAS Y LAS
004450* ACUSADAS POR EL AREA, AMBAS DEL REGISTRO DE ENTREGAS (EL ACUSE
004451* YA QUEDO APLICADO EN ENT-ACUSE-*)
004460*----------------------------------------------------------------
004470 7300-GRABAR-COMPARACION.
004480     MOVE "ENVIADO: " TO WS-LCM-TEXTO
004490     MOVE ENT-REGISTROS TO WS-LCM-REGISTROS
004500     MOVE ENT-LOTES TO WS-LCM-LOTES
004510     MOVE ENT-DETALLES TO WS-LCM-DETALLES
004520     MOVE WS-LINEA-COMPARACION TO REG-REPORTE
004530     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
004540     MOVE "ACUSADO: " TO WS-LCM-TEXTO
004550     MOVE ENT-ACUSE-REGISTROS TO WS-LCM-REGISTROS
004560     MOVE ENT-ACUSE-LOTES TO WS-LCM-LOTES
004570     MOVE ENT-ACUSE-DETALLES TO WS-LCM-DETALLES
004580     MOVE WS-LINEA-COMPARACION TO REG-REPORTE
004590     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
004600 7300-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA CONCILIACION
004640*----------------------------------------------------------------
004650 8000-EMITIR-TOTALES.
004660     MOVE SPACES TO REG-REPORTE
004670     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
004680     MOVE "ACUSES LEIDOS" TO WS-LIN-TOT-TEXTO
004690     MOVE WS-CNT-LEIDOS TO WS-LIN-TOT-CANT
004700     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004710     MOVE "TRANSMISIONES CONFIRMADAS" TO WS-LIN-TOT-TEXTO
004720     MOVE WS-CNT-CONFIRMADOS TO WS-LIN-TOT-CANT
004730     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004740     MOVE "ACUSES CON CANTIDADES DISTINTAS" TO WS-LIN-TOT-TEXTO
004750     MOVE WS-CNT-DISCREPANTES TO WS-LIN-TOT-CANT
004760     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004770     MOVE "ACUSES NO APLICADOS" TO WS-LIN-TOT-TEXTO
004780     MOVE WS-CNT-RECHAZADOS TO WS-LIN-TOT-CANT
004790     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004800     MOVE "TRANSMISIONES PENDIENTES EN PLAZO" TO WS-LIN-TOT-TEXTO
004810     MOVE WS-CNT-EN-PLAZO TO WS-LIN-TOT-CANT
004820     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004830     MOVE "TRANSMISIONES SIN ACUSE VENCIDAS" TO WS-LIN-TOT-TEXTO
004840     MOVE WS-CNT-VENCIDAS TO WS-LIN-TOT-CANT
004850     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
004860     MOVE "DISCREPANCIAS ANTERIORES ABIERTAS" TO WS-LIN-TOT-TEXTO
004870     MOVE WS-CNT-SIN-RESOLVER TO WS-LIN-TOT-CANT
004880     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
004890 8000-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* GRABA UNA LINEA DE TOTAL DE CONTROL
004930*----------------------------------------------------------------
004940 8100-GRABAR-TOTAL.
004950     MOVE WS-LINEA-TOTAL TO REG-REPORTE
004960     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
004970 8100-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
005010*----------------------------------------------------------------
005020 9000-FINALIZAR.
005030     IF NOT WS-SIN-ACUSES
005040         CLOSE ACUSES
005050     END-IF
005060     CLOSE ENTREGA
005070     CLOSE REPORTE.
005080 9000-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
005120* DE ESTA EJECUCION (VER ESTALAY): ACUSES LEIDOS, TRANSMISIONES
005130* CONFIRMADAS Y EXCEPCIONES INFORMADAS
005140*----------------------------------------------------------------
005150 8900-GRABAR-ESTADISTICA.
005160     OPEN EXTEND ESTADIST
005170     IF WS-FS-ESTADIST-NO-EXISTE
005180         OPEN OUTPUT ESTADIST
005190     END-IF
005200     MOVE "NUMACUS" TO EST-PROGRAMA
005210     MOVE WS-FECHA-CORRIDA TO EST-FECHA
005220     ACCEPT EST-HORA FROM TIME
005230     MOVE WS-CNT-LEIDOS         TO EST-CNT-1
005240     MOVE WS-CNT-CONFIRMADOS    TO EST-CNT-2
005250     MOVE WS-CNT-EXCEPCIONES    TO EST-CNT-3
005260     MOVE RETURN-CODE           TO EST-RETORNO
005270     WRITE REG-ESTADIST
005280     CLOSE ESTADIST.
005290 8900-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* CON ALGUNA EXCEPCION INFORMADA SE DEVUELVE RETURN-CODE 4 PARA
005330* QUE OPERACIONES REVISE EL REPORTE
005340*----------------------------------------------------------------
005350 9999-FIN.
005360     IF WS-CNT-EXCEPCIONES > 0
005370         MOVE 4 TO RETURN-CODE
005380     END-IF
005390     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
005400     STOP RUN.
