000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CTLPASO.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. PASO DE CONTROL DE LA
000220*                     CADENA BATCH: SE EJECUTA DELANTE DE CADA
000230*                     PROGRAMA (NOMBRADO EN EL PARM) Y LO HABILITA
000240*                     SOLO SI TODOS SUS PREDECESORES DE LA TABLA
000250*                     DE DEPENDENCIAS (DEPENDEN, COPY DEPLAY) YA
000260*                     TERMINARON ESE DIA DE PROCESO CON UN
000270*                     RETURN-CODE ACEPTABLE, SEGUN EL ULTIMO
000280*                     REGISTRO DE CADA UNO EN EL ARCHIVO COMUN DE
000290*                     ESTADISTICAS (ESTADIST, COPY ESTALAY). SI
000300*                     FALTA O FALLO ALGUNO, INFORMA CUAL Y POR
000310*                     QUE, DEJA CONSTANCIA EN EL REGISTRO DE PASOS
000320*                     BLOQUEADOS (BLOQPASO, COPY BLOQLAY) QUE
000330*                     LISTA OPERRPT Y TERMINA CON RETURN-CODE 16
000340*                     PARA QUE EL PASO SIGUIENTE NO SE EJECUTE.
000341* 15/10/2026  TL      SIN FECHA EN EL PARM SE CONTROLA EL DIA DE
000342*                     PROCESO DEL CONTROL COMUN FECHAPRO
000343*                     (SUBPROGRAMA FECHPRO) EN LUGAR DEL DIA DEL
000344*                     RELOJ. SIN CONTROL DE FECHA O CON EL DIA YA
000345*                     CERRADO EL PASO SE RECHAZA.
000346* 15/10/2026  TL      CADA TARJETA DE DEPENDENCIA PUEDE EXCLUIR
000347*                     HASTA CINCO RETURN-CODES (DEP-RC-EXCLUIDO)
000348*                     AUNQUE NO SUPEREN EL MAXIMO, PARA FRENAR UN
000349*                     ABORTO DE NUMROM (16) SIN FRENAR SUS
000350*                     CORRIDAS NORMALES CON RECHAZOS (HASTA 40);
000351*                     SE REGISTRAN EN BLOQPASO CON MOTIVO "X".
000352*                     CUANDO EL CONTROL NO PUEDE HACERSE EL PASO
000353*                     QUEDA TAMBIEN EN BLOQPASO (MOTIVO "C") PARA
000354*                     QUE OPERRPT LO INFORME, Y SE CIERRAN LOS
000355*                     ARCHIVOS ABIERTOS ANTES DE TERMINAR.
000356*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DEPENDEN ASSIGN TO DEPENDEN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FS-DEPENDEN.
000420     SELECT ESTADIST ASSIGN TO ESTADIST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FS-ESTADIST.
000450     SELECT BLOQPASO ASSIGN TO BLOQPASO
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-BLOQPASO.
000480     SELECT REPORTE ASSIGN TO REPORTE
000490         ORGANIZATION IS SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DEPENDEN
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 01  REG-DEPENDEN.
000560     COPY DEPLAY.
000570 FD  ESTADIST
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  REG-ESTADIST.
000610     COPY ESTALAY.
000620 FD  BLOQPASO
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650 01  REG-BLOQPASO.
000660     COPY BLOQLAY.
000670 FD  REPORTE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  REG-REPORTE                PIC X(80).
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-SW-FIN-DEPENDEN     PIC X(01) VALUE "N".
000740         88  WS-FIN-DEPENDEN            VALUE "S".
000750     05  WS-SW-FIN-ESTADIST     PIC X(01) VALUE "N".
000760         88  WS-FIN-ESTADIST            VALUE "S".
000770     05  WS-SW-PRED-HALLADO     PIC X(01) VALUE "N".
000780         88  WS-PRED-HALLADO            VALUE "S".
000781     05  WS-SW-RC-EXCLUIDO      PIC X(01) VALUE "N".
000782         88  WS-RC-EXCLUIDO             VALUE "S".
000783     05  WS-SW-DEPENDEN-ABIERTO PIC X(01) VALUE "N".
000784         88  WS-DEPENDEN-ABIERTO        VALUE "S".
000785     05  WS-SW-ESTADIST-ABIERTO PIC X(01) VALUE "N".
000786         88  WS-ESTADIST-ABIERTO        VALUE "S".
000790 77  WS-FS-DEPENDEN             PIC X(02).
000800     88  WS-FS-DEPENDEN-OK             VALUE "00".
000810     88  WS-FS-DEPENDEN-NO-EXISTE      VALUE "35".
000820 77  WS-FS-ESTADIST             PIC X(02).
000830     88  WS-FS-ESTADIST-OK             VALUE "00".
000840     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000850 77  WS-FS-BLOQPASO             PIC X(02).
000860     88  WS-FS-BLOQPASO-OK             VALUE "00".
000870     88  WS-FS-BLOQPASO-NO-EXISTE      VALUE "35".
000880 77  WS-PROGRAMA-PEDIDO         PIC X(08) VALUE SPACES.
000890 77  WS-FECHA-PROCESO           PIC 9(08) VALUE 0.
000900 77  WS-HORA-CONTROL            PIC 9(08) VALUE 0.
000901 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000902     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000910 77  WS-RC-FINAL                PIC 9(02) VALUE 0.
000920 77  WS-CNT-BLOQUEOS            PIC 9(04) VALUE 0.
000925 77  WS-MOTIVO-BLOQUEO          PIC X(01) VALUE SPACES.
000930*----------------------------------------------------------------
000940* PREDECESORES DEL PROGRAMA PEDIDO, CARGADOS DE LA TABLA DE
000950* DEPENDENCIAS, CON LO QUE DEJO EN ESTADIST SU ULTIMA CORRIDA DEL
000960* DIA DE PROCESO
000970*----------------------------------------------------------------
000980 77  WS-MAX-PREDECESORES        PIC 9(02) VALUE 20.
000990 77  WS-PRED-USADOS             PIC 9(02) VALUE 0.
001000 77  WS-IND-PRED                PIC 9(02) VALUE 0.
001001 77  WS-IND-EXCL                PIC 9(02) VALUE 0.
001010 01  WS-TABLA-PREDECESORES.
001020     05  WS-TAB-PRED OCCURS 20 TIMES.
001030         10  WS-TPR-PREDECESOR  PIC X(08).
001040         10  WS-TPR-RC-MAXIMO   PIC 9(02).
001050         10  WS-TPR-SW-CORRIO   PIC X(01).
001060             88  WS-TPR-CORRIO          VALUE "S".
001070         10  WS-TPR-RC          PIC 9(02).
001080         10  WS-TPR-HORA        PIC 9(08).
001081         10  WS-TPR-EXCLUIDOS.
001082             15  WS-TPR-EXCLUIDO OCCURS 5 TIMES.
001083                 20  WS-TPR-RC-EXCLUIDO PIC X(02).
001084                 20  FILLER         PIC X(02).
001090 01  WS-LINEA-TITULO.
001100     05  FILLER                 PIC X(18) VALUE
001110         "CONTROL DEL PASO  ".
001120     05  WS-TIT-PROGRAMA        PIC X(08).
001130     05  FILLER                 PIC X(19) VALUE
001140         "  DIA DE PROCESO   ".
001150     05  WS-TIT-FECHA           PIC 9(08).
001160     05  FILLER                 PIC X(27) VALUE SPACES.
001170 01  WS-LINEA-PREDECESOR.
001180     05  FILLER                 PIC X(11) VALUE "PREDECESOR ".
001190     05  WS-LIN-PREDECESOR      PIC X(08).
001200     05  FILLER                 PIC X(01) VALUE SPACES.
001210     05  WS-LIN-RESULTADO       PIC X(60).
001220 LINKAGE SECTION.
001230 01  WS-PARM.
001240     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
001250     05  WS-PARM-DATOS          PIC X(20).
001260 PROCEDURE DIVISION USING WS-PARM.
001270*----------------------------------------------------------------
001280*                        P A R R A F O   P R I N C I P A L
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001310     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001320     PERFORM 2000-CARGAR-DEPENDENCIA THRU 2000-EXIT
001330         UNTIL WS-FIN-DEPENDEN
001340     PERFORM 3000-PROCESAR-ESTADISTICA THRU 3000-EXIT
001350         UNTIL WS-FIN-ESTADIST
001360     PERFORM 4000-EVALUAR-PREDECESOR THRU 4000-EXIT
001370         VARYING WS-IND-PRED FROM 1 BY 1
001380             UNTIL WS-IND-PRED > WS-PRED-USADOS
001390     PERFORM 8000-EMITIR-RESULTADO THRU 8000-EXIT
001400     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001410     GO TO 9999-FIN.
001420*----------------------------------------------------------------
001430* RESUELVE EL PARM Y ABRE LOS ARCHIVOS. SIN PROGRAMA A HABILITAR
001440* O SIN TABLA DE DEPENDENCIAS EL CONTROL NO PUEDE HACERSE Y EL
001450* PASO SE RECHAZA. SIN ESTADIST NINGUN PREDECESOR CORRIO
001460*----------------------------------------------------------------
001470 1000-INICIALIZAR.
001480     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001490     ACCEPT WS-HORA-CONTROL FROM TIME
001500     OPEN OUTPUT REPORTE
001510     MOVE WS-PROGRAMA-PEDIDO TO WS-TIT-PROGRAMA
001520     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
001530     MOVE WS-LINEA-TITULO TO REG-REPORTE
001540     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
001550     IF WS-PROGRAMA-PEDIDO = SPACES
001560         MOVE "FALTA EN EL PARM EL PROGRAMA A HABILITAR."
001570             TO REG-REPORTE
001580         PERFORM 6900-RECHAZAR-CONTROL THRU 6900-EXIT
001590     END-IF
001591     IF NOT WS-FECHA-PROC-ABIERTA
001592         MOVE SPACES TO REG-REPORTE
001593         STRING "FECHA DE PROCESO NO ABIERTA (ESTADO "
001594             WS-ESTADO-FECHA-PROC ")." DELIMITED BY SIZE
001595             INTO REG-REPORTE
001596         END-STRING
001597         PERFORM 6900-RECHAZAR-CONTROL THRU 6900-EXIT
001598     END-IF
001600     OPEN INPUT DEPENDEN
001610     IF NOT WS-FS-DEPENDEN-OK
001620         MOVE SPACES TO REG-REPORTE
001630         STRING "NO PUDO ABRIRSE LA TABLA DE DEPENDENCIAS "
001640             "(STATUS " WS-FS-DEPENDEN ")." DELIMITED BY SIZE
001650             INTO REG-REPORTE
001660         END-STRING
001670         PERFORM 6900-RECHAZAR-CONTROL THRU 6900-EXIT
001680     END-IF
001681     SET WS-DEPENDEN-ABIERTO TO TRUE
001690     OPEN INPUT ESTADIST
001700     IF NOT WS-FS-ESTADIST-OK
001710         SET WS-FIN-ESTADIST TO TRUE
001711     ELSE
001712         SET WS-ESTADIST-ABIERTO TO TRUE
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-8 = PROGRAMA
001770* QUE SE QUIERE HABILITAR; POSICIONES 9-16 = DIA DE PROCESO EN
001780* FORMATO AAAAMMDD. SIN FECHA SE CONTROLA EL DIA DE PROCESO
001781* ABIERTO EN FECHAPRO; UNA FECHA EN EL PARM (REPROCESO DE UN DIA
001782* ANTERIOR) SE CONTROLA AUNQUE ESE DIA YA ESTE CERRADO
001790*----------------------------------------------------------------
001800 1100-LEER-PARM.
001810     CALL "FECHPRO" USING WS-FECHA-PROCESO WS-ESTADO-FECHA-PROC
001820     IF WS-PARM-LONGITUD >= 8
001830         MOVE WS-PARM-DATOS(1:8) TO WS-PROGRAMA-PEDIDO
001840     END-IF
001850     IF WS-PARM-LONGITUD >= 16
001860         IF WS-PARM-DATOS(9:8) IS NUMERIC
001870             MOVE WS-PARM-DATOS(9:8) TO WS-FECHA-PROCESO
001871             SET WS-FECHA-PROC-ABIERTA TO TRUE
001880         END-IF
001890     END-IF.
001900 1100-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* LEE UNA TARJETA DE LA TABLA DE DEPENDENCIAS Y, SI ES DEL
001940* PROGRAMA PEDIDO, AGREGA EL PREDECESOR A LA TABLA DE TRABAJO.
001950* MAS PREDECESORES QUE LOS QUE ENTRAN EN LA TABLA RECHAZAN EL
001960* CONTROL: NO SE HABILITA UN PASO SIN VERIFICARLOS A TODOS
001970*----------------------------------------------------------------
001980 2000-CARGAR-DEPENDENCIA.
001990     READ DEPENDEN
002000         AT END
002010             SET WS-FIN-DEPENDEN TO TRUE
002020             GO TO 2000-EXIT
002030     END-READ
002040     IF DEP-PROGRAMA(1:1) = "*"
002050        OR DEP-PROGRAMA NOT = WS-PROGRAMA-PEDIDO
002060         GO TO 2000-EXIT
002070     END-IF
002080     IF WS-PRED-USADOS NOT < WS-MAX-PREDECESORES
002090         MOVE "LA TABLA DE DEPENDENCIAS EXCEDE 20 PREDECESORES."
002100             TO REG-REPORTE
002110         PERFORM 6900-RECHAZAR-CONTROL THRU 6900-EXIT
002120     END-IF
002130     ADD 1 TO WS-PRED-USADOS
002140     MOVE DEP-PREDECESOR TO WS-TPR-PREDECESOR(WS-PRED-USADOS)
002150     IF DEP-RC-MAXIMO IS NUMERIC
002160         MOVE DEP-RC-MAXIMO TO WS-TPR-RC-MAXIMO(WS-PRED-USADOS)
002170     ELSE
002180         MOVE 0 TO WS-TPR-RC-MAXIMO(WS-PRED-USADOS)
002190     END-IF
002191     MOVE DEP-RC-EXCLUIDOS TO WS-TPR-EXCLUIDOS(WS-PRED-USADOS)
002200     MOVE "N" TO WS-TPR-SW-CORRIO(WS-PRED-USADOS)
002210     MOVE 0 TO WS-TPR-RC(WS-PRED-USADOS)
002220     MOVE 0 TO WS-TPR-HORA(WS-PRED-USADOS).
002230 2000-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------
002260* LEE UN REGISTRO DE ESTADIST. SI ES DEL DIA DE PROCESO Y DE UN
002270* PREDECESOR DEL PROGRAMA PEDIDO, GUARDA SU RETURN-CODE: EL
002280* ARCHIVO ESTA EN ORDEN DE LLEGADA, ASI QUE QUEDA EL DE LA ULTIMA
002290* CORRIDA (UN REPROCESO EXITOSO REEMPLAZA A UNA CORRIDA FALLIDA)
002300*----------------------------------------------------------------
002310 3000-PROCESAR-ESTADISTICA.
002320     READ ESTADIST
002330         AT END
002340             SET WS-FIN-ESTADIST TO TRUE
002350             GO TO 3000-EXIT
002360     END-READ
002370     IF EST-FECHA NOT = WS-FECHA-PROCESO
002380         GO TO 3000-EXIT
002390     END-IF
002400     MOVE "N" TO WS-SW-PRED-HALLADO
002410     PERFORM 3100-BUSCAR-PREDECESOR THRU 3100-EXIT
002420         VARYING WS-IND-PRED FROM 1 BY 1
002430             UNTIL WS-IND-PRED > WS-PRED-USADOS
002440                OR WS-PRED-HALLADO
002450     IF WS-PRED-HALLADO
002460         SET WS-TPR-CORRIO(WS-IND-PRED) TO TRUE
002470         MOVE EST-RETORNO TO WS-TPR-RC(WS-IND-PRED)
002480         MOVE EST-HORA TO WS-TPR-HORA(WS-IND-PRED)
002490     END-IF.
002500 3000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530* PASO DE LA BUSQUEDA DEL PROGRAMA DEL REGISTRO DE ESTADIST EN
002540* LA TABLA DE PREDECESORES. AL HALLARLO DEJA EL INDICE EN SU
002550* POSICION (EL VARYING LO INCREMENTA UNA VEZ MAS)
002560*----------------------------------------------------------------
002570 3100-BUSCAR-PREDECESOR.
002580     IF WS-TPR-PREDECESOR(WS-IND-PRED) = EST-PROGRAMA
002590         SET WS-PRED-HALLADO TO TRUE
002600         SUBTRACT 1 FROM WS-IND-PRED
002610     END-IF.
002620 3100-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* INFORMA EL ESTADO DE UN PREDECESOR. SI NO CORRIO EL DIA DE
002660* PROCESO O TERMINO CON UN RETURN-CODE MAYOR QUE EL ACEPTADO O
002670* EXCLUIDO EN SU TARJETA, EL PASO QUEDA BLOQUEADO Y SE REGISTRA
002671* EN BLOQPASO
002680*----------------------------------------------------------------
002690 4000-EVALUAR-PREDECESOR.
002700     MOVE WS-TPR-PREDECESOR(WS-IND-PRED) TO WS-LIN-PREDECESOR
002710     MOVE SPACES TO WS-LIN-RESULTADO
002711     MOVE "N" TO WS-SW-RC-EXCLUIDO
002712     IF WS-TPR-CORRIO(WS-IND-PRED)
002713         PERFORM 4010-BUSCAR-EXCLUIDO THRU 4010-EXIT
002714             VARYING WS-IND-EXCL FROM 1 BY 1
002715                 UNTIL WS-IND-EXCL > 5
002716                    OR WS-RC-EXCLUIDO
002717     END-IF
002720     EVALUATE TRUE
002721         WHEN NOT WS-TPR-CORRIO(WS-IND-PRED)
002730             STRING "NO CORRIO EL " WS-FECHA-PROCESO
002740                 ": PASO BLOQUEADO." DELIMITED BY SIZE
002750                 INTO WS-LIN-RESULTADO
002760             END-STRING
002770             MOVE "F" TO WS-MOTIVO-BLOQUEO
002780             PERFORM 4100-REGISTRAR-BLOQUEO THRU 4100-EXIT
002790         WHEN WS-RC-EXCLUIDO
002798             STRING "TERMINO CON RC " WS-TPR-RC(WS-IND-PRED)
002799                 " (EXCLUIDO): PASO BLOQUEADO." DELIMITED BY SIZE
002800                 INTO WS-LIN-RESULTADO
002801             END-STRING
002802             MOVE "X" TO WS-MOTIVO-BLOQUEO
002803             PERFORM 4100-REGISTRAR-BLOQUEO THRU 4100-EXIT
002804         WHEN WS-TPR-RC(WS-IND-PRED)
002805                  > WS-TPR-RC-MAXIMO(WS-IND-PRED)
002810             STRING "TERMINO CON RC " WS-TPR-RC(WS-IND-PRED)
002820                 " (MAXIMO " WS-TPR-RC-MAXIMO(WS-IND-PRED)
002830                 "): PASO BLOQUEADO." DELIMITED BY SIZE
002840                 INTO WS-LIN-RESULTADO
002850             END-STRING
002860             MOVE "R" TO WS-MOTIVO-BLOQUEO
002870             PERFORM 4100-REGISTRAR-BLOQUEO THRU 4100-EXIT
002880         WHEN OTHER
002890             STRING "TERMINO CON RC " WS-TPR-RC(WS-IND-PRED)
002900                 " A LAS " WS-TPR-HORA(WS-IND-PRED) ": CORRECTO."
002910                 DELIMITED BY SIZE
002920                 INTO WS-LIN-RESULTADO
002930             END-STRING
002950     END-EVALUATE
002960     MOVE WS-LINEA-PREDECESOR TO REG-REPORTE
002970     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002980 4000-EXIT.
002990     EXIT.
002991*----------------------------------------------------------------
002992* PASO DE LA BUSQUEDA DEL RETURN-CODE DEL PREDECESOR ENTRE LOS
002993* EXCLUIDOS DE SU TARJETA (LOS QUE QUEDARON EN BLANCO NO CUENTAN)
002994*----------------------------------------------------------------
002995 4010-BUSCAR-EXCLUIDO.
002996     IF WS-TPR-RC-EXCLUIDO(WS-IND-PRED, WS-IND-EXCL) IS NUMERIC
002997         IF WS-TPR-RC-EXCLUIDO(WS-IND-PRED, WS-IND-EXCL)
002998            = WS-TPR-RC(WS-IND-PRED)
002999             SET WS-RC-EXCLUIDO TO TRUE
003000         END-IF
003001     END-IF.
003002 4010-EXIT.
003003     EXIT.
003004*----------------------------------------------------------------
003010* AGREGA AL REGISTRO DE PASOS BLOQUEADOS EL PREDECESOR QUE
003020* IMPIDE CORRER AL PROGRAMA PEDIDO (EL MOTIVO YA VIENE FIJADO
003025* EN WS-MOTIVO-BLOQUEO: "F" NO CORRIO, "R" RC EXCEDIDO, "X" RC
003026* EXCLUIDO)
003030*----------------------------------------------------------------
003040 4100-REGISTRAR-BLOQUEO.
003050     IF WS-CNT-BLOQUEOS = 0
003060         PERFORM 4110-ABRIR-BLOQPASO THRU 4110-EXIT
003100     END-IF
003110     ADD 1 TO WS-CNT-BLOQUEOS
003120     MOVE WS-FECHA-PROCESO TO BLQ-FECHA
003130     MOVE WS-HORA-CONTROL TO BLQ-HORA
003140     MOVE WS-PROGRAMA-PEDIDO TO BLQ-PROGRAMA
003150     MOVE WS-TPR-PREDECESOR(WS-IND-PRED) TO BLQ-PREDECESOR
003155     MOVE WS-MOTIVO-BLOQUEO TO BLQ-MOTIVO
003160     MOVE WS-TPR-RC(WS-IND-PRED) TO BLQ-RC-OBTENIDO
003170     MOVE WS-TPR-RC-MAXIMO(WS-IND-PRED) TO BLQ-RC-MAXIMO
003180     WRITE REG-BLOQPASO.
003190 4100-EXIT.
003200     EXIT.
003201*----------------------------------------------------------------
003202* ABRE EL REGISTRO DE PASOS BLOQUEADOS PARA AGREGAR AL FINAL,
003203* CREANDOLO SI TODAVIA NO EXISTE
003204*----------------------------------------------------------------
003205 4110-ABRIR-BLOQPASO.
003206     OPEN EXTEND BLOQPASO
003207     IF WS-FS-BLOQPASO-NO-EXISTE
003208         OPEN OUTPUT BLOQPASO
003209     END-IF.
003210 4110-EXIT.
003211     EXIT.
003212*----------------------------------------------------------------
003220* EL CONTROL NO PUEDE HACERSE: INFORMA EL MOTIVO (YA ARMADO EN
003230* REG-REPORTE), DEJA EL PASO EN BLOQPASO CON MOTIVO "C" PARA
003231* OPERRPT, CIERRA LO QUE ESTE ABIERTO Y TERMINA CON RETURN-CODE
003232* 16 SIN HABILITAR EL PASO
003240*----------------------------------------------------------------
003250 6900-RECHAZAR-CONTROL.
003260     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003270     MOVE "CONTROL NO REALIZADO: EL PASO NO SE HABILITA."
003280         TO REG-REPORTE
003290     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003291     PERFORM 4110-ABRIR-BLOQPASO THRU 4110-EXIT
003292     MOVE WS-FECHA-PROCESO TO BLQ-FECHA
003293     MOVE WS-HORA-CONTROL TO BLQ-HORA
003294     MOVE WS-PROGRAMA-PEDIDO TO BLQ-PROGRAMA
003295     MOVE SPACES TO BLQ-PREDECESOR
003296     SET BLQ-SIN-CONTROL TO TRUE
003297     MOVE 0 TO BLQ-RC-OBTENIDO
003298     MOVE 0 TO BLQ-RC-MAXIMO
003299     WRITE REG-BLOQPASO
003300     CLOSE BLOQPASO
003301     IF WS-DEPENDEN-ABIERTO
003302         CLOSE DEPENDEN
003303     END-IF
003304     IF WS-ESTADIST-ABIERTO
003305         CLOSE ESTADIST
003306     END-IF
003307     CLOSE REPORTE
003310     MOVE 16 TO RETURN-CODE
003320     STOP RUN.
003330 6900-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
003370* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
003380*----------------------------------------------------------------
003390 7000-GRABAR-LINEA.
003400     WRITE REG-REPORTE
003410     DISPLAY REG-REPORTE.
003420 7000-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450* INFORMA SI EL PASO QUEDA HABILITADO O BLOQUEADO
003460*----------------------------------------------------------------
003470 8000-EMITIR-RESULTADO.
003480     MOVE SPACES TO REG-REPORTE
003490     IF WS-CNT-BLOQUEOS > 0
003500         STRING "PASO " WS-PROGRAMA-PEDIDO " BLOQUEADO POR "
003510             WS-CNT-BLOQUEOS " PREDECESOR(ES). NO DEBE "
003515             "EJECUTARSE."
003520             DELIMITED BY SIZE INTO REG-REPORTE
003530         END-STRING
003540         MOVE 16 TO WS-RC-FINAL
003550     ELSE
003560         IF WS-PRED-USADOS = 0
003570             STRING "PASO " WS-PROGRAMA-PEDIDO
003580                 " SIN PREDECESORES EN LA TABLA: HABILITADO."
003590                 DELIMITED BY SIZE INTO REG-REPORTE
003600             END-STRING
003610         ELSE
003620             STRING "PASO " WS-PROGRAMA-PEDIDO " HABILITADO."
003630                 DELIMITED BY SIZE INTO REG-REPORTE
003640             END-STRING
003650         END-IF
003660     END-IF
003680     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003690 8000-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
003730*----------------------------------------------------------------
003740 9000-FINALIZAR.
003750     CLOSE DEPENDEN
003760     IF NOT WS-FS-ESTADIST-NO-EXISTE
003770         CLOSE ESTADIST
003780     END-IF
003790     IF WS-CNT-BLOQUEOS > 0
003800         CLOSE BLOQPASO
003810     END-IF
003820     CLOSE REPORTE.
003830 9000-EXIT.
003840     EXIT.
003850 9999-FIN.
003860     MOVE WS-RC-FINAL TO RETURN-CODE
003870     STOP RUN.
