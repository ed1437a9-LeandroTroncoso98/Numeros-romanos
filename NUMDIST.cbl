000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NUMDIST.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. DISTRIBUCION DEL ARCHIVO
000220*                     DE RESPUESTA DE NUMROM POR AREA EMISORA, QUE
000230*                     HASTA HOY SE CORTABA A MANO. CADA LOTE SE
000240*                     ASIGNA A SU AREA POR LAS DOS PRIMERAS
000250*                     POSICIONES DEL LOTE (REGISTRO DE AREAS
000260*                     AREAREG, COPY AREALAY, SOLO LECTURA) Y CADA
000270*                     AREA RECIBE UN ARCHIVO PROPIO (ASIGNACION
000280*                     DINAMICA DEL DD SALAREA) CON UNA CABECERA
000290*                     DE TRANSMISION "E", SUS REGISTROS H/D/T TAL
000300*                     CUAL LOS GRABO NUMROM Y UN FINALIZADOR DE
000310*                     TRANSMISION "F" CON LA CANTIDAD DE CONTROL
000320*                     (COPY TRANLAY). CADA TRANSMISION QUEDA
000330*                     ASENTADA EN EL REGISTRO DE ENTREGAS
000340*                     (ENTREGA, COPY ENTRGLAY) PENDIENTE DEL ACUSE
000350*                     DEL AREA, QUE CONCILIA NUMACUS. LOS LOTES DE
000360*                     UN PREFIJO SIN AREA REGISTRADA VAN AL
000370*                     ARCHIVO SINAREA PARA OPERACIONES. AL CERRAR
000380*                     AGREGA SUS CONTADORES AL ARCHIVO COMUN
000381*                     ESTADIST.
000382* 15/10/2026  TL      SIN ARCHIVO DE RESPUESTA LA CORRIDA TERMINA
000383*                     CON RETURN-CODE 8 (TAMBIEN EN ESTADIST) PARA
000384*                     QUE EL CONTROL DE LA CADENA NO HABILITE
000385*                     NUMACUS SOBRE UNA DISTRIBUCION QUE NO SE
000390*                     HIZO.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RESPUESTA ASSIGN TO RESPUESTA
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-RESPUESTA.
000470     SELECT SALAREA ASSIGN TO SALAREA
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-SALAREA.
000500     SELECT SINAREA ASSIGN TO SINAREA
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT AREAREG ASSIGN TO AREAREG
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS AREA-PREFIJO
000560         FILE STATUS IS WS-FS-AREAREG.
000570     SELECT ENTREGA ASSIGN TO ENTREGA
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ENT-CLAVE
000610         FILE STATUS IS WS-FS-ENTREGA.
000620     SELECT REPORTE ASSIGN TO REPORTE
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT ESTADIST ASSIGN TO ESTADIST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FS-ESTADIST.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RESPUESTA
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  REG-RESPUESTA.
000730     COPY RESPLAY.
000740 FD  SALAREA
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 01  REG-SALAREA.
000780     COPY TRANLAY.
000790 FD  SINAREA
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REG-SINAREA                PIC X(60).
000830 FD  AREAREG
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-AREAREG.
000860     COPY AREALAY.
000870 FD  ENTREGA
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-ENTREGA.
000900     COPY ENTRGLAY.
000910 FD  REPORTE
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 01  REG-REPORTE                PIC X(80).
000950 FD  ESTADIST
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  REG-ESTADIST.
000990     COPY ESTALAY.
001000 WORKING-STORAGE SECTION.
001010 01  WS-SWITCHES.
001020     05  WS-SW-FIN-RESPUESTA    PIC X(01) VALUE "N".
001030         88  WS-FIN-RESPUESTA           VALUE "S".
001040     05  WS-SW-FIN-ENTREGA      PIC X(01) VALUE "N".
001050         88  WS-FIN-ENTREGA             VALUE "S".
001060     05  WS-SW-SIN-AREAREG      PIC X(01) VALUE "N".
001070         88  WS-SIN-AREAREG             VALUE "S".
001080     05  WS-SW-SIN-RESPUESTA    PIC X(01) VALUE "N".
001090         88  WS-SIN-RESPUESTA           VALUE "S".
001100 77  WS-FS-RESPUESTA            PIC X(02).
001110     88  WS-FS-RESPUESTA-OK            VALUE "00".
001120 77  WS-FS-SALAREA              PIC X(02).
001130     88  WS-FS-SALAREA-OK              VALUE "00".
001140 77  WS-FS-AREAREG              PIC X(02).
001150     88  WS-FS-AREAREG-OK              VALUE "00".
001160     88  WS-FS-AREAREG-NO-EXISTE       VALUE "35".
001170 77  WS-FS-ENTREGA              PIC X(02).
001180     88  WS-FS-ENTREGA-OK              VALUE "00".
001190     88  WS-FS-ENTREGA-NO-EXISTE       VALUE "35".
001200 77  WS-FS-ESTADIST             PIC X(02).
001210     88  WS-FS-ESTADIST-OK             VALUE "00".
001220     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001230 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001240 77  WS-HORA-CORRIDA            PIC 9(08) VALUE 0.
001250 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001260     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001270*----------------------------------------------------------------
001280* AREA DEL LOTE EN CURSO AL RECORRER LA RESPUESTA (EN BLANCO SI
001290* EL PREFIJO NO TIENE AREA REGISTRADA) Y AREA DE LA TRANSMISION
001300* QUE SE ESTA ARMANDO (EN BLANCO PARA EL ARCHIVO SINAREA)
001310*----------------------------------------------------------------
001320 77  WS-AREA-ACTUAL             PIC X(04) VALUE SPACES.
001330 77  WS-AREA-OBJETIVO           PIC X(04) VALUE SPACES.
001340*----------------------------------------------------------------
001350* AREAS CON RESPUESTAS EN ESTA CORRIDA, EN ORDEN DE APARICION
001360*----------------------------------------------------------------
001370 77  WS-MAX-AREAS               PIC 9(02) VALUE 50.
001380 77  WS-AREAS-USADAS            PIC 9(02) VALUE 0.
001390 77  WS-IND-AREA                PIC 9(02) VALUE 0.
001400 77  WS-IND-BUSQUEDA            PIC 9(02) VALUE 0.
001410 01  WS-TABLA-AREAS.
001420     05  WS-AREA-ENTRADA OCCURS 50 TIMES.
001430         10  WS-ARE-CODIGO          PIC X(04).
001440         10  WS-ARE-LOTES           PIC 9(06).
001450         10  WS-ARE-REGISTROS       PIC 9(08).
001460*----------------------------------------------------------------
001470* CONTADORES DE LA TRANSMISION EN CURSO (CANTIDAD DE CONTROL DEL
001480* FINALIZADOR "F" Y DEL REGISTRO DE ENTREGAS)
001490*----------------------------------------------------------------
001500 77  WS-TRN-REGISTROS           PIC 9(08) VALUE 0.
001510 77  WS-TRN-LOTES               PIC 9(06) VALUE 0.
001520 77  WS-TRN-DETALLES            PIC 9(08) VALUE 0.
001530 77  WS-SECUENCIA               PIC 9(02) VALUE 0.
001540 01  WS-TOTALES-CONTROL.
001550     05  WS-CNT-LEIDOS          PIC 9(08) VALUE 0.
001560     05  WS-CNT-TRANSMISIONES   PIC 9(06) VALUE 0.
001570     05  WS-CNT-LOTES-DIST      PIC 9(06) VALUE 0.
001580     05  WS-CNT-LOTES-SIN-AREA  PIC 9(06) VALUE 0.
001590     05  WS-CNT-REG-SIN-AREA    PIC 9(08) VALUE 0.
001600*----------------------------------------------------------------
001610* ASIGNACION DINAMICA DEL ARCHIVO DE CADA AREA: ANTES DE CADA
001620* OPEN DE SALAREA SE DEFINE LA VARIABLE DE AMBIENTE SALAREA CON
001630* EL DATASET NUEVO A CATALOGAR, QUE EL RUNTIME USA EN LUGAR DE
001640* UNA TARJETA DD (EL PASO NO DEBE LLEVAR DD SALAREA). EL NOMBRE
001650* ES <PREFIJO>.A<AREA>.D<AAMMDD>.S<SECUENCIA>; EL PREFIJO
001660* HABITUAL SE CAMBIA POR PARM
001670*----------------------------------------------------------------
001680 77  WS-PREFIJO-DSN             PIC X(20) VALUE "NUMROM.RESP".
001690 77  WS-DSN                     PIC X(44) VALUE SPACES.
001700 01  WS-DYN-NOMBRE.
001710     05  FILLER                 PIC X(07) VALUE "SALAREA".
001720     05  FILLER                 PIC X(01) VALUE X"00".
001730 77  WS-DYN-VALOR               PIC X(120) VALUE SPACES.
001740 77  WS-DYN-REEMPLAZAR          PIC S9(09) COMP VALUE 1.
001750 77  WS-DYN-RC                  PIC S9(09) COMP VALUE 0.
001760 77  WS-NULO                    PIC X(01) VALUE X"00".
001770*----------------------------------------------------------------
001780*               LINEAS DEL REPORTE DE DISTRIBUCION
001790*----------------------------------------------------------------
001800 01  WS-LINEA-TITULO.
001810     05  FILLER                 PIC X(44) VALUE
001820         "NUMDIST - DISTRIBUCION DE RESPUESTAS        ".
001830     05  FILLER                 PIC X(18) VALUE
001840         "FECHA DE PROCESO: ".
001850     05  WS-TIT-FECHA           PIC 9(08).
001860     05  FILLER                 PIC X(10) VALUE SPACES.
001870 01  WS-LINEA-ENCABEZADO.
001880     05  FILLER                 PIC X(30) VALUE
001890         "AREA  TRANSMISION    LOTES  DE".
001900     05  FILLER                 PIC X(30) VALUE
001910         "TALLES  REGISTROS             ".
001920     05  FILLER                 PIC X(20) VALUE SPACES.
001930 01  WS-LINEA-DETALLE.
001940     05  WS-LIN-AREA            PIC X(04).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  WS-LIN-FECHA           PIC 9(08).
001970     05  FILLER                 PIC X(01) VALUE "-".
001980     05  WS-LIN-SECUENCIA       PIC 9(02).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  WS-LIN-LOTES           PIC Z(05)9.
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  WS-LIN-DETALLES        PIC Z(07)9.
002030     05  FILLER                 PIC X(03) VALUE SPACES.
002040     05  WS-LIN-REGISTROS       PIC Z(07)9.
002050     05  FILLER                 PIC X(34) VALUE SPACES.
002060 01  WS-LINEA-DATASET.
002070     05  FILLER                 PIC X(06) VALUE SPACES.
002080     05  FILLER                 PIC X(09) VALUE "DATASET: ".
002090     05  WS-LDS-DSN             PIC X(44).
002100     05  FILLER                 PIC X(21) VALUE SPACES.
002110 01  WS-LINEA-TOTAL.
002120     05  WS-LIN-TOT-TEXTO       PIC X(35).
002130     05  FILLER                 PIC X(02) VALUE ": ".
002140     05  WS-LIN-TOT-CANT        PIC Z(07)9.
002150     05  FILLER                 PIC X(35) VALUE SPACES.
002160 LINKAGE SECTION.
002170 01  WS-PARM.
002180     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
002190     05  WS-PARM-DATOS          PIC X(20).
002200 PROCEDURE DIVISION USING WS-PARM.
002210*----------------------------------------------------------------
002220*                        P A R R A F O   P R I N C I P A L
002230*----------------------------------------------------------------
002240 0000-MAINLINE.
002250     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002260     PERFORM 2000-CLASIFICAR-RESPUESTA THRU 2000-EXIT
002270     PERFORM 3100-EMITIR-AREA THRU 3100-EXIT
002280         VARYING WS-IND-AREA FROM 1 BY 1
002290         UNTIL WS-IND-AREA > WS-AREAS-USADAS
002300     PERFORM 3500-EMITIR-SIN-AREA THRU 3500-EXIT
002310     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
002320     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002330     GO TO 9999-FIN.
002340*----------------------------------------------------------------
002350* ABRE EL REGISTRO DE AREAS (SOLO LECTURA), EL REGISTRO DE
002360* ENTREGAS (CREANDOLO SI NO EXISTE, COMO NUMROM CON LOTEREG) Y
002370* EL REPORTE
002380*----------------------------------------------------------------
002390 1000-INICIALIZAR.
002400     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002410     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002420     ACCEPT WS-HORA-CORRIDA FROM TIME
002430     OPEN INPUT AREAREG
002440     IF NOT WS-FS-AREAREG-OK
002450         SET WS-SIN-AREAREG TO TRUE
002460         DISPLAY "NO PUDO ABRIRSE EL REGISTRO DE AREAS (STATUS "
002470             WS-FS-AREAREG "). TODO VA A SINAREA."
002480     END-IF
002490     OPEN I-O ENTREGA
002500     IF WS-FS-ENTREGA-NO-EXISTE
002510         OPEN OUTPUT ENTREGA
002520         CLOSE ENTREGA
002530         OPEN I-O ENTREGA
002540     END-IF
002550     OPEN OUTPUT REPORTE
002560     MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
002570     MOVE WS-LINEA-TITULO TO REG-REPORTE
002580     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002590     MOVE SPACES TO REG-REPORTE
002600     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002610     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
002620     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002670* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002680* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002690* TOCAR NINGUN ARCHIVO
002700*----------------------------------------------------------------
002710 1050-OBTENER-FECHA-PROCESO.
002720     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002730     IF NOT WS-FECHA-PROC-ABIERTA
002740         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002750             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790 1050-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* INTERPRETA EL PARM DEL PASO DE JCL: SI VIENE, ES EL PREFIJO DE
002830* LOS DATASETS DE TRANSMISION (HASTA 20 POSICIONES). SIN PARM SE
002840* MANTIENE EL PREFIJO HABITUAL
002850*----------------------------------------------------------------
002860 1100-LEER-PARM.
002870     IF WS-PARM-LONGITUD > 0
002880         AND WS-PARM-DATOS(1:1) NOT = SPACE
002890         MOVE SPACES TO WS-PREFIJO-DSN
002900         MOVE WS-PARM-DATOS(1:WS-PARM-LONGITUD) TO WS-PREFIJO-DSN
002910     END-IF.
002920 1100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* LEE UN REGISTRO DE RESPUESTA Y ACTIVA EL SWITCH DE FIN
002960*----------------------------------------------------------------
002970 1300-LEER-RESPUESTA.
002980     READ RESPUESTA
002990         AT END
003000             SET WS-FIN-RESPUESTA TO TRUE
003010     END-READ.
003020 1300-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* PRIMER RECORRIDO: ARMA LA TABLA DE AREAS CON RESPUESTAS EN LA
003060* CORRIDA, EN ORDEN DE APARICION, SIN GRABAR TODAVIA NADA
003070*----------------------------------------------------------------
003080 2000-CLASIFICAR-RESPUESTA.
003090     OPEN INPUT RESPUESTA
003100     IF NOT WS-FS-RESPUESTA-OK
003110         SET WS-SIN-RESPUESTA TO TRUE
003120         DISPLAY "NO PUDO ABRIRSE LA RESPUESTA (STATUS "
003130             WS-FS-RESPUESTA "). NO HAY NADA QUE DISTRIBUIR."
003140         GO TO 2000-EXIT
003150     END-IF
003160     MOVE SPACES TO WS-AREA-ACTUAL
003170     MOVE 0 TO WS-IND-AREA
003180     PERFORM 1300-LEER-RESPUESTA THRU 1300-EXIT
003190     PERFORM 2100-CLASIFICAR-REGISTRO THRU 2100-EXIT
003200         UNTIL WS-FIN-RESPUESTA
003210     CLOSE RESPUESTA.
003220 2000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* CADA CABECERA "H" FIJA EL AREA DE LOS REGISTROS QUE LA SIGUEN
003260* HASTA LA PROXIMA CABECERA. SIN AREA EL REGISTRO SE CUENTA PARA
003270* EL ARCHIVO SINAREA
003280*----------------------------------------------------------------
003290 2100-CLASIFICAR-REGISTRO.
003300     ADD 1 TO WS-CNT-LEIDOS
003310     IF RSP-TIPO = "H"
003320         PERFORM 2200-IDENTIFICAR-AREA THRU 2200-EXIT
003330         PERFORM 2300-UBICAR-AREA THRU 2300-EXIT
003340     END-IF
003350     IF WS-IND-AREA = 0
003360         ADD 1 TO WS-CNT-REG-SIN-AREA
003370         IF RSP-TIPO = "H"
003380             ADD 1 TO WS-CNT-LOTES-SIN-AREA
003390         END-IF
003400     ELSE
003410         ADD 1 TO WS-ARE-REGISTROS(WS-IND-AREA)
003420         IF RSP-TIPO = "H"
003430             ADD 1 TO WS-ARE-LOTES(WS-IND-AREA)
003440         END-IF
003450     END-IF
003460     PERFORM 1300-LEER-RESPUESTA THRU 1300-EXIT.
003470 2100-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* DEJA EN WS-AREA-ACTUAL EL AREA DEL LOTE DE LA CABECERA, POR LAS
003510* DOS PRIMERAS POSICIONES DEL LOTE, COMO LA IDENTIFICA NUMROM
003520*----------------------------------------------------------------
003530 2200-IDENTIFICAR-AREA.
003540     MOVE SPACES TO WS-AREA-ACTUAL
003550     IF WS-SIN-AREAREG
003560         GO TO 2200-EXIT
003570     END-IF
003580     MOVE RSP-CAB-LOTE-ID(1:2) TO AREA-PREFIJO
003590     READ AREAREG
003600         INVALID KEY
003610             GO TO 2200-EXIT
003620     END-READ
003630     MOVE AREA-CODIGO TO WS-AREA-ACTUAL.
003640 2200-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* UBICA EL AREA ACTUAL EN LA TABLA, AGREGANDOLA SI ES NUEVA, Y
003680* DEJA SU POSICION EN WS-IND-AREA (CERO SI NO TIENE AREA). SI LA
003690* TABLA SE LLENA LA CORRIDA SE ABORTA ANTES DE GRABAR NADA
003700*----------------------------------------------------------------
003710 2300-UBICAR-AREA.
003720     MOVE 0 TO WS-IND-AREA
003730     IF WS-AREA-ACTUAL = SPACES
003740         GO TO 2300-EXIT
003750     END-IF
003760     PERFORM 2310-BUSCAR-AREA THRU 2310-EXIT
003770         VARYING WS-IND-BUSQUEDA FROM 1 BY 1
003780         UNTIL WS-IND-BUSQUEDA > WS-AREAS-USADAS
003790             OR WS-IND-AREA > 0
003800     IF WS-IND-AREA > 0
003810         GO TO 2300-EXIT
003820     END-IF
003830     IF WS-AREAS-USADAS NOT < WS-MAX-AREAS
003840         DISPLAY "TABLA DE AREAS LLENA: LA RESPUESTA TRAE MAS DE "
003850             WS-MAX-AREAS " AREAS."
003860         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
003870     END-IF
003880     ADD 1 TO WS-AREAS-USADAS
003890     MOVE WS-AREAS-USADAS TO WS-IND-AREA
003900     MOVE WS-AREA-ACTUAL TO WS-ARE-CODIGO(WS-IND-AREA)
003910     MOVE 0 TO WS-ARE-LOTES(WS-IND-AREA)
003920     MOVE 0 TO WS-ARE-REGISTROS(WS-IND-AREA).
003930 2300-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* COMPARA UNA POSICION DE LA TABLA CONTRA EL AREA ACTUAL
003970*----------------------------------------------------------------
003980 2310-BUSCAR-AREA.
003990     IF WS-ARE-CODIGO(WS-IND-BUSQUEDA) = WS-AREA-ACTUAL
004000         MOVE WS-IND-BUSQUEDA TO WS-IND-AREA
004010     END-IF.
004020 2310-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* ARMA LA TRANSMISION DE UN AREA: LE ASIGNA LA PROXIMA SECUENCIA
004060* DEL DIA Y SU DATASET, GRABA LA CABECERA "E", COPIA SUS LOTES
004070* RECORRIENDO OTRA VEZ LA RESPUESTA, GRABA EL FINALIZADOR "F" Y
004080* ASIENTA LA TRANSMISION EN EL REGISTRO DE ENTREGAS
004090*----------------------------------------------------------------
004100 3100-EMITIR-AREA.
004110     MOVE WS-ARE-CODIGO(WS-IND-AREA) TO WS-AREA-OBJETIVO
004120     PERFORM 3150-ASIGNAR-SECUENCIA THRU 3150-EXIT
004130     PERFORM 3160-ASIGNAR-ARCHIVO THRU 3160-EXIT
004140     OPEN OUTPUT SALAREA
004150     IF NOT WS-FS-SALAREA-OK
004160         DISPLAY "NO PUDO CREARSE " WS-DSN " (STATUS "
004170             WS-FS-SALAREA ")."
004180         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
004190     END-IF
004200     MOVE SPACES TO REG-SALAREA
004210     SET TRN-TIPO-CABECERA TO TRUE
004220     MOVE WS-AREA-OBJETIVO TO TRN-AREA
004230     MOVE WS-FECHA-CORRIDA TO TRN-FECHA
004240     MOVE WS-SECUENCIA TO TRN-SECUENCIA
004250     MOVE WS-HORA-CORRIDA TO TRN-CAB-HORA
004260     WRITE REG-SALAREA
004270     PERFORM 3300-RECORRER-RESPUESTA THRU 3300-EXIT
004280     MOVE SPACES TO REG-SALAREA
004290     SET TRN-TIPO-FINAL TO TRUE
004300     MOVE WS-AREA-OBJETIVO TO TRN-AREA
004310     MOVE WS-FECHA-CORRIDA TO TRN-FECHA
004320     MOVE WS-SECUENCIA TO TRN-SECUENCIA
004330     MOVE WS-TRN-REGISTROS TO TRN-FIN-REGISTROS
004340     MOVE WS-TRN-LOTES TO TRN-FIN-LOTES
004350     MOVE WS-TRN-DETALLES TO TRN-FIN-DETALLES
004360     WRITE REG-SALAREA
004370     CLOSE SALAREA
004380     ADD 1 TO WS-CNT-TRANSMISIONES
004390     ADD WS-TRN-LOTES TO WS-CNT-LOTES-DIST
004400     PERFORM 3200-REGISTRAR-ENTREGA THRU 3200-EXIT
004410     MOVE WS-AREA-OBJETIVO TO WS-LIN-AREA
004420     MOVE WS-FECHA-CORRIDA TO WS-LIN-FECHA
004430     MOVE WS-SECUENCIA TO WS-LIN-SECUENCIA
004440     MOVE WS-TRN-LOTES TO WS-LIN-LOTES
004450     MOVE WS-TRN-DETALLES TO WS-LIN-DETALLES
004460     MOVE WS-TRN-REGISTROS TO WS-LIN-REGISTROS
004470     MOVE WS-LINEA-DETALLE TO REG-REPORTE
004480     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
004490     MOVE WS-DSN TO WS-LDS-DSN
004500     MOVE WS-LINEA-DATASET TO REG-REPORTE
004510     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
004520 3100-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* LA SECUENCIA DE LA TRANSMISION ES LA SIGUIENTE A LA MAYOR YA
004560* ASENTADA PARA EL AREA EN LA FECHA DE PROCESO, ASI UN REPROCESO
004570* DEL DIA GENERA UNA TRANSMISION NUEVA Y NO PISA LA ANTERIOR
004580*----------------------------------------------------------------
004590 3150-ASIGNAR-SECUENCIA.
004600     MOVE 0 TO WS-SECUENCIA
004610     MOVE "N" TO WS-SW-FIN-ENTREGA
004620     MOVE WS-AREA-OBJETIVO TO ENT-AREA
004630     MOVE WS-FECHA-CORRIDA TO ENT-FECHA
004640     MOVE 0 TO ENT-SECUENCIA
004650     START ENTREGA KEY NOT < ENT-CLAVE
004660         INVALID KEY
004670             SET WS-FIN-ENTREGA TO TRUE
004680     END-START
004690     PERFORM 3155-LEER-SECUENCIA THRU 3155-EXIT
004700         UNTIL WS-FIN-ENTREGA
004710     IF WS-SECUENCIA = 99
004720         DISPLAY "EL AREA " WS-AREA-OBJETIVO " YA TIENE 99 "
004730             "TRANSMISIONES EN LA FECHA DE PROCESO."
004740         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
004750     END-IF
004760     ADD 1 TO WS-SECUENCIA.
004770 3150-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* LEE LA PROXIMA ENTREGA Y, MIENTRAS SEA DEL AREA Y LA FECHA,
004810* GUARDA SU SECUENCIA
004820*----------------------------------------------------------------
004830 3155-LEER-SECUENCIA.
004840     READ ENTREGA NEXT
004850         AT END
004860             SET WS-FIN-ENTREGA TO TRUE
004870             GO TO 3155-EXIT
004880     END-READ
004890     IF NOT WS-FS-ENTREGA-OK
004900         OR ENT-AREA NOT = WS-AREA-OBJETIVO
004910         OR ENT-FECHA NOT = WS-FECHA-CORRIDA
004920         SET WS-FIN-ENTREGA TO TRUE
004930         GO TO 3155-EXIT
004940     END-IF
004950     MOVE ENT-SECUENCIA TO WS-SECUENCIA.
004960 3155-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* ARMA EL NOMBRE DEL DATASET DE LA TRANSMISION Y LO ASIGNA AL DD
005000* SALAREA POR MEDIO DE LA VARIABLE DE AMBIENTE DEL MISMO NOMBRE
005010*----------------------------------------------------------------
005020 3160-ASIGNAR-ARCHIVO.
005030     MOVE SPACES TO WS-DSN
005040     STRING WS-PREFIJO-DSN DELIMITED BY SPACE
005050         ".A" WS-AREA-OBJETIVO DELIMITED BY SPACE
005060         ".D" WS-FECHA-CORRIDA(3:6)
005070         ".S" WS-SECUENCIA DELIMITED BY SIZE
005080         INTO WS-DSN
005090     END-STRING
005100     MOVE SPACES TO WS-DYN-VALOR
005110     STRING "DSN(" WS-DSN DELIMITED BY SPACE
005120         ") NEW CYL SPACE(1,1) UNIT(SYSALLDA) CATALOG"
005130         WS-NULO DELIMITED BY SIZE
005140         INTO WS-DYN-VALOR
005150     END-STRING
005160     CALL "setenv" USING WS-DYN-NOMBRE WS-DYN-VALOR
005170         BY VALUE WS-DYN-REEMPLAZAR
005180         RETURNING WS-DYN-RC
005190     IF WS-DYN-RC NOT = 0
005200         DISPLAY "NO PUDO ASIGNARSE " WS-DSN " AL DD SALAREA."
005210         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
005220     END-IF.
005230 3160-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* ASIENTA LA TRANSMISION EN EL REGISTRO DE ENTREGAS, PENDIENTE
005270* DEL ACUSE DEL AREA
005280*----------------------------------------------------------------
005290 3200-REGISTRAR-ENTREGA.
005300     MOVE SPACES TO REG-ENTREGA
005310     MOVE WS-AREA-OBJETIVO TO ENT-AREA
005320     MOVE WS-FECHA-CORRIDA TO ENT-FECHA
005330     MOVE WS-SECUENCIA TO ENT-SECUENCIA
005340     MOVE WS-HORA-CORRIDA TO ENT-HORA
005350     MOVE WS-DSN TO ENT-DSN
005360     MOVE WS-TRN-REGISTROS TO ENT-REGISTROS
005370     MOVE WS-TRN-LOTES TO ENT-LOTES
005380     MOVE WS-TRN-DETALLES TO ENT-DETALLES
005390     SET ENT-PENDIENTE TO TRUE
005400     MOVE 0 TO ENT-ACUSE-FECHA
005410     MOVE 0 TO ENT-ACUSE-RECEPCION
005420     MOVE 0 TO ENT-ACUSE-REGISTROS
005430     MOVE 0 TO ENT-ACUSE-LOTES
005440     MOVE 0 TO ENT-ACUSE-DETALLES
005450     WRITE REG-ENTREGA
005460         INVALID KEY
005470             DISPLAY "LA TRANSMISION " ENT-CLAVE
005480                 " YA FIGURABA EN EL REGISTRO DE ENTREGAS."
005490     END-WRITE.
005500 3200-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* RECORRE LA RESPUESTA COMPLETA COPIANDO LOS REGISTROS DE LOS
005540* LOTES DEL AREA OBJETIVO Y CONTANDO LO QUE SE COPIA
005550*----------------------------------------------------------------
005560 3300-RECORRER-RESPUESTA.
005570     MOVE 0 TO WS-TRN-REGISTROS
005580     MOVE 0 TO WS-TRN-LOTES
005590     MOVE 0 TO WS-TRN-DETALLES
005600     IF WS-SIN-RESPUESTA
005610         GO TO 3300-EXIT
005620     END-IF
005630     MOVE SPACES TO WS-AREA-ACTUAL
005640     MOVE "N" TO WS-SW-FIN-RESPUESTA
005650     OPEN INPUT RESPUESTA
005660     PERFORM 1300-LEER-RESPUESTA THRU 1300-EXIT
005670     PERFORM 3310-COPIAR-REGISTRO THRU 3310-EXIT
005680         UNTIL WS-FIN-RESPUESTA
005690     CLOSE RESPUESTA.
005700 3300-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* COPIA EL REGISTRO ACTUAL SI PERTENECE A UN LOTE DEL AREA
005740* OBJETIVO Y AVANZA AL SIGUIENTE
005750*----------------------------------------------------------------
005760 3310-COPIAR-REGISTRO.
005770     IF RSP-TIPO = "H"
005780         PERFORM 2200-IDENTIFICAR-AREA THRU 2200-EXIT
005790     END-IF
005800     IF WS-AREA-ACTUAL = WS-AREA-OBJETIVO
005810         ADD 1 TO WS-TRN-REGISTROS
005820         IF RSP-TIPO = "H"
005830             ADD 1 TO WS-TRN-LOTES
005840         END-IF
005850         IF RSP-TIPO = "D"
005860             ADD 1 TO WS-TRN-DETALLES
005870         END-IF
005880         PERFORM 7300-GRABAR-DESTINO THRU 7300-EXIT
005890     END-IF
005900     PERFORM 1300-LEER-RESPUESTA THRU 1300-EXIT.
005910 3310-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* LOS LOTES SIN AREA REGISTRADA VAN, SIN SOBRE DE TRANSMISION NI
005950* ASIENTO EN EL REGISTRO DE ENTREGAS, AL ARCHIVO SINAREA PARA QUE
005960* OPERACIONES LOS RESUELVA. EL ARCHIVO SE GRABA SIEMPRE, VACIO SI
005970* NO HUBO NINGUNO
005980*----------------------------------------------------------------
005990 3500-EMITIR-SIN-AREA.
006000     OPEN OUTPUT SINAREA
006010     IF WS-CNT-REG-SIN-AREA > 0
006020         MOVE SPACES TO WS-AREA-OBJETIVO
006030         PERFORM 3300-RECORRER-RESPUESTA THRU 3300-EXIT
006040         DISPLAY "LOTES SIN AREA REGISTRADA: " WS-TRN-LOTES
006050             " (" WS-TRN-REGISTROS " REGISTROS) A SINAREA."
006060     END-IF
006070     CLOSE SINAREA.
006080 3500-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110* ABORTA LA CORRIDA CON RETURN-CODE 16. LAS TRANSMISIONES YA
006120* CERRADAS QUEDAN GRABADAS Y ASENTADAS EN EL REGISTRO DE ENTREGAS
006130*----------------------------------------------------------------
006140 6900-ABORTAR-CORRIDA.
006150     DISPLAY "LA CORRIDA SE ABORTA CON RETURN-CODE 16."
006160     CLOSE RESPUESTA
006170     CLOSE SALAREA
006180     IF NOT WS-SIN-AREAREG
006190         CLOSE AREAREG
006200     END-IF
006210     CLOSE ENTREGA
006220     CLOSE REPORTE
006230     MOVE 16 TO RETURN-CODE
006240     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
006250     STOP RUN.
006260 6900-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
006300* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
006310*----------------------------------------------------------------
006320 7000-GRABAR-LINEA.
006330     WRITE REG-REPORTE
006340     DISPLAY REG-REPORTE.
006350 7000-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* GRABA EL REGISTRO DE RESPUESTA EN EL ARCHIVO DEL AREA OBJETIVO
006390* O, SI NO TIENE AREA, EN SINAREA
006400*----------------------------------------------------------------
006410 7300-GRABAR-DESTINO.
006420     IF WS-AREA-OBJETIVO = SPACES
006430         MOVE REG-RESPUESTA TO REG-SINAREA
006440         WRITE REG-SINAREA
006450     ELSE
006460         MOVE REG-RESPUESTA TO REG-SALAREA
006470         WRITE REG-SALAREA
006480     END-IF.
006490 7300-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA DISTRIBUCION
006530*----------------------------------------------------------------
006540 8000-EMITIR-TOTALES.
006550     MOVE SPACES TO REG-REPORTE
006560     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006570     MOVE "REGISTROS DE RESPUESTA LEIDOS" TO WS-LIN-TOT-TEXTO
006580     MOVE WS-CNT-LEIDOS TO WS-LIN-TOT-CANT
006590     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006600     MOVE "TRANSMISIONES EMITIDAS" TO WS-LIN-TOT-TEXTO
006610     MOVE WS-CNT-TRANSMISIONES TO WS-LIN-TOT-CANT
006620     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006630     MOVE "LOTES DISTRIBUIDOS" TO WS-LIN-TOT-TEXTO
006640     MOVE WS-CNT-LOTES-DIST TO WS-LIN-TOT-CANT
006650     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006660     MOVE "LOTES SIN AREA REGISTRADA" TO WS-LIN-TOT-TEXTO
006670     MOVE WS-CNT-LOTES-SIN-AREA TO WS-LIN-TOT-CANT
006680     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006690     MOVE "REGISTROS GRABADOS EN SINAREA" TO WS-LIN-TOT-TEXTO
006700     MOVE WS-CNT-REG-SIN-AREA TO WS-LIN-TOT-CANT
006710     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
006720 8000-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* GRABA UNA LINEA DE TOTAL DE CONTROL
006760*----------------------------------------------------------------
006770 8100-GRABAR-TOTAL.
006780     MOVE WS-LINEA-TOTAL TO REG-REPORTE
006790     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
006800 8100-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
006840*----------------------------------------------------------------
006850 9000-FINALIZAR.
006860     IF NOT WS-SIN-AREAREG
006870         CLOSE AREAREG
006880     END-IF
006890     CLOSE ENTREGA
006900     CLOSE REPORTE.
006910 9000-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
006950* DE ESTA EJECUCION (VER ESTALAY): REGISTROS DE RESPUESTA LEIDOS,
006960* TRANSMISIONES EMITIDAS Y REGISTROS SIN AREA
006970*----------------------------------------------------------------
006980 8900-GRABAR-ESTADISTICA.
006990     OPEN EXTEND ESTADIST
007000     IF WS-FS-ESTADIST-NO-EXISTE
007010         OPEN OUTPUT ESTADIST
007020     END-IF
007030     MOVE "NUMDIST" TO EST-PROGRAMA
007040     MOVE WS-FECHA-CORRIDA TO EST-FECHA
007050     ACCEPT EST-HORA FROM TIME
007060     MOVE WS-CNT-LEIDOS         TO EST-CNT-1
007070     MOVE WS-CNT-TRANSMISIONES  TO EST-CNT-2
007080     MOVE WS-CNT-REG-SIN-AREA   TO EST-CNT-3
007090     MOVE RETURN-CODE           TO EST-RETORNO
007100     WRITE REG-ESTADIST
007110     CLOSE ESTADIST.
007120 8900-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007141* SIN ARCHIVO DE RESPUESTA SE DEVUELVE RETURN-CODE 8: NO HUBO
007150* DISTRIBUCION. SI QUEDARON RESPUESTAS SIN AREA SE DEVUELVE
007160* RETURN-CODE 4 PARA QUE OPERACIONES REVISE EL ARCHIVO SINAREA
007170*----------------------------------------------------------------
007180 9999-FIN.
007181     IF WS-SIN-RESPUESTA
007182         MOVE 8 TO RETURN-CODE
007183     ELSE
007190         IF WS-CNT-REG-SIN-AREA > 0
007191             MOVE 4 TO RETURN-CODE
007200         END-IF
007210     END-IF
007220     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
007230     STOP RUN.
