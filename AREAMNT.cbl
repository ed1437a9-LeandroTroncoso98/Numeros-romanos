000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AREAMNT.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. MANTENIMIENTO DEL
000220*                     REGISTRO DE AREAS EMISORAS AUTORIZADAS
000230*                     (AREAREG, COPY AREALAY) CONTRA EL QUE
000240*                     NUMROM AUTORIZA CADA LOTE: APLICA UN
000250*                     ARCHIVO DE MOVIMIENTOS (ALTA, MODIFICACION,
000260*                     SUSPENSION Y REACTIVACION) Y LISTA EL
000270*                     REGISTRO COMPLETO CON EL VOLUMEN DEL ULTIMO
000280*                     DIA DE CADA AREA. SIN ARCHIVO DE MOVIMIENTOS
000290*                     SOLO LISTA. UN MOVIMIENTO RECHAZADO (TIPO
000300*                     DESCONOCIDO, ALTA DE UN PREFIJO EXISTENTE O
000310*                     CAMBIO SOBRE UNO INEXISTENTE) SE INFORMA Y
000320*                     LA CORRIDA TERMINA CON RETURN-CODE 4.
000321* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000322*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000323*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000324*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000325*                     SE RECHAZA CON RETURN-CODE 16.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MOVAREA ASSIGN TO MOVAREA
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-FS-MOVAREA.
000400     SELECT AREAREG ASSIGN TO AREAREG
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS AREA-PREFIJO
000440         FILE STATUS IS WS-FS-AREAREG.
000450     SELECT REPORTE ASSIGN TO REPORTE
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT ESTADIST ASSIGN TO ESTADIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-ESTADIST.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000530* MOVIMIENTO DE MANTENIMIENTO: EN UNA MODIFICACION SOLO SE
000540* REEMPLAZAN LOS CAMPOS INFORMADOS (CODIGO Y DESCRIPCION NO
000550* BLANCOS, TOPE NUMERICO); SUSPENSION Y REACTIVACION SOLO USAN
000560* EL PREFIJO
000570*----------------------------------------------------------------
000580 FD  MOVAREA
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  REG-MOVAREA.
000620     05  MOV-TIPO               PIC X(01).
000630         88  MOV-ALTA                   VALUE "A".
000640         88  MOV-MODIFICACION           VALUE "M".
000650         88  MOV-SUSPENSION             VALUE "S".
000660         88  MOV-REACTIVACION           VALUE "R".
000670     05  MOV-PREFIJO            PIC X(02).
000680     05  MOV-CODIGO             PIC X(04).
000690     05  MOV-DESCRIPCION        PIC X(20).
000700     05  MOV-TOPE-DIARIO        PIC X(06).
000710     05  MOV-TOPE-NUM REDEFINES MOV-TOPE-DIARIO
000720                                PIC 9(06).
000730     05  FILLER                 PIC X(47).
000740 FD  AREAREG
000750     LABEL RECORDS ARE STANDARD.
000760 01  REG-AREAREG.
000770     COPY AREALAY.
000780 FD  REPORTE
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810 01  REG-REPORTE                PIC X(80).
000820 FD  ESTADIST
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  REG-ESTADIST.
000860     COPY ESTALAY.
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-SW-FIN-MOVIMIENTOS  PIC X(01) VALUE "N".
000900         88  WS-FIN-MOVIMIENTOS         VALUE "S".
000910     05  WS-SW-FIN-REGISTRO     PIC X(01) VALUE "N".
000920         88  WS-FIN-REGISTRO            VALUE "S".
000930 77  WS-FS-MOVAREA              PIC X(02).
000940     88  WS-FS-MOVAREA-OK              VALUE "00".
000950     88  WS-FS-MOVAREA-NO-EXISTE       VALUE "35".
000960 77  WS-FS-AREAREG              PIC X(02).
000970     88  WS-FS-AREAREG-OK              VALUE "00".
000980     88  WS-FS-AREAREG-NO-EXISTE       VALUE "35".
000990 77  WS-FS-ESTADIST             PIC X(02).
001000     88  WS-FS-ESTADIST-OK             VALUE "00".
001010     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001011 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001012 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001013     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001020 77  WS-MOTIVO-RECHAZO          PIC X(30) VALUE SPACES.
001030 01  WS-TOTALES-CONTROL.
001040     05  WS-CNT-MOVIMIENTOS     PIC 9(06) VALUE 0.
001050     05  WS-CNT-APLICADOS       PIC 9(06) VALUE 0.
001060     05  WS-CNT-RECHAZADOS      PIC 9(06) VALUE 0.
001070     05  WS-CNT-AREAS           PIC 9(06) VALUE 0.
001080     05  WS-CNT-SUSPENDIDAS     PIC 9(06) VALUE 0.
001090 77  WS-RC-FINAL                PIC 9(02) VALUE 0.
001100 01  WS-LINEA-AREA.
001110     05  WS-LIN-PREFIJO         PIC X(02).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001130     05  WS-LIN-CODIGO          PIC X(04).
001140     05  FILLER                 PIC X(02) VALUE SPACES.
001150     05  WS-LIN-DESCRIPCION     PIC X(20).
001160     05  FILLER                 PIC X(02) VALUE SPACES.
001170     05  WS-LIN-ESTADO          PIC X(10).
001180     05  FILLER                 PIC X(06) VALUE " TOPE ".
001190     05  WS-LIN-TOPE            PIC Z(05)9.
001200     05  FILLER                 PIC X(01) VALUE SPACES.
001210     05  WS-LIN-FECHA           PIC 9(08).
001220     05  FILLER                 PIC X(01) VALUE SPACES.
001230     05  WS-LIN-VOLUMEN         PIC Z(05)9.
001240     05  FILLER                 PIC X(01) VALUE SPACES.
001250     05  WS-LIN-LOTES           PIC Z(03)9.
001260     05  FILLER                 PIC X(05) VALUE SPACES.
001270 01  WS-LINEA-TOTAL.
001280     05  WS-LIN-TOT-TEXTO       PIC X(35).
001290     05  FILLER                 PIC X(02) VALUE ": ".
001300     05  WS-LIN-TOT-CANT        PIC Z(05)9.
001310     05  FILLER                 PIC X(37) VALUE SPACES.
001320 PROCEDURE DIVISION.
001330*----------------------------------------------------------------
001340*                        P A R R A F O   P R I N C I P A L
001350*----------------------------------------------------------------
001360 0000-MAINLINE.
001370     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001380     PERFORM 2000-APLICAR-MOVIMIENTO THRU 2000-EXIT
001390         UNTIL WS-FIN-MOVIMIENTOS
001400     PERFORM 3000-LISTAR-REGISTRO THRU 3000-EXIT
001410     PERFORM 8000-EMITIR-CONTROL THRU 8000-EXIT
001420     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001430     GO TO 9999-FIN.
001440*----------------------------------------------------------------
001450* ABRE LOS ARCHIVOS. EL REGISTRO DE AREAS SE CREA VACIO SI NO
001460* EXISTE; SIN ARCHIVO DE MOVIMIENTOS LA CORRIDA SOLO LISTA
001470*----------------------------------------------------------------
001480 1000-INICIALIZAR.
001481     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001490     OPEN I-O AREAREG
001500     IF WS-FS-AREAREG-NO-EXISTE
001510         OPEN OUTPUT AREAREG
001520         CLOSE AREAREG
001530         OPEN I-O AREAREG
001540     END-IF
001550     OPEN OUTPUT REPORTE
001560     OPEN INPUT MOVAREA
001570     IF WS-FS-MOVAREA-NO-EXISTE
001580         DISPLAY "SIN ARCHIVO DE MOVIMIENTOS: SOLO SE LISTA EL "
001590             "REGISTRO DE AREAS."
001600         SET WS-FIN-MOVIMIENTOS TO TRUE
001610     ELSE
001620         PERFORM 1300-LEER-MOVIMIENTO THRU 1300-EXIT
001630     END-IF.
001640 1000-EXIT.
001650     EXIT.
001651*----------------------------------------------------------------
001652* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001653* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001654* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001655* TOCAR NINGUN ARCHIVO
001656*----------------------------------------------------------------
001657 1050-OBTENER-FECHA-PROCESO.
001658     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001659     IF NOT WS-FECHA-PROC-ABIERTA
001660         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001661             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001662         MOVE 16 TO RETURN-CODE
001663         STOP RUN
001664     END-IF.
001665 1050-EXIT.
001666     EXIT.
001667*----------------------------------------------------------------
001670* LEE UN MOVIMIENTO Y ACTIVA EL SWITCH DE FIN
001680*----------------------------------------------------------------
001690 1300-LEER-MOVIMIENTO.
001700     READ MOVAREA
001710         AT END
001720             SET WS-FIN-MOVIMIENTOS TO TRUE
001730     END-READ.
001740 1300-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001770* APLICA EL MOVIMIENTO ACTUAL SEGUN SU TIPO Y AVANZA AL
001780* SIGUIENTE
001790*----------------------------------------------------------------
001800 2000-APLICAR-MOVIMIENTO.
001810     ADD 1 TO WS-CNT-MOVIMIENTOS
001820     MOVE SPACES TO WS-MOTIVO-RECHAZO
001830     EVALUATE TRUE
001840         WHEN MOV-ALTA
001850             PERFORM 2100-DAR-ALTA THRU 2100-EXIT
001860         WHEN MOV-MODIFICACION
001870             PERFORM 2200-MODIFICAR THRU 2200-EXIT
001880         WHEN MOV-SUSPENSION
001890             PERFORM 2300-CAMBIAR-ESTADO THRU 2300-EXIT
001900         WHEN MOV-REACTIVACION
001910             PERFORM 2300-CAMBIAR-ESTADO THRU 2300-EXIT
001920         WHEN OTHER
001930             MOVE "TIPO DE MOVIMIENTO DESCONOCIDO"
001940                 TO WS-MOTIVO-RECHAZO
001950     END-EVALUATE
001960     IF WS-MOTIVO-RECHAZO = SPACES
001970         ADD 1 TO WS-CNT-APLICADOS
001980     ELSE
001990         ADD 1 TO WS-CNT-RECHAZADOS
002000         PERFORM 7100-INFORMAR-RECHAZO THRU 7100-EXIT
002010     END-IF
002020     PERFORM 1300-LEER-MOVIMIENTO THRU 1300-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* DA DE ALTA UN AREA NUEVA, ACTIVA Y SIN VOLUMEN ACUMULADO. EL
002070* PREFIJO NO PUEDE EXISTIR NI VENIR EN BLANCO Y EL AREA DEBE
002080* TRAER CODIGO Y TOPE NUMERICO (CERO = SIN TOPE)
002090*----------------------------------------------------------------
002100 2100-DAR-ALTA.
002110     IF MOV-PREFIJO = SPACES OR MOV-CODIGO = SPACES
002120         MOVE "ALTA SIN PREFIJO O SIN CODIGO" TO WS-MOTIVO-RECHAZO
002130         GO TO 2100-EXIT
002140     END-IF
002150     IF MOV-TOPE-NUM NOT IS NUMERIC
002160         MOVE "TOPE DIARIO NO NUMERICO" TO WS-MOTIVO-RECHAZO
002170         GO TO 2100-EXIT
002180     END-IF
002190     MOVE MOV-PREFIJO      TO AREA-PREFIJO
002200     MOVE MOV-CODIGO       TO AREA-CODIGO
002210     MOVE MOV-DESCRIPCION  TO AREA-DESCRIPCION
002220     SET AREA-ACTIVA TO TRUE
002230     MOVE MOV-TOPE-NUM     TO AREA-TOPE-DIARIO
002240     MOVE 0 TO AREA-FECHA-VOLUMEN
002250     MOVE 0 TO AREA-VOLUMEN-DIA
002260     MOVE 0 TO AREA-LOTES-DIA
002270     WRITE REG-AREAREG
002280         INVALID KEY
002290             MOVE "EL PREFIJO YA ESTA REGISTRADO"
002300                 TO WS-MOTIVO-RECHAZO
002310     END-WRITE.
002320 2100-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350* MODIFICA CODIGO, DESCRIPCION Y/O TOPE DIARIO DE UN AREA
002360* EXISTENTE. EL ESTADO Y EL VOLUMEN ACUMULADO NO SE TOCAN
002370*----------------------------------------------------------------
002380 2200-MODIFICAR.
002390     PERFORM 2900-LEER-AREA THRU 2900-EXIT
002400     IF WS-MOTIVO-RECHAZO NOT = SPACES
002410         GO TO 2200-EXIT
002420     END-IF
002430     IF MOV-TOPE-DIARIO NOT = SPACES
002440         IF MOV-TOPE-NUM NOT IS NUMERIC
002450             MOVE "TOPE DIARIO NO NUMERICO" TO WS-MOTIVO-RECHAZO
002460             GO TO 2200-EXIT
002470         END-IF
002480         MOVE MOV-TOPE-NUM TO AREA-TOPE-DIARIO
002490     END-IF
002500     IF MOV-CODIGO NOT = SPACES
002510         MOVE MOV-CODIGO TO AREA-CODIGO
002520     END-IF
002530     IF MOV-DESCRIPCION NOT = SPACES
002540         MOVE MOV-DESCRIPCION TO AREA-DESCRIPCION
002550     END-IF
002560     REWRITE REG-AREAREG.
002570 2200-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* SUSPENDE O REACTIVA UN AREA EXISTENTE. MIENTRAS ESTA
002610* SUSPENDIDA, NUMROM RECHAZA SUS LOTES CON MOTIVO 32
002620*----------------------------------------------------------------
002630 2300-CAMBIAR-ESTADO.
002640     PERFORM 2900-LEER-AREA THRU 2900-EXIT
002650     IF WS-MOTIVO-RECHAZO NOT = SPACES
002660         GO TO 2300-EXIT
002670     END-IF
002680     IF MOV-SUSPENSION
002690         SET AREA-SUSPENDIDA TO TRUE
002700     ELSE
002710         SET AREA-ACTIVA TO TRUE
002720     END-IF
002730     REWRITE REG-AREAREG.
002740 2300-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* LEE EL AREA DEL MOVIMIENTO; SI NO EXISTE DEJA EL MOTIVO DE
002780* RECHAZO
002790*----------------------------------------------------------------
002800 2900-LEER-AREA.
002810     MOVE MOV-PREFIJO TO AREA-PREFIJO
002820     READ AREAREG
002830         INVALID KEY
002840             MOVE "EL PREFIJO NO ESTA REGISTRADO"
002850                 TO WS-MOTIVO-RECHAZO
002860     END-READ.
002870 2900-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* LISTA EL REGISTRO COMPLETO EN ORDEN DE PREFIJO, YA CON LOS
002910* MOVIMIENTOS APLICADOS
002920*----------------------------------------------------------------
002930 3000-LISTAR-REGISTRO.
002940     MOVE SPACES TO REG-REPORTE
002950     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002960     MOVE "REGISTRO DE AREAS EMISORAS AUTORIZADAS" TO REG-REPORTE
002970     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002980     MOVE LOW-VALUES TO AREA-PREFIJO
002990     START AREAREG KEY NOT < AREA-PREFIJO
003000         INVALID KEY
003010             SET WS-FIN-REGISTRO TO TRUE
003020     END-START
003030     PERFORM 3100-LISTAR-AREA THRU 3100-EXIT
003040         UNTIL WS-FIN-REGISTRO.
003050 3000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* LEE LA PROXIMA AREA DEL REGISTRO Y LA LISTA EN EL REPORTE
003090*----------------------------------------------------------------
003100 3100-LISTAR-AREA.
003110     READ AREAREG NEXT
003120         AT END
003130             SET WS-FIN-REGISTRO TO TRUE
003140             GO TO 3100-EXIT
003150     END-READ
003160     IF NOT WS-FS-AREAREG-OK
003170         SET WS-FIN-REGISTRO TO TRUE
003180         GO TO 3100-EXIT
003190     END-IF
003200     ADD 1 TO WS-CNT-AREAS
003210     MOVE AREA-PREFIJO      TO WS-LIN-PREFIJO
003220     MOVE AREA-CODIGO       TO WS-LIN-CODIGO
003230     MOVE AREA-DESCRIPCION  TO WS-LIN-DESCRIPCION
003240     IF AREA-SUSPENDIDA
003250         MOVE "SUSPENDIDA" TO WS-LIN-ESTADO
003260         ADD 1 TO WS-CNT-SUSPENDIDAS
003270     ELSE
003280         MOVE "ACTIVA" TO WS-LIN-ESTADO
003290     END-IF
003300     MOVE AREA-TOPE-DIARIO    TO WS-LIN-TOPE
003310     MOVE AREA-FECHA-VOLUMEN  TO WS-LIN-FECHA
003320     MOVE AREA-VOLUMEN-DIA    TO WS-LIN-VOLUMEN
003330     MOVE AREA-LOTES-DIA      TO WS-LIN-LOTES
003340     MOVE WS-LINEA-AREA TO REG-REPORTE
003350     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003360 3100-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* INFORMA EN EL REPORTE UN MOVIMIENTO QUE NO PUDO APLICARSE
003400*----------------------------------------------------------------
003410 7100-INFORMAR-RECHAZO.
003420     MOVE SPACES TO REG-REPORTE
003430     STRING "RECHAZADO " MOV-TIPO " " MOV-PREFIJO ": "
003440         WS-MOTIVO-RECHAZO
003450         DELIMITED BY SIZE INTO REG-REPORTE
003460     END-STRING
003470     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003480     MOVE 4 TO WS-RC-FINAL.
003490 7100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
003530* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
003540*----------------------------------------------------------------
003550 7000-GRABAR-LINEA.
003560     WRITE REG-REPORTE
003570     DISPLAY REG-REPORTE.
003580 7000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610* ARMA Y GRABA LOS TOTALES DE CONTROL DEL MANTENIMIENTO
003620*----------------------------------------------------------------
003630 8000-EMITIR-CONTROL.
003640     MOVE SPACES TO REG-REPORTE
003650     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003660     MOVE "MOVIMIENTOS LEIDOS" TO WS-LIN-TOT-TEXTO
003670     MOVE WS-CNT-MOVIMIENTOS TO WS-LIN-TOT-CANT
003680     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
003690     MOVE "MOVIMIENTOS APLICADOS" TO WS-LIN-TOT-TEXTO
003700     MOVE WS-CNT-APLICADOS TO WS-LIN-TOT-CANT
003710     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
003720     MOVE "MOVIMIENTOS RECHAZADOS" TO WS-LIN-TOT-TEXTO
003730     MOVE WS-CNT-RECHAZADOS TO WS-LIN-TOT-CANT
003740     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
003750     MOVE "AREAS EN EL REGISTRO" TO WS-LIN-TOT-TEXTO
003760     MOVE WS-CNT-AREAS TO WS-LIN-TOT-CANT
003770     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
003780     MOVE "AREAS SUSPENDIDAS" TO WS-LIN-TOT-TEXTO
003790     MOVE WS-CNT-SUSPENDIDAS TO WS-LIN-TOT-CANT
003800     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
003810 8000-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* GRABA UNA LINEA DE TOTAL DE CONTROL
003850*----------------------------------------------------------------
003860 8100-GRABAR-TOTAL.
003870     MOVE WS-LINEA-TOTAL TO REG-REPORTE
003880     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003890 8100-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
003930*----------------------------------------------------------------
003940 9000-FINALIZAR.
003950     IF NOT WS-FS-MOVAREA-NO-EXISTE
003960         CLOSE MOVAREA
003970     END-IF
003980     CLOSE AREAREG
003990     CLOSE REPORTE.
004000 9000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
004040* DE ESTA EJECUCION (VER ESTALAY), CON LOS CONTADORES PRINCIPALES
004050* Y EL RETURN-CODE YA RESUELTO, PARA EL REPORTE CONSOLIDADO
004060* OPERRPT
004070*----------------------------------------------------------------
004080 8900-GRABAR-ESTADISTICA.
004090     OPEN EXTEND ESTADIST
004100     IF WS-FS-ESTADIST-NO-EXISTE
004110         OPEN OUTPUT ESTADIST
004120     END-IF
004130     MOVE "AREAMNT" TO EST-PROGRAMA
004140     MOVE WS-FECHA-CORRIDA TO EST-FECHA
004150     ACCEPT EST-HORA FROM TIME
004160     MOVE WS-CNT-MOVIMIENTOS TO EST-CNT-1
004170     MOVE WS-CNT-APLICADOS   TO EST-CNT-2
004180     MOVE WS-CNT-RECHAZADOS  TO EST-CNT-3
004190     MOVE RETURN-CODE        TO EST-RETORNO
004200     WRITE REG-ESTADIST
004210     CLOSE ESTADIST.
004220 8900-EXIT.
004230     EXIT.
004240 9999-FIN.
004250     MOVE WS-RC-FINAL TO RETURN-CODE
004260     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
004270     STOP RUN.
