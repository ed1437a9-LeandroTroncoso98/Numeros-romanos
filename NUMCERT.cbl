000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NUMCERT.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. CERTIFICACION DE LA FORMA
000220*                     CANONICA DEL MAESTRO Y DE LA HISTORIA: A
000230*                     DIFERENCIA DE NUMRECON, QUE SOLO COMPARA EL
000240*                     MAESTRO CONTRA LA AUDITORIA, AQUI SE
000250*                     VERIFICA QUE EL ROMANO GUARDADO SEA EL
000260*                     CORRECTO PARA SU NUMERO. CADA VALOR SE
000270*                     REGENERA CON NUMCNV Y SE DECODIFICA CON
000280*                     NUMVAL, Y SE INFORMA TODO REGISTRO NO
000290*                     CANONICO, TRUNCADO (P.EJ. UN REGISTRO DE LA
000300*                     EPOCA DEL ROMANLAY DE 8 POSICIONES O UNA
000310*                     RECARGA NUMRELD DE UNA DESCARGA DANADA), CON
000320*                     ROMANLAY-ESTADO INVALIDO O DISTINTO DE LA
000330*                     ULTIMA ENTRADA DE HISTORIA DEL NUMERO. LAS
000340*                     ENTRADAS DE HISTORIA NO CANONICAS TAMBIEN SE
000350*                     INFORMAN, PERO NO SE MODIFICAN. CON PARM "R"
000360*                     REGRABA EL MAESTRO CON EL VALOR CANONICO Y
000370*                     DEJA EN HISTORIA UNA ENTRADA DE ORIGEN
000380*                     CERTIFICACION ("C"). AL CERRAR AGREGA SUS
000390*                     CONTADORES AL ARCHIVO COMUN ESTADIST.
000391* 15/10/2026  TL      LA COPY HISTOLAY INCORPORA HIST-SUPERVISOR,
000392*                     QUE EN LAS ENTRADAS DE CERTIFICACION QUEDA
000393*                     EN BLANCO.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MAESTRO ASSIGN TO MAESTRO
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ROMANLAY-NUMERO-IN
000480         FILE STATUS IS WS-FS-MAESTRO.
000490     SELECT HISTORIA ASSIGN TO HISTORIA
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-CLAVE
000530         FILE STATUS IS WS-FS-HISTORIA.
000540     SELECT REPORTE ASSIGN TO REPORTE
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT ESTADIST ASSIGN TO ESTADIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-ESTADIST.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MAESTRO
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-MAESTRO.
000640     COPY ROMANLAY.
000650 FD  HISTORIA
000660     LABEL RECORDS ARE STANDARD.
000670 01  REG-HISTORIA.
000680     COPY HISTOLAY.
000690 FD  REPORTE
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  REG-REPORTE                PIC X(80).
000730 FD  ESTADIST
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  REG-ESTADIST.
000770     COPY ESTALAY.
000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-SW-FIN-MAESTRO      PIC X(01) VALUE "N".
000810         88  WS-FIN-MAESTRO             VALUE "S".
000820     05  WS-SW-FIN-HISTORIA     PIC X(01) VALUE "N".
000830         88  WS-FIN-HISTORIA            VALUE "S".
000840     05  WS-SW-MODO-REPARAR     PIC X(01) VALUE "N".
000850         88  WS-MODO-REPARAR            VALUE "S".
000860     05  WS-SW-SIN-MAESTRO      PIC X(01) VALUE "N".
000870         88  WS-SIN-MAESTRO             VALUE "S".
000880     05  WS-SW-SIN-HISTORIA     PIC X(01) VALUE "N".
000890         88  WS-SIN-HISTORIA            VALUE "S".
000900     05  WS-SW-CON-EXCEPCION    PIC X(01) VALUE "N".
000910         88  WS-CON-EXCEPCION           VALUE "S".
000920 77  WS-FS-MAESTRO              PIC X(02).
000930     88  WS-FS-MAESTRO-OK              VALUE "00".
000940     88  WS-FS-MAESTRO-NO-EXISTE       VALUE "35".
000950 77  WS-FS-HISTORIA             PIC X(02).
000960     88  WS-FS-HISTORIA-OK             VALUE "00".
000970     88  WS-FS-HISTORIA-NO-EXISTE      VALUE "35".
000980 77  WS-FS-ESTADIST             PIC X(02).
000990     88  WS-FS-ESTADIST-OK             VALUE "00".
001000     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001010 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001020 77  WS-HORA-CORRIDA            PIC 9(08) VALUE 0.
001030 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001040     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001050*----------------------------------------------------------------
001060* VALOR BAJO EXAMEN Y RESULTADO DE LA REGENERACION (NUMCNV) Y DE
001070* LA DECODIFICACION (NUMVAL). UN ROMANO ES CANONICO CUANDO NUMVAL
001080* LO ACEPTA, LO DECODIFICA A SU PROPIO NUMERO Y ES IGUAL, CARACTER
001090* A CARACTER, AL QUE GENERA NUMCNV. ES TRUNCADO CUANDO LO GUARDADO
001100* ES EL COMIENZO DEL CANONICO Y LE FALTAN CARACTERES AL FINAL
001110*----------------------------------------------------------------
001120 77  WS-NUMERO-EXAMEN           PIC 9(04) VALUE 0.
001130 77  WS-ROMANO-EXAMEN           PIC X(15) VALUE SPACES.
001140 77  WS-ROMANO-CANONICO         PIC X(15) VALUE SPACES.
001150 77  WS-NUMERO-DECODIFICADO     PIC 9(04) VALUE 0.
001160 77  WS-SW-ROMANO-VALIDEZ       PIC X(01) VALUE "N".
001170     88  WS-ROMANO-ES-VALIDO           VALUE "S".
001180 77  WS-LARGO-ROMANO            PIC 9(02) VALUE 0.
001190 77  WS-TIPO-FALLA              PIC X(01) VALUE SPACES.
001200     88  WS-FALLA-NINGUNA              VALUE SPACES.
001210     88  WS-FALLA-NO-CANONICO          VALUE "N".
001220     88  WS-FALLA-TRUNCADO             VALUE "T".
001230*----------------------------------------------------------------
001240* ULTIMA ENTRADA DE HISTORIA DE CADA NUMERO. LA CLAVE DE HISTORIA
001250* ES NUMERO + FECHA + HORA, POR LO QUE AL RECORRERLA EN ORDEN LA
001260* ULTIMA ENTRADA LEIDA DE UN NUMERO PISA A LAS ANTERIORES.
001270*----------------------------------------------------------------
001280 01  WS-TABLA-HISTORIA.
001290     05  WS-HIS-ENTRADA OCCURS 3999 TIMES.
001300         10  WS-HIS-PRESENTE    PIC X(01).
001310             88  WS-HIS-CON-ENTRADA    VALUE "S".
001320         10  WS-HIS-ROMANO      PIC X(15).
001340 01  WS-TOTALES-CONTROL.
001350     05  WS-CNT-HIS-LEIDAS      PIC 9(06) VALUE 0.
001360     05  WS-CNT-HIS-NO-CANONICAS
001370                                PIC 9(06) VALUE 0.
001380     05  WS-CNT-MAE-LEIDOS      PIC 9(06) VALUE 0.
001390     05  WS-CNT-CANONICOS       PIC 9(06) VALUE 0.
001400     05  WS-CNT-NO-CANONICOS    PIC 9(06) VALUE 0.
001410     05  WS-CNT-TRUNCADOS       PIC 9(06) VALUE 0.
001420     05  WS-CNT-ESTADO-INVALIDO PIC 9(06) VALUE 0.
001430     05  WS-CNT-DIFIERE-HISTORIA
001440                                PIC 9(06) VALUE 0.
001450     05  WS-CNT-FUERA-RANGO     PIC 9(06) VALUE 0.
001460     05  WS-CNT-REPARADOS       PIC 9(06) VALUE 0.
001470     05  WS-CNT-SIN-REPARAR     PIC 9(06) VALUE 0.
001480 77  WS-CNT-EXCEPCIONES         PIC 9(06) VALUE 0.
001490*----------------------------------------------------------------
001500*               LINEAS DEL REPORTE DE CERTIFICACION
001510*----------------------------------------------------------------
001520 01  WS-LINEA-TITULO.
001530     05  FILLER                 PIC X(44) VALUE
001540         "NUMCERT - CERTIFICACION DE FORMA CANONICA  ".
001550     05  FILLER                 PIC X(18) VALUE
001560         "FECHA DE PROCESO: ".
001570     05  WS-TIT-FECHA           PIC 9(08).
001580     05  FILLER                 PIC X(10) VALUE SPACES.
001590 01  WS-LINEA-ENCABEZADO.
001600     05  FILLER                 PIC X(30) VALUE
001610         "NUMERO EXCEPCION              ".
001620     05  FILLER                 PIC X(34) VALUE
001630         "GUARDADO         REFERENCIA       ".
001640     05  FILLER                 PIC X(16) VALUE
001650         "ACCION          ".
001660 01  WS-LINEA-DETALLE.
001670     05  WS-LIN-NUMERO          PIC 9(04).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  WS-LIN-TIPO            PIC X(22).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  WS-LIN-GUARDADO        PIC X(15).
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WS-LIN-REFERENCIA      PIC X(15).
001740     05  FILLER                 PIC X(02) VALUE SPACES.
001750     05  WS-LIN-ACCION          PIC X(10).
001760     05  FILLER                 PIC X(06) VALUE SPACES.
001770 01  WS-LINEA-TOTAL.
001780     05  WS-LIN-TOT-TEXTO       PIC X(35).
001790     05  FILLER                 PIC X(02) VALUE ": ".
001800     05  WS-LIN-TOT-CANT        PIC Z(05)9.
001810     05  FILLER                 PIC X(37) VALUE SPACES.
001820 LINKAGE SECTION.
001830 01  WS-PARM.
001840     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
001850     05  WS-PARM-DATOS          PIC X(20).
001860 PROCEDURE DIVISION USING WS-PARM.
001870*----------------------------------------------------------------
001880*                        P A R R A F O   P R I N C I P A L
001890*----------------------------------------------------------------
001900 0000-MAINLINE.
001910     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001920     PERFORM 2000-RECORRER-HISTORIA THRU 2000-EXIT
001930     PERFORM 3000-RECORRER-MAESTRO THRU 3000-EXIT
001940     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
001950     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001960     GO TO 9999-FIN.
001970*----------------------------------------------------------------
001980* ABRE LOS ARCHIVOS Y EMITE EL TITULO. SIN MAESTRO NO HAY NADA
001990* QUE CERTIFICAR Y SE INFORMA; SIN HISTORIA SOLO SE OMITE LA
002000* COMPARACION CONTRA LA ULTIMA ENTRADA (EN MODO REPARACION SE
002010* CREA, COMO EN NUMROM, PARA PODER DEJAR CONSTANCIA)
002020*----------------------------------------------------------------
002030 1000-INICIALIZAR.
002040     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002050     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002060     ACCEPT WS-HORA-CORRIDA FROM TIME
002070     IF WS-MODO-REPARAR
002080         OPEN I-O MAESTRO
002090     ELSE
002100         OPEN INPUT MAESTRO
002110     END-IF
002120     IF NOT WS-FS-MAESTRO-OK
002130         SET WS-SIN-MAESTRO TO TRUE
002140         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO MAESTRO (STATUS "
002150             WS-FS-MAESTRO "). NO HAY REGISTROS QUE CERTIFICAR."
002160         IF WS-MODO-REPARAR
002170             MOVE "N" TO WS-SW-MODO-REPARAR
002180             DISPLAY "SE DESACTIVA EL MODO REPARACION: NADA "
002190                 "PUEDE REGRABARSE EN UN MAESTRO INACCESIBLE."
002200         END-IF
002210     END-IF
002220     IF WS-MODO-REPARAR
002230         OPEN I-O HISTORIA
002240         IF WS-FS-HISTORIA-NO-EXISTE
002250             OPEN OUTPUT HISTORIA
002260             CLOSE HISTORIA
002270             OPEN I-O HISTORIA
002280         END-IF
002290     ELSE
002300         OPEN INPUT HISTORIA
002310     END-IF
002320     IF NOT WS-FS-HISTORIA-OK
002330         SET WS-SIN-HISTORIA TO TRUE
002340         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO DE HISTORIA (STATUS "
002350             WS-FS-HISTORIA "). NO SE COMPARA CONTRA HISTORIA."
002360     END-IF
002370     OPEN OUTPUT REPORTE
002380     MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
002390     MOVE WS-LINEA-TITULO TO REG-REPORTE
002400     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002410     MOVE SPACES TO REG-REPORTE
002420     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002430     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
002440     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002450     MOVE SPACES TO WS-TABLA-HISTORIA.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002500* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002510* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002520* TOCAR NINGUN ARCHIVO
002530*----------------------------------------------------------------
002540 1050-OBTENER-FECHA-PROCESO.
002550     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002560     IF NOT WS-FECHA-PROC-ABIERTA
002570         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002580             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620 1050-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* INTERPRETA EL PARM DEL PASO DE JCL: POSICION 1 = "R" ACTIVA EL
002660* MODO DE REPARACION (EL MAESTRO SE REGRABA CON EL VALOR
002670* CANONICO). SIN PARM, O CON CUALQUIER OTRO VALOR, SOLO SE
002680* INFORMA.
002690*----------------------------------------------------------------
002700 1100-LEER-PARM.
002710     IF WS-PARM-LONGITUD > 0
002720         IF WS-PARM-DATOS(1:1) = "R"
002730             SET WS-MODO-REPARAR TO TRUE
002740         END-IF
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* RECORRE LA HISTORIA COMPLETA EN ORDEN DE CLAVE: INFORMA LAS
002800* ENTRADAS NO CANONICAS Y DEJA EN LA TABLA LA ULTIMA DE CADA
002810* NUMERO PARA COMPARARLA DESPUES CONTRA EL MAESTRO
002820*----------------------------------------------------------------
002830 2000-RECORRER-HISTORIA.
002840     IF WS-SIN-HISTORIA
002850         GO TO 2000-EXIT
002860     END-IF
002870     MOVE LOW-VALUES TO HIST-CLAVE
002880     START HISTORIA KEY NOT < HIST-CLAVE
002890         INVALID KEY
002900             SET WS-FIN-HISTORIA TO TRUE
002910     END-START
002920     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
002930         UNTIL WS-FIN-HISTORIA.
002940 2000-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* LEE LA PROXIMA ENTRADA DE HISTORIA Y LA EXAMINA. UNA ENTRADA
002980* NO CANONICA SE INFORMA PERO NO SE TOCA: LA HISTORIA REGISTRA
002990* LO QUE EL MAESTRO DIJO EN SU MOMENTO. EN MODO REPARACION LA
003000* CORRECCION QUEDA COMO UNA ENTRADA NUEVA POSTERIOR
003010*----------------------------------------------------------------
003020 2100-LEER-HISTORIA.
003030     READ HISTORIA NEXT
003040         AT END
003050             SET WS-FIN-HISTORIA TO TRUE
003060             GO TO 2100-EXIT
003070     END-READ
003080     IF NOT WS-FS-HISTORIA-OK
003090         SET WS-FIN-HISTORIA TO TRUE
003100         GO TO 2100-EXIT
003110     END-IF
003120     ADD 1 TO WS-CNT-HIS-LEIDAS
003130     IF HIST-NUMERO < 1 OR HIST-NUMERO > 3999
003140         GO TO 2100-EXIT
003150     END-IF
003160     SET WS-HIS-CON-ENTRADA(HIST-NUMERO) TO TRUE
003170     MOVE HIST-STRING-ROMANO TO WS-HIS-ROMANO(HIST-NUMERO)
003180     MOVE HIST-NUMERO TO WS-NUMERO-EXAMEN
003190     MOVE HIST-STRING-ROMANO TO WS-ROMANO-EXAMEN
003200     PERFORM 5000-EXAMINAR-ROMANO THRU 5000-EXIT
003210     IF WS-FALLA-NINGUNA
003220         GO TO 2100-EXIT
003230     END-IF
003240     ADD 1 TO WS-CNT-HIS-NO-CANONICAS
003250     MOVE HIST-NUMERO TO WS-LIN-NUMERO
003260     IF WS-FALLA-TRUNCADO
003270         MOVE "HISTORIA TRUNCADA" TO WS-LIN-TIPO
003280     ELSE
003290         MOVE "HISTORIA NO CANONICA" TO WS-LIN-TIPO
003300     END-IF
003310     MOVE HIST-STRING-ROMANO TO WS-LIN-GUARDADO
003320     MOVE WS-ROMANO-CANONICO TO WS-LIN-REFERENCIA
003330     IF WS-MODO-REPARAR
003340         MOVE "HISTORICO" TO WS-LIN-ACCION
003350     ELSE
003360         MOVE "INFORMADO" TO WS-LIN-ACCION
003370     END-IF
003380     PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT.
003390 2100-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420* RECORRE EL MAESTRO COMPLETO EN ORDEN DE CLAVE
003430*----------------------------------------------------------------
003440 3000-RECORRER-MAESTRO.
003450     IF WS-SIN-MAESTRO
003460         GO TO 3000-EXIT
003470     END-IF
003480     MOVE 0 TO ROMANLAY-NUMERO-IN
003490     START MAESTRO KEY NOT < ROMANLAY-NUMERO-IN
003500         INVALID KEY
003510             SET WS-FIN-MAESTRO TO TRUE
003520     END-START
003530     PERFORM 3100-LEER-MAESTRO THRU 3100-EXIT
003540         UNTIL WS-FIN-MAESTRO.
003550 3000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* LEE EL PROXIMO REGISTRO DEL MAESTRO Y LO CERTIFICA: FORMA
003590* CANONICA, ESTADO Y COINCIDENCIA CON LA ULTIMA ENTRADA DE
003600* HISTORIA. CADA FALLA SALE EN UNA LINEA PROPIA; EN MODO
003610* REPARACION EL REGISTRO SE REGRABA UNA SOLA VEZ
003620*----------------------------------------------------------------
003630 3100-LEER-MAESTRO.
003640     READ MAESTRO NEXT
003650         AT END
003660             SET WS-FIN-MAESTRO TO TRUE
003670             GO TO 3100-EXIT
003680     END-READ
003690     IF NOT WS-FS-MAESTRO-OK
003700         SET WS-FIN-MAESTRO TO TRUE
003710         GO TO 3100-EXIT
003720     END-IF
003730     ADD 1 TO WS-CNT-MAE-LEIDOS
003740     MOVE "N" TO WS-SW-CON-EXCEPCION
003750     MOVE ROMANLAY-NUMERO-IN TO WS-LIN-NUMERO
003760     MOVE ROMANLAY-STRING-ROMANO TO WS-LIN-GUARDADO
003770     IF WS-MODO-REPARAR
003780         MOVE "REPARADO" TO WS-LIN-ACCION
003790     ELSE
003800         MOVE "INFORMADO" TO WS-LIN-ACCION
003810     END-IF
003820     IF ROMANLAY-NUMERO-IN < 1 OR ROMANLAY-NUMERO-IN > 3999
003830         PERFORM 3200-NUMERO-FUERA-RANGO THRU 3200-EXIT
003840         GO TO 3100-EXIT
003850     END-IF
003860     MOVE ROMANLAY-NUMERO-IN TO WS-NUMERO-EXAMEN
003870     MOVE ROMANLAY-STRING-ROMANO TO WS-ROMANO-EXAMEN
003880     PERFORM 5000-EXAMINAR-ROMANO THRU 5000-EXIT
003890     IF NOT WS-FALLA-NINGUNA
003900         SET WS-CON-EXCEPCION TO TRUE
003910         MOVE WS-ROMANO-CANONICO TO WS-LIN-REFERENCIA
003920         IF WS-FALLA-TRUNCADO
003930             ADD 1 TO WS-CNT-TRUNCADOS
003940             MOVE "ROMANO TRUNCADO" TO WS-LIN-TIPO
003950         ELSE
003960             ADD 1 TO WS-CNT-NO-CANONICOS
003970             MOVE "ROMANO NO CANONICO" TO WS-LIN-TIPO
003980         END-IF
003990         PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT
004000     END-IF
004010     IF NOT ROMANLAY-ACEPTADO AND NOT ROMANLAY-RECHAZADO
004020         SET WS-CON-EXCEPCION TO TRUE
004030         ADD 1 TO WS-CNT-ESTADO-INVALIDO
004040         MOVE "ESTADO INVALIDO" TO WS-LIN-TIPO
004050         MOVE SPACES TO WS-LIN-REFERENCIA
004060         STRING "ESTADO '" ROMANLAY-ESTADO "'" DELIMITED BY SIZE
004070             INTO WS-LIN-REFERENCIA
004080         END-STRING
004090         PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT
004100     END-IF
004110     IF WS-HIS-CON-ENTRADA(ROMANLAY-NUMERO-IN)
004120         AND WS-HIS-ROMANO(ROMANLAY-NUMERO-IN)
004130             NOT = ROMANLAY-STRING-ROMANO
004140         SET WS-CON-EXCEPCION TO TRUE
004150         ADD 1 TO WS-CNT-DIFIERE-HISTORIA
004160         MOVE "DIFIERE DE HISTORIA" TO WS-LIN-TIPO
004170         MOVE WS-HIS-ROMANO(ROMANLAY-NUMERO-IN)
004180             TO WS-LIN-REFERENCIA
004190         PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT
004200     END-IF
004210     IF NOT WS-CON-EXCEPCION
004220         ADD 1 TO WS-CNT-CANONICOS
004230         GO TO 3100-EXIT
004240     END-IF
004250     IF WS-MODO-REPARAR
004260         PERFORM 4000-REPARAR-REGISTRO THRU 4000-EXIT
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* UN REGISTRO CON CLAVE FUERA DE 1-3999 NO TIENE FORMA CANONICA
004320* POSIBLE: SE INFORMA SIEMPRE, AUN EN MODO REPARACION, PARA QUE
004330* SE RESUELVA A MANO
004340*----------------------------------------------------------------
004350 3200-NUMERO-FUERA-RANGO.
004360     ADD 1 TO WS-CNT-FUERA-RANGO
004370     MOVE "NUMERO FUERA DE RANGO" TO WS-LIN-TIPO
004380     MOVE SPACES TO WS-LIN-REFERENCIA
004390     MOVE "INFORMADO" TO WS-LIN-ACCION
004400     PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT.
004410 3200-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440* REGRABA EL REGISTRO DEL MAESTRO CON EL ROMANO CANONICO, ESTADO
004450* ACEPTADO Y LA FECHA DE PROCESO, Y DEJA EN HISTORIA UNA ENTRADA
004460* DE ORIGEN CERTIFICACION CON EL MISMO VALOR, PARA QUE LA ULTIMA
004470* ENTRADA DEL NUMERO VUELVA A COINCIDIR CON EL MAESTRO
004480*----------------------------------------------------------------
004490 4000-REPARAR-REGISTRO.
004500     MOVE WS-ROMANO-CANONICO TO ROMANLAY-STRING-ROMANO
004510     SET ROMANLAY-ACEPTADO TO TRUE
004520     MOVE WS-FECHA-CORRIDA TO ROMANLAY-FECHA-CONV
004530     REWRITE REG-MAESTRO
004540     ADD 1 TO WS-CNT-REPARADOS
004550     IF WS-SIN-HISTORIA
004560         GO TO 4000-EXIT
004570     END-IF
004580     MOVE ROMANLAY-NUMERO-IN TO HIST-NUMERO
004590     MOVE WS-FECHA-CORRIDA TO HIST-FECHA
004600     MOVE WS-HORA-CORRIDA TO HIST-HORA
004610     MOVE WS-ROMANO-CANONICO TO HIST-STRING-ROMANO
004620     SET HIST-ORIGEN-CERTIFICACION TO TRUE
004630     MOVE "NUMCERT" TO HIST-LOTE-ID
004640     MOVE SPACES TO HIST-OPERADOR
004641     MOVE SPACES TO HIST-SUPERVISOR
004650     WRITE REG-HISTORIA
004660         INVALID KEY
004670             REWRITE REG-HISTORIA
004680     END-WRITE.
004690 4000-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* EXAMINA WS-ROMANO-EXAMEN CONTRA WS-NUMERO-EXAMEN: REGENERA EL
004730* CANONICO CON NUMCNV, DECODIFICA LO GUARDADO CON NUMVAL Y
004740* CLASIFICA LA FALLA. LO GUARDADO ES TRUNCADO SI SUS PRIMEROS
004750* CARACTERES (HASTA EL PRIMER BLANCO, SIN NADA DESPUES) SON EL
004760* COMIENZO DEL CANONICO Y ESTE ES MAS LARGO
004770*----------------------------------------------------------------
004780 5000-EXAMINAR-ROMANO.
004790     SET WS-FALLA-NINGUNA TO TRUE
004800     CALL "NUMCNV" USING WS-NUMERO-EXAMEN WS-ROMANO-CANONICO
004810     CALL "NUMVAL" USING WS-ROMANO-EXAMEN
004820         WS-NUMERO-DECODIFICADO WS-SW-ROMANO-VALIDEZ
004830     IF WS-ROMANO-ES-VALIDO
004840         AND WS-NUMERO-DECODIFICADO = WS-NUMERO-EXAMEN
004850         AND WS-ROMANO-EXAMEN = WS-ROMANO-CANONICO
004860         GO TO 5000-EXIT
004870     END-IF
004880     SET WS-FALLA-NO-CANONICO TO TRUE
004890     MOVE 0 TO WS-LARGO-ROMANO
004900     INSPECT WS-ROMANO-EXAMEN TALLYING WS-LARGO-ROMANO
004910         FOR CHARACTERS BEFORE INITIAL SPACE
004920     IF WS-LARGO-ROMANO = 0 OR WS-LARGO-ROMANO = 15
004930         GO TO 5000-EXIT
004940     END-IF
004950     IF WS-ROMANO-EXAMEN(WS-LARGO-ROMANO + 1:) = SPACES
004960         AND WS-ROMANO-EXAMEN(1:WS-LARGO-ROMANO)
004970             = WS-ROMANO-CANONICO(1:WS-LARGO-ROMANO)
004980         AND WS-ROMANO-CANONICO(WS-LARGO-ROMANO + 1:1)
004990             NOT = SPACE
005000         SET WS-FALLA-TRUNCADO TO TRUE
005010     END-IF.
005020 5000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* GRABA LA LINEA DE DETALLE DE UNA EXCEPCION EN EL REPORTE. LO
005060* QUE QUEDA SIN CORREGIR SE CUENTA PARA EL RETURN-CODE
005070*----------------------------------------------------------------
005080 7100-GRABAR-DETALLE.
005090     IF WS-LIN-ACCION = "INFORMADO"
005100         ADD 1 TO WS-CNT-SIN-REPARAR
005110     END-IF
005120     MOVE WS-LINEA-DETALLE TO REG-REPORTE
005130     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
005140 7100-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
005180* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
005190*----------------------------------------------------------------
005200 7000-GRABAR-LINEA.
005210     WRITE REG-REPORTE
005220     DISPLAY REG-REPORTE.
005230 7000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA CERTIFICACION
005270*----------------------------------------------------------------
005280 8000-EMITIR-TOTALES.
005290     MOVE SPACES TO REG-REPORTE
005300     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005310     MOVE "ENTRADAS DE HISTORIA LEIDAS" TO WS-LIN-TOT-TEXTO
005320     MOVE WS-CNT-HIS-LEIDAS TO WS-LIN-TOT-CANT
005330     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005340     MOVE "HISTORIA NO CANONICA O TRUNCADA" TO WS-LIN-TOT-TEXTO
005350     MOVE WS-CNT-HIS-NO-CANONICAS TO WS-LIN-TOT-CANT
005360     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005370     MOVE "REGISTROS DEL MAESTRO LEIDOS" TO WS-LIN-TOT-TEXTO
005380     MOVE WS-CNT-MAE-LEIDOS TO WS-LIN-TOT-CANT
005390     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005400     MOVE "REGISTROS CERTIFICADOS SIN FALLAS" TO WS-LIN-TOT-TEXTO
005410     MOVE WS-CNT-CANONICOS TO WS-LIN-TOT-CANT
005420     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005430     MOVE "ROMANOS NO CANONICOS" TO WS-LIN-TOT-TEXTO
005440     MOVE WS-CNT-NO-CANONICOS TO WS-LIN-TOT-CANT
005450     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005460     MOVE "ROMANOS TRUNCADOS" TO WS-LIN-TOT-TEXTO
005470     MOVE WS-CNT-TRUNCADOS TO WS-LIN-TOT-CANT
005480     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005490     MOVE "ESTADOS INVALIDOS" TO WS-LIN-TOT-TEXTO
005500     MOVE WS-CNT-ESTADO-INVALIDO TO WS-LIN-TOT-CANT
005510     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005520     MOVE "DIFERENCIAS CON LA ULTIMA HISTORIA" TO WS-LIN-TOT-TEXTO
005530     MOVE WS-CNT-DIFIERE-HISTORIA TO WS-LIN-TOT-CANT
005540     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005550     MOVE "NUMEROS FUERA DE RANGO" TO WS-LIN-TOT-TEXTO
005560     MOVE WS-CNT-FUERA-RANGO TO WS-LIN-TOT-CANT
005570     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005580     IF WS-MODO-REPARAR
005590         MOVE "REGISTROS REPARADOS" TO WS-LIN-TOT-TEXTO
005600         MOVE WS-CNT-REPARADOS TO WS-LIN-TOT-CANT
005610         PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005620     END-IF.
005630 8000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* GRABA UNA LINEA DE TOTAL DE CONTROL
005670*----------------------------------------------------------------
005680 8100-GRABAR-TOTAL.
005690     MOVE WS-LINEA-TOTAL TO REG-REPORTE
005700     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
005710 8100-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
005750*----------------------------------------------------------------
005760 9000-FINALIZAR.
005770     IF NOT WS-SIN-MAESTRO
005780         CLOSE MAESTRO
005790     END-IF
005800     IF NOT WS-SIN-HISTORIA
005810         CLOSE HISTORIA
005820     END-IF
005830     CLOSE REPORTE.
005840 9000-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
005880* DE ESTA EJECUCION (VER ESTALAY): REGISTROS DEL MAESTRO LEIDOS,
005890* EXCEPCIONES DE MAESTRO E HISTORIA Y REGISTROS REPARADOS
005900*----------------------------------------------------------------
005910 8900-GRABAR-ESTADISTICA.
005920     OPEN EXTEND ESTADIST
005930     IF WS-FS-ESTADIST-NO-EXISTE
005940         OPEN OUTPUT ESTADIST
005950     END-IF
005960     MOVE "NUMCERT" TO EST-PROGRAMA
005970     MOVE WS-FECHA-CORRIDA TO EST-FECHA
005980     ACCEPT EST-HORA FROM TIME
005990     COMPUTE WS-CNT-EXCEPCIONES =
006000         WS-CNT-HIS-NO-CANONICAS + WS-CNT-NO-CANONICOS
006010         + WS-CNT-TRUNCADOS + WS-CNT-ESTADO-INVALIDO
006020         + WS-CNT-DIFIERE-HISTORIA + WS-CNT-FUERA-RANGO
006030     END-COMPUTE
006040     MOVE WS-CNT-MAE-LEIDOS    TO EST-CNT-1
006050     MOVE WS-CNT-EXCEPCIONES   TO EST-CNT-2
006060     MOVE WS-CNT-REPARADOS     TO EST-CNT-3
006070     MOVE RETURN-CODE          TO EST-RETORNO
006080     WRITE REG-ESTADIST
006090     CLOSE ESTADIST.
006100 8900-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* SI QUEDARON EXCEPCIONES SIN CORREGIR SE DEVUELVE RETURN-CODE 4
006140* PARA QUE EL PASO DE JCL PUEDA CONDICIONAR LA CERTIFICACION DEL
006150* MAESTRO. EN MODO REPARACION LAS ENTRADAS DE HISTORIA NO
006160* CANONICAS NO CUENTAN: LA HISTORIA NO SE CORRIGE Y LO QUE VALE,
006165* EL MAESTRO, YA QUEDO CANONICO
006170*----------------------------------------------------------------
006180 9999-FIN.
006190     IF WS-CNT-SIN-REPARAR > 0
006200         MOVE 4 TO RETURN-CODE
006210     END-IF
006220     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
006230     STOP RUN.
