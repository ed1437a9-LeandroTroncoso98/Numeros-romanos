000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NUMRECH.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. RECONSTRUCCION DEL MAESTRO
000220*                     A UN PUNTO EN EL TIEMPO A PARTIR DE LA
000230*                     HISTORIA: NUMUNLD SOLO PUEDE DESCARGAR EL
000240*                     MAESTRO VIVO, Y ANTE UN PEDIDO DE AUDITORIA
000250*                     O UNA TANDA DE CORRECCIONES EN LINEA
000260*                     ERRONEAS HACE FALTA "EL MAESTRO COMO ESTABA
000270*                     AL CIERRE DE UN DIA DADO". RECORRE HISTORIA
000280*                     EN ORDEN DE CLAVE Y TOMA, PARA CADA NUMERO,
000290*                     LA ULTIMA ENTRADA CON FECHA Y HORA NO
000300*                     POSTERIORES AL CORTE PEDIDO POR PARM. GRABA
000310*                     UNA COPIA COMPLETA EN EL FORMATO DE DESCARGA
000320*                     DE NUMUNLD (COPY DESCGLAY, CON CABECERA Y
000330*                     FINALIZADOR), QUE PUEDE COMPARARSE CON
000340*                     NUMCOMP O RECARGARSE CON NUMRELD. EL REPORTE
000350*                     LISTA LOS NUMEROS SIN HISTORIA ANTERIOR AL
000360*                     CORTE (PRESENTES EN EL MAESTRO VIVO O CON
000370*                     HISTORIA SOLO POSTERIOR) Y LOS NUMEROS CUYO
000380*                     VALOR EN EL MAESTRO VIVO DIFIERE DEL
000390*                     RECONSTRUIDO. NO ACTUALIZA NINGUN ARCHIVO:
000400*                     MAESTRO E HISTORIA SOLO SE LEEN. AL CERRAR
000410*                     AGREGA SUS CONTADORES AL ARCHIVO COMUN
000411*                     ESTADIST.
000412* 15/10/2026  TL      UN PARM DE MAS DE 8 Y MENOS DE 16
000413*                     POSICIONES (HORA DE CORTE INCOMPLETA) SE
000414*                     RECHAZA EN LUGAR DE TOMARSE COMO FIN DEL
000420*                     DIA.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HISTORIA ASSIGN TO HISTORIA
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HIST-CLAVE
000510         FILE STATUS IS WS-FS-HISTORIA.
000520     SELECT MAESTRO ASSIGN TO MAESTRO
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS ROMANLAY-NUMERO-IN
000560         FILE STATUS IS WS-FS-MAESTRO.
000570     SELECT DESCARGA ASSIGN TO DESCARGA
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT REPORTE ASSIGN TO REPORTE
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT ESTADIST ASSIGN TO ESTADIST
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FS-ESTADIST.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  HISTORIA
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-HISTORIA.
000690     COPY HISTOLAY.
000700 FD  MAESTRO
000710     LABEL RECORDS ARE STANDARD.
000720 01  REG-MAESTRO.
000730     COPY ROMANLAY.
000740 FD  DESCARGA
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 01  REG-DESCARGA.
000780     COPY DESCGLAY.
000790 FD  REPORTE
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REG-REPORTE                PIC X(80).
000830 FD  ESTADIST
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  REG-ESTADIST.
000870     COPY ESTALAY.
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-SW-FIN-HISTORIA     PIC X(01) VALUE "N".
000910         88  WS-FIN-HISTORIA            VALUE "S".
000920     05  WS-SW-FIN-MAESTRO      PIC X(01) VALUE "N".
000930         88  WS-FIN-MAESTRO             VALUE "S".
000940     05  WS-SW-SIN-HISTORIA     PIC X(01) VALUE "N".
000950         88  WS-SIN-HISTORIA            VALUE "S".
000960     05  WS-SW-SIN-MAESTRO      PIC X(01) VALUE "N".
000970         88  WS-SIN-MAESTRO             VALUE "S".
000980     05  WS-SW-CORTE-VALIDO     PIC X(01) VALUE "S".
000990         88  WS-CORTE-VALIDO            VALUE "S".
001000 77  WS-FS-HISTORIA             PIC X(02).
001010     88  WS-FS-HISTORIA-OK             VALUE "00".
001020     88  WS-FS-HISTORIA-NO-EXISTE      VALUE "35".
001030 77  WS-FS-MAESTRO              PIC X(02).
001040     88  WS-FS-MAESTRO-OK              VALUE "00".
001050     88  WS-FS-MAESTRO-NO-EXISTE       VALUE "35".
001060 77  WS-FS-ESTADIST             PIC X(02).
001070     88  WS-FS-ESTADIST-OK             VALUE "00".
001080     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001090 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
001100 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001110     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001120*----------------------------------------------------------------
001130* MOMENTO DE CORTE PEDIDO POR PARM: FECHA AAAAMMDD Y HORA
001140* HHMMSSCC (LA MISMA FORMA QUE HIST-FECHA Y HIST-HORA). SIN HORA
001150* SE TOMA EL DIA COMPLETO (99999999, CIERRE DEL DIA)
001160*----------------------------------------------------------------
001170 01  WS-CORTE.
001180     05  WS-CORTE-FECHA         PIC 9(08) VALUE 0.
001190     05  FILLER REDEFINES WS-CORTE-FECHA.
001200         10  WS-COR-ANIO        PIC 9(04).
001210         10  WS-COR-MES         PIC 9(02).
001220         10  WS-COR-DIA         PIC 9(02).
001230     05  WS-CORTE-HORA          PIC 9(08) VALUE 99999999.
001240     05  FILLER REDEFINES WS-CORTE-HORA.
001250         10  WS-COR-HH          PIC 9(02).
001260         10  WS-COR-MM          PIC 9(02).
001270         10  WS-COR-SS          PIC 9(02).
001280         10  WS-COR-CC          PIC 9(02).
001290 01  WS-DIAS-POR-MES.
001300     05  FILLER                 PIC X(24) VALUE
001310         "312831303130313130313031".
001320 01  FILLER REDEFINES WS-DIAS-POR-MES.
001330     05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
001340 77  WS-MAX-DIA                 PIC 9(02) VALUE 0.
001350 77  WS-COCIENTE                PIC 9(04) VALUE 0.
001360 77  WS-RESTO-4                 PIC 9(04) VALUE 0.
001370 77  WS-RESTO-100               PIC 9(04) VALUE 0.
001380 77  WS-RESTO-400               PIC 9(04) VALUE 0.
001390*----------------------------------------------------------------
001400* SITUACION DE CADA NUMERO. LA CLAVE DE HISTORIA ES NUMERO + FECHA
001410* + HORA, POR LO QUE AL RECORRERLA EN ORDEN LA ULTIMA ENTRADA NO
001420* POSTERIOR AL CORTE PISA A LAS ANTERIORES; DE LAS POSTERIORES SE
001430* CONSERVA SOLO LA FECHA DE LA PRIMERA, PARA EL REPORTE
001440*----------------------------------------------------------------
001450 01  WS-TABLA-NUMEROS.
001460     05  WS-NUM-ENTRADA OCCURS 3999 TIMES.
001470         10  WS-NUM-SW-CORTE    PIC X(01).
001480             88  WS-NUM-CON-CORTE      VALUE "S".
001490         10  WS-NUM-ROMANO      PIC X(15).
001500         10  WS-NUM-FECHA       PIC 9(08).
001510         10  WS-NUM-SW-POSTERIOR
001520                                PIC X(01).
001530             88  WS-NUM-CON-POSTERIOR  VALUE "S".
001540         10  WS-NUM-FECHA-POSTERIOR
001550                                PIC 9(08).
001560         10  WS-NUM-SW-MAESTRO  PIC X(01).
001570             88  WS-NUM-EN-MAESTRO     VALUE "S".
001580         10  WS-NUM-ROMANO-MAESTRO
001590                                PIC X(15).
001600 77  WS-IND-NUMERO              PIC 9(04) VALUE 0.
001610*----------------------------------------------------------------
001620* DETALLE RECONSTRUIDO, EN EL LAYOUT ROMANLAY QUE LLEVA DES-DATOS.
001630* LA HISTORIA SOLO GUARDA CONVERSIONES ACEPTADAS, ASI QUE EL
001640* ESTADO ES SIEMPRE "A"; LA FECHA DE CONVERSION ES LA DE LA
001650* ENTRADA TOMADA
001660*----------------------------------------------------------------
001670 01  WS-DETALLE-RECONSTRUIDO.
001680     05  WS-RCN-NUMERO          PIC 9(04).
001690     05  WS-RCN-ROMANO          PIC X(15).
001700     05  WS-RCN-ESTADO          PIC X(01).
001710     05  WS-RCN-FECHA-CONV      PIC 9(08).
001720 01  WS-TOTALES-CONTROL.
001730     05  WS-CNT-HIS-LEIDAS      PIC 9(08) VALUE 0.
001740     05  WS-CNT-HIS-AL-CORTE    PIC 9(08) VALUE 0.
001750     05  WS-CNT-HIS-POSTERIORES PIC 9(08) VALUE 0.
001760     05  WS-CNT-MAE-LEIDOS      PIC 9(08) VALUE 0.
001770     05  WS-CNT-RECONSTRUIDOS   PIC 9(08) VALUE 0.
001780     05  WS-CNT-COINCIDENTES    PIC 9(08) VALUE 0.
001790     05  WS-CNT-SIN-HISTORIA    PIC 9(08) VALUE 0.
001800     05  WS-CNT-DIFIERE-MAESTRO PIC 9(08) VALUE 0.
001810     05  WS-CNT-AUSENTE-MAESTRO PIC 9(08) VALUE 0.
001820 77  WS-CNT-DIFERENCIAS         PIC 9(08) VALUE 0.
001830*----------------------------------------------------------------
001840*               LINEAS DEL REPORTE DE RECONSTRUCCION
001850*----------------------------------------------------------------
001860 01  WS-LINEA-TITULO.
001870     05  FILLER                 PIC X(40) VALUE
001880         "NUMRECH - RECONSTRUCCION DEL MAESTRO AL ".
001890     05  WS-TIT-FECHA           PIC 9(08).
001900     05  FILLER                 PIC X(01) VALUE SPACES.
001910     05  WS-TIT-HORA            PIC 9(08).
001920     05  FILLER                 PIC X(23) VALUE SPACES.
001930 01  WS-LINEA-ENCABEZADO.
001940     05  FILLER                 PIC X(30) VALUE
001950         "NUMERO EXCEPCION              ".
001960     05  FILLER                 PIC X(34) VALUE
001970         "MAESTRO VIVO     RECONSTRUIDO     ".
001980     05  FILLER                 PIC X(16) VALUE
001990         "FECHA HIST.     ".
002000 01  WS-LINEA-DETALLE.
002010     05  WS-LIN-NUMERO          PIC 9(04).
002020     05  FILLER                 PIC X(02) VALUE SPACES.
002030     05  WS-LIN-TIPO            PIC X(22).
002040     05  FILLER                 PIC X(02) VALUE SPACES.
002050     05  WS-LIN-MAESTRO         PIC X(15).
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  WS-LIN-RECONSTRUIDO    PIC X(15).
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  WS-LIN-FECHA           PIC X(08).
002100     05  FILLER                 PIC X(08) VALUE SPACES.
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
002260     PERFORM 2000-RECORRER-HISTORIA THRU 2000-EXIT
002270     PERFORM 3000-RECORRER-MAESTRO THRU 3000-EXIT
002280     PERFORM 4000-GRABAR-NUMERO THRU 4000-EXIT
002290         VARYING WS-IND-NUMERO FROM 1 BY 1
002300             UNTIL WS-IND-NUMERO > 3999
002310     PERFORM 5000-GRABAR-FINALIZADOR THRU 5000-EXIT
002320     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
002330     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002340     GO TO 9999-FIN.
002350*----------------------------------------------------------------
002360* RESUELVE EL PARM, ABRE LOS ARCHIVOS, EMITE EL TITULO Y GRABA LA
002370* CABECERA DE LA COPIA CON LA FECHA DE CORTE. SIN UN CORTE VALIDO
002380* LA CORRIDA SE RECHAZA ANTES DE GRABAR LA COPIA. SIN HISTORIA NO
002390* HAY NADA QUE RECONSTRUIR Y SE GRABA UNA COPIA VACIA, COMO HACE
002400* NUMUNLD SIN MAESTRO; SIN MAESTRO SOLO SE OMITE LA COMPARACION
002410*----------------------------------------------------------------
002420 1000-INICIALIZAR.
002430     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002440     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002450     OPEN OUTPUT REPORTE
002460     MOVE WS-CORTE-FECHA TO WS-TIT-FECHA
002470     MOVE WS-CORTE-HORA TO WS-TIT-HORA
002480     MOVE WS-LINEA-TITULO TO REG-REPORTE
002490     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002500     IF NOT WS-CORTE-VALIDO
002510         MOVE "EL PARM DEBE SER AAAAMMDD[HHMMSSCC] VALIDO."
002520             TO REG-REPORTE
002530         PERFORM 6900-RECHAZAR-CORRIDA THRU 6900-EXIT
002540     END-IF
002550     OPEN INPUT HISTORIA
002560     IF NOT WS-FS-HISTORIA-OK
002570         SET WS-SIN-HISTORIA TO TRUE
002580         SET WS-FIN-HISTORIA TO TRUE
002590         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO DE HISTORIA (STATUS "
002600             WS-FS-HISTORIA "). SE GRABA UNA COPIA VACIA."
002610     END-IF
002620     OPEN INPUT MAESTRO
002630     IF NOT WS-FS-MAESTRO-OK
002640         SET WS-SIN-MAESTRO TO TRUE
002650         SET WS-FIN-MAESTRO TO TRUE
002660         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO MAESTRO (STATUS "
002670             WS-FS-MAESTRO "). NO SE COMPARA CONTRA EL MAESTRO."
002680     END-IF
002690     OPEN OUTPUT DESCARGA
002700     MOVE SPACES TO REG-DESCARGA
002710     MOVE "H" TO DES-TIPO
002720     MOVE WS-CORTE-FECHA TO DES-CAB-FECHA
002730     WRITE REG-DESCARGA
002740     MOVE SPACES TO REG-REPORTE
002750     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002760     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
002770     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002780     MOVE SPACES TO WS-TABLA-NUMEROS.
002790 1000-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002830* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002840* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002850* TOCAR NINGUN ARCHIVO
002860*----------------------------------------------------------------
002870 1050-OBTENER-FECHA-PROCESO.
002880     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002890     IF NOT WS-FECHA-PROC-ABIERTA
002900         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002910             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950 1050-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-8 = FECHA DE
002990* CORTE EN FORMATO AAAAMMDD (OBLIGATORIA); POSICIONES 9-16 = HORA
003000* DE CORTE HHMMSSCC (OPCIONAL, SIN ELLA VALE TODO EL DIA). SOLO
003001* UN PARM DE 8 POSICIONES EXACTAS ES EL FIN DEL DIA; UNA HORA
003002* INCOMPLETA RECHAZA EL CORTE. EL CORTE INCLUYE LAS ENTRADAS DE
003010* ESE MISMO INSTANTE
003020*----------------------------------------------------------------
003030 1100-LEER-PARM.
003040     IF WS-PARM-LONGITUD < 8
003050         MOVE "N" TO WS-SW-CORTE-VALIDO
003060         GO TO 1100-EXIT
003070     END-IF
003080     IF WS-PARM-DATOS(1:8) NOT NUMERIC
003090         MOVE "N" TO WS-SW-CORTE-VALIDO
003100         GO TO 1100-EXIT
003110     END-IF
003120     MOVE WS-PARM-DATOS(1:8) TO WS-CORTE-FECHA
003130     PERFORM 1200-VALIDAR-FECHA THRU 1200-EXIT
003140     IF WS-PARM-LONGITUD = 8
003150         GO TO 1100-EXIT
003151     END-IF
003152     IF WS-PARM-LONGITUD < 16
003153         MOVE "N" TO WS-SW-CORTE-VALIDO
003154         GO TO 1100-EXIT
003160     END-IF
003170     IF WS-PARM-DATOS(9:8) NOT NUMERIC
003180         MOVE "N" TO WS-SW-CORTE-VALIDO
003190         GO TO 1100-EXIT
003200     END-IF
003210     MOVE WS-PARM-DATOS(9:8) TO WS-CORTE-HORA
003220     IF WS-COR-HH > 23 OR WS-COR-MM > 59 OR WS-COR-SS > 59
003230         MOVE "N" TO WS-SW-CORTE-VALIDO
003240     END-IF.
003250 1100-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* VERIFICA QUE LA FECHA DE CORTE SEA UNA FECHA REAL DE CALENDARIO,
003290* CON LAS MISMAS REGLAS QUE FECHMNT
003300*----------------------------------------------------------------
003310 1200-VALIDAR-FECHA.
003320     IF WS-COR-ANIO < 1601
003330        OR WS-COR-MES < 1 OR WS-COR-MES > 12
003340        OR WS-COR-DIA < 1
003350         MOVE "N" TO WS-SW-CORTE-VALIDO
003360         GO TO 1200-EXIT
003370     END-IF
003380     MOVE WS-DIAS-MES(WS-COR-MES) TO WS-MAX-DIA
003390     IF WS-COR-MES = 2
003400         DIVIDE WS-COR-ANIO BY 4 GIVING WS-COCIENTE
003410             REMAINDER WS-RESTO-4
003420         DIVIDE WS-COR-ANIO BY 100 GIVING WS-COCIENTE
003430             REMAINDER WS-RESTO-100
003440         DIVIDE WS-COR-ANIO BY 400 GIVING WS-COCIENTE
003450             REMAINDER WS-RESTO-400
003460         IF WS-RESTO-400 = 0
003470            OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
003480             MOVE 29 TO WS-MAX-DIA
003490         END-IF
003500     END-IF
003510     IF WS-COR-DIA > WS-MAX-DIA
003520         MOVE "N" TO WS-SW-CORTE-VALIDO
003530     END-IF.
003540 1200-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* RECORRE LA HISTORIA COMPLETA EN ORDEN DE CLAVE
003580*----------------------------------------------------------------
003590 2000-RECORRER-HISTORIA.
003600     IF WS-SIN-HISTORIA
003610         GO TO 2000-EXIT
003620     END-IF
003630     MOVE LOW-VALUES TO HIST-CLAVE
003640     START HISTORIA KEY NOT < HIST-CLAVE
003650         INVALID KEY
003660             SET WS-FIN-HISTORIA TO TRUE
003670     END-START
003680     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
003690         UNTIL WS-FIN-HISTORIA.
003700 2000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* LEE LA PROXIMA ENTRADA DE HISTORIA. SI NO ES POSTERIOR AL CORTE
003740* QUEDA COMO VALOR DEL NUMERO A ESA FECHA (LA SIGUIENTE DEL MISMO
003750* NUMERO QUE TAMPOCO LO SEA LA REEMPLAZA); SI ES POSTERIOR SOLO SE
003760* ANOTA LA FECHA DE LA PRIMERA
003770*----------------------------------------------------------------
003780 2100-LEER-HISTORIA.
003790     READ HISTORIA NEXT
003800         AT END
003810             SET WS-FIN-HISTORIA TO TRUE
003820             GO TO 2100-EXIT
003830     END-READ
003840     IF NOT WS-FS-HISTORIA-OK
003850         SET WS-FIN-HISTORIA TO TRUE
003860         GO TO 2100-EXIT
003870     END-IF
003880     ADD 1 TO WS-CNT-HIS-LEIDAS
003890     IF HIST-NUMERO < 1 OR HIST-NUMERO > 3999
003900         GO TO 2100-EXIT
003910     END-IF
003920     IF HIST-FECHA < WS-CORTE-FECHA
003930        OR (HIST-FECHA = WS-CORTE-FECHA
003940            AND HIST-HORA NOT > WS-CORTE-HORA)
003950         ADD 1 TO WS-CNT-HIS-AL-CORTE
003960         SET WS-NUM-CON-CORTE(HIST-NUMERO) TO TRUE
003970         MOVE HIST-STRING-ROMANO TO WS-NUM-ROMANO(HIST-NUMERO)
003980         MOVE HIST-FECHA TO WS-NUM-FECHA(HIST-NUMERO)
003990         GO TO 2100-EXIT
004000     END-IF
004010     ADD 1 TO WS-CNT-HIS-POSTERIORES
004020     IF NOT WS-NUM-CON-POSTERIOR(HIST-NUMERO)
004030         SET WS-NUM-CON-POSTERIOR(HIST-NUMERO) TO TRUE
004040         MOVE HIST-FECHA TO WS-NUM-FECHA-POSTERIOR(HIST-NUMERO)
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* RECORRE EL MAESTRO VIVO COMPLETO EN ORDEN DE CLAVE
004100*----------------------------------------------------------------
004110 3000-RECORRER-MAESTRO.
004120     IF WS-SIN-MAESTRO
004130         GO TO 3000-EXIT
004140     END-IF
004150     MOVE 0 TO ROMANLAY-NUMERO-IN
004160     START MAESTRO KEY NOT < ROMANLAY-NUMERO-IN
004170         INVALID KEY
004180             SET WS-FIN-MAESTRO TO TRUE
004190     END-START
004200     PERFORM 3100-LEER-MAESTRO THRU 3100-EXIT
004210         UNTIL WS-FIN-MAESTRO.
004220 3000-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* LEE EL PROXIMO REGISTRO DEL MAESTRO Y DEJA SU VALOR EN LA TABLA.
004260* UNA CLAVE FUERA DE 1-3999 NO PUEDE TENER HISTORIA NI SER
004270* RECONSTRUIDA (LA INFORMA NUMCERT) Y SE SALTEA
004280*----------------------------------------------------------------
004290 3100-LEER-MAESTRO.
004300     READ MAESTRO NEXT
004310         AT END
004320             SET WS-FIN-MAESTRO TO TRUE
004330             GO TO 3100-EXIT
004340     END-READ
004350     IF NOT WS-FS-MAESTRO-OK
004360         SET WS-FIN-MAESTRO TO TRUE
004370         GO TO 3100-EXIT
004380     END-IF
004390     ADD 1 TO WS-CNT-MAE-LEIDOS
004400     IF ROMANLAY-NUMERO-IN < 1 OR ROMANLAY-NUMERO-IN > 3999
004410         GO TO 3100-EXIT
004420     END-IF
004430     SET WS-NUM-EN-MAESTRO(ROMANLAY-NUMERO-IN) TO TRUE
004440     MOVE ROMANLAY-STRING-ROMANO
004450         TO WS-NUM-ROMANO-MAESTRO(ROMANLAY-NUMERO-IN).
004460 3100-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* RESUELVE UN NUMERO, EN ORDEN ASCENDENTE COMO LOS DESCARGA
004500* NUMUNLD: SI TIENE VALOR AL CORTE GRABA SU DETALLE EN LA COPIA Y
004510* LO COMPARA CONTRA EL MAESTRO VIVO; SI NO LO TIENE PERO EL NUMERO
004520* EXISTE HOY (EN EL MAESTRO O CON HISTORIA POSTERIOR) SE INFORMA
004530* COMO SIN HISTORIA AL CORTE. LOS NUMEROS QUE NUNCA SE
004540* CONVIRTIERON NO SE INFORMAN
004550*----------------------------------------------------------------
004560 4000-GRABAR-NUMERO.
004570     MOVE WS-IND-NUMERO TO WS-LIN-NUMERO
004580     MOVE SPACES TO WS-LIN-MAESTRO WS-LIN-RECONSTRUIDO
004590         WS-LIN-FECHA
004600     IF WS-NUM-EN-MAESTRO(WS-IND-NUMERO)
004610         MOVE WS-NUM-ROMANO-MAESTRO(WS-IND-NUMERO)
004620             TO WS-LIN-MAESTRO
004630     END-IF
004640     IF NOT WS-NUM-CON-CORTE(WS-IND-NUMERO)
004650         PERFORM 4200-SIN-HISTORIA THRU 4200-EXIT
004660         GO TO 4000-EXIT
004670     END-IF
004680     MOVE WS-IND-NUMERO TO WS-RCN-NUMERO
004690     MOVE WS-NUM-ROMANO(WS-IND-NUMERO) TO WS-RCN-ROMANO
004700     MOVE "A" TO WS-RCN-ESTADO
004710     MOVE WS-NUM-FECHA(WS-IND-NUMERO) TO WS-RCN-FECHA-CONV
004720     MOVE SPACES TO REG-DESCARGA
004730     MOVE "D" TO DES-TIPO
004740     MOVE WS-DETALLE-RECONSTRUIDO TO DES-DATOS
004750     WRITE REG-DESCARGA
004760     ADD 1 TO WS-CNT-RECONSTRUIDOS
004770     IF WS-SIN-MAESTRO
004780         GO TO 4000-EXIT
004790     END-IF
004800     MOVE WS-RCN-ROMANO TO WS-LIN-RECONSTRUIDO
004810     MOVE WS-RCN-FECHA-CONV TO WS-LIN-FECHA
004820     IF NOT WS-NUM-EN-MAESTRO(WS-IND-NUMERO)
004830         ADD 1 TO WS-CNT-AUSENTE-MAESTRO
004840         MOVE "AUSENTE DEL MAESTRO" TO WS-LIN-TIPO
004850         PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT
004860         GO TO 4000-EXIT
004870     END-IF
004880     IF WS-NUM-ROMANO-MAESTRO(WS-IND-NUMERO) NOT = WS-RCN-ROMANO
004890         ADD 1 TO WS-CNT-DIFIERE-MAESTRO
004900         MOVE "DIFIERE DEL MAESTRO" TO WS-LIN-TIPO
004910         PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT
004920         GO TO 4000-EXIT
004930     END-IF
004940     ADD 1 TO WS-CNT-COINCIDENTES.
004950 4000-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* INFORMA UN NUMERO QUE EXISTE HOY PERO NO TIENE HISTORIA ANTERIOR
004990* AL CORTE. LA FECHA ES LA DE SU PRIMERA ENTRADA POSTERIOR; SIN
005000* ELLA EL VALOR DEL MAESTRO NO TIENE RESPALDO EN LA HISTORIA
005010* (P.EJ. UNA CONVERSION ANTERIOR A LA CREACION DE HISTORIA)
005020*----------------------------------------------------------------
005030 4200-SIN-HISTORIA.
005040     IF NOT WS-NUM-EN-MAESTRO(WS-IND-NUMERO)
005050        AND NOT WS-NUM-CON-POSTERIOR(WS-IND-NUMERO)
005060         GO TO 4200-EXIT
005070     END-IF
005080     ADD 1 TO WS-CNT-SIN-HISTORIA
005090     MOVE "SIN HISTORIA AL CORTE" TO WS-LIN-TIPO
005100     IF WS-NUM-CON-POSTERIOR(WS-IND-NUMERO)
005110         MOVE WS-NUM-FECHA-POSTERIOR(WS-IND-NUMERO)
005120             TO WS-LIN-FECHA
005130     END-IF
005140     PERFORM 7100-GRABAR-DETALLE THRU 7100-EXIT.
005150 4200-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180* GRABA EL FINALIZADOR CON LA CANTIDAD DE DETALLES RECONSTRUIDOS,
005190* PARA QUE NUMRELD Y NUMCOMP PUEDAN VERIFICAR LA COPIA
005200*----------------------------------------------------------------
005210 5000-GRABAR-FINALIZADOR.
005220     MOVE SPACES TO REG-DESCARGA
005230     MOVE "T" TO DES-TIPO
005240     MOVE WS-CNT-RECONSTRUIDOS TO DES-FIN-CANTIDAD
005250     WRITE REG-DESCARGA.
005260 5000-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290* RECHAZA LA CORRIDA SIN GRABAR LA COPIA: DEJA EN EL REPORTE EL
005300* MOTIVO (YA ARMADO EN REG-REPORTE) Y TERMINA CON RETURN-CODE 16
005310*----------------------------------------------------------------
005320 6900-RECHAZAR-CORRIDA.
005330     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005340     MOVE "CORRIDA RECHAZADA: NO SE GRABA LA COPIA RECONSTRUIDA."
005350         TO REG-REPORTE
005360     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005370     CLOSE REPORTE
005380     MOVE 16 TO RETURN-CODE
005390     STOP RUN.
005400 6900-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
005440* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
005450*----------------------------------------------------------------
005460 7000-GRABAR-LINEA.
005470     WRITE REG-REPORTE
005480     DISPLAY REG-REPORTE.
005490 7000-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* GRABA LA LINEA DE DETALLE DE UNA EXCEPCION EN EL REPORTE
005530*----------------------------------------------------------------
005540 7100-GRABAR-DETALLE.
005550     MOVE WS-LINEA-DETALLE TO REG-REPORTE
005560     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
005570 7100-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA RECONSTRUCCION
005610*----------------------------------------------------------------
005620 8000-EMITIR-TOTALES.
005630     MOVE SPACES TO REG-REPORTE
005640     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005650     MOVE "ENTRADAS DE HISTORIA LEIDAS" TO WS-LIN-TOT-TEXTO
005660     MOVE WS-CNT-HIS-LEIDAS TO WS-LIN-TOT-CANT
005670     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005680     MOVE "ENTRADAS HASTA EL CORTE" TO WS-LIN-TOT-TEXTO
005690     MOVE WS-CNT-HIS-AL-CORTE TO WS-LIN-TOT-CANT
005700     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005710     MOVE "ENTRADAS POSTERIORES AL CORTE" TO WS-LIN-TOT-TEXTO
005720     MOVE WS-CNT-HIS-POSTERIORES TO WS-LIN-TOT-CANT
005730     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005740     MOVE "NUMEROS RECONSTRUIDOS" TO WS-LIN-TOT-TEXTO
005750     MOVE WS-CNT-RECONSTRUIDOS TO WS-LIN-TOT-CANT
005760     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005770     MOVE "NUMEROS SIN HISTORIA AL CORTE" TO WS-LIN-TOT-TEXTO
005780     MOVE WS-CNT-SIN-HISTORIA TO WS-LIN-TOT-CANT
005790     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
005800     IF WS-SIN-MAESTRO
005810         MOVE "ATENCION: EL MAESTRO NO PUDO LEERSE."
005820             TO REG-REPORTE
005830         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005840     ELSE
005850         PERFORM 8200-TOTALES-COMPARACION THRU 8200-EXIT
005860     END-IF
005870     IF WS-SIN-HISTORIA
005880         MOVE "ATENCION: LA HISTORIA NO PUDO LEERSE; COPIA VACIA."
005890             TO REG-REPORTE
005900         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
005910     END-IF.
005920 8000-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* TOTALES DE LA COMPARACION CONTRA EL MAESTRO VIVO
005960*----------------------------------------------------------------
005970 8200-TOTALES-COMPARACION.
005980     MOVE "REGISTROS DEL MAESTRO VIVO LEIDOS" TO WS-LIN-TOT-TEXTO
005990     MOVE WS-CNT-MAE-LEIDOS TO WS-LIN-TOT-CANT
006000     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006010     MOVE "COINCIDENTES CON EL MAESTRO VIVO" TO WS-LIN-TOT-TEXTO
006020     MOVE WS-CNT-COINCIDENTES TO WS-LIN-TOT-CANT
006030     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006040     MOVE "DIFERENTES DEL MAESTRO VIVO" TO WS-LIN-TOT-TEXTO
006050     MOVE WS-CNT-DIFIERE-MAESTRO TO WS-LIN-TOT-CANT
006060     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
006070     MOVE "AUSENTES DEL MAESTRO VIVO" TO WS-LIN-TOT-TEXTO
006080     MOVE WS-CNT-AUSENTE-MAESTRO TO WS-LIN-TOT-CANT
006090     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
006100 8200-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* GRABA UNA LINEA DE TOTAL DE CONTROL
006140*----------------------------------------------------------------
006150 8100-GRABAR-TOTAL.
006160     MOVE WS-LINEA-TOTAL TO REG-REPORTE
006170     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
006180 8100-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
006220*----------------------------------------------------------------
006230 9000-FINALIZAR.
006240     IF NOT WS-SIN-HISTORIA
006250         CLOSE HISTORIA
006260     END-IF
006270     IF NOT WS-SIN-MAESTRO
006280         CLOSE MAESTRO
006290     END-IF
006300     CLOSE DESCARGA
006310     CLOSE REPORTE.
006320 9000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
006360* DE ESTA EJECUCION (VER ESTALAY): NUMEROS RECONSTRUIDOS, NUMEROS
006370* SIN HISTORIA AL CORTE Y DIFERENCIAS CON EL MAESTRO VIVO
006380*----------------------------------------------------------------
006390 8900-GRABAR-ESTADISTICA.
006400     OPEN EXTEND ESTADIST
006410     IF WS-FS-ESTADIST-NO-EXISTE
006420         OPEN OUTPUT ESTADIST
006430     END-IF
006440     MOVE "NUMRECH" TO EST-PROGRAMA
006450     MOVE WS-FECHA-CORRIDA TO EST-FECHA
006460     ACCEPT EST-HORA FROM TIME
006470     MOVE WS-CNT-RECONSTRUIDOS TO EST-CNT-1
006480     MOVE WS-CNT-SIN-HISTORIA  TO EST-CNT-2
006490     MOVE WS-CNT-DIFERENCIAS   TO EST-CNT-3
006500     MOVE RETURN-CODE          TO EST-RETORNO
006510     WRITE REG-ESTADIST
006520     CLOSE ESTADIST.
006530 8900-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* SIN HISTORIA LA COPIA QUEDA VACIA Y SE DEVUELVE RETURN-CODE 8,
006570* COMO NUMUNLD SIN MAESTRO. CON NUMEROS SIN HISTORIA AL CORTE O
006580* CON DIFERENCIAS CONTRA EL MAESTRO VIVO SE DEVUELVE RETURN-CODE
006590* 4: LA COPIA ES IGUALMENTE VALIDA, PERO HAY QUE REVISAR EL
006600* REPORTE
006610*----------------------------------------------------------------
006620 9999-FIN.
006630     COMPUTE WS-CNT-DIFERENCIAS =
006640         WS-CNT-DIFIERE-MAESTRO + WS-CNT-AUSENTE-MAESTRO
006650     END-COMPUTE
006660     IF WS-CNT-SIN-HISTORIA > 0 OR WS-CNT-DIFERENCIAS > 0
006670         MOVE 4 TO RETURN-CODE
006680     END-IF
006690     IF WS-SIN-HISTORIA
006700         MOVE 8 TO RETURN-CODE
006710     END-IF
006720     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
006730     STOP RUN.
