001098*                     (NUEVO AUD-TIPO-DETALLE DE AUDITLAY), PARA
001099*                     QUE EL REEMISOR NUMREEM REGENERE LA SALIDA
001100*                     DE UN LOTE SIN REPROCESARLO.
001102* 15/10/2026  TL      CONTROL DE AREAS EMISORAS: CADA CABECERA
001103*                     QUE NO ES DUPLICADA SE VERIFICA CONTRA EL
001104*                     NUEVO REGISTRO DE AREAS (AREAREG, COPY
001105*                     AREALAY) POR LAS DOS PRIMERAS POSICIONES
001106*                     DEL LOTE. UNA REMESA DE UN AREA NO
001107*                     REGISTRADA (MOTIVO 28), SUSPENDIDA (32) O
001108*                     QUE YA ALCANZO SU TOPE DIARIO DE DETALLES
001109*                     (36) SE RECHAZA COMPLETA, IGUAL QUE UN
001110*                     DUPLICADO: UNA ENTRADA DE AUDITORIA POR EL
001111*                     LOTE, SU LINEA EN EL REPORTE DE TOTALES DE
001112*                     CONTROL, CABECERA DE RESPUESTA MARCADA "N",
001113*                     "S" O "T" Y EL MOTIVO EN RETURN-CODE. A
001114*                     DIFERENCIA DEL DUPLICADO, CADA DETALLE DE
001115*                     LA REMESA QUEDA EN SUSPENSO CON EL MOTIVO
001116*                     DEL LOTE (Y SU DETALLE DE RESPUESTA), PARA
001117*                     RECICLARLO CON NUMCORR UNA VEZ AUTORIZADA
001118*                     EL AREA. LA SECUENCIA DEL SUSPENSO SUMA
001119*                     ESOS DETALLES A LOS LEIDOS PARA SEGUIR
001120*                     SIENDO UNICA EN LA CORRIDA. CADA LOTE
001121*                     BALANCEADO ASIENTA SU AREA EN LOTEREG
001122*                     (LREG-AREA) Y SUMA SUS DETALLES AL VOLUMEN
001123*                     DEL DIA DEL AREA. EL CHECKPOINT PERSISTE EL
001124*                     AREA Y EL MODO NO AUTORIZADO DEL LOTE.
001125* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
001126*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
001127*                     RELOJ DEL SISTEMA EN MAESTRO, HISTORIA,
001128*                     AUDITORIA, SUSPENSO, LOTEREG, VOLUMEN DEL
001129*                     AREA, VENTANA Y ESTADIST, PARA QUE UN CICLO
001130*                     QUE PASA LA MEDIANOCHE O UN REPROCESO QUEDEN
001131*                     CON EL DIA DE NEGOCIO. SIN CONTROL DE FECHA
001132*                     O CON EL DIA YA CERRADO LA CORRIDA SE
001133*                     RECHAZA CON RETURN-CODE 16.
001134* 15/10/2026  TL      SE EXTRAE EL LAYOUT DE REG-RESPUESTA A LA
001135*                     COPY RESPLAY, COMPARTIDA CON EL NUEVO
001136*                     DISTRIBUIDOR POR AREA NUMDIST.
001137* 15/10/2026  TL      NUEVO DETALLE "F" DE FECHA A ROMANOS PARA
001138*                     LAS PLACAS Y CERTIFICADOS DE DOCUMENTACION Y
001139*                     CEREMONIAL: TRAE UNA FECHA DDMMAAAA Y EL
001140*                     FORMATO DEL RESULTADO ("P" PUNTEADO, EL
001141*                     ASUMIDO EN BLANCO, "B" BARRAS O "E" ESCRITO
001142*                     CON BLANCOS). EL NUEVO SUBPROGRAMA NUMFEC LA
001143*                     VALIDA COMO FECHA REAL DEL CALENDARIO Y
001144*                     CONVIERTE DIA, MES Y ANIO CON NUMCNV. UNA
001145*                     FECHA O FORMATO INVALIDOS SE RECHAZAN CON EL
001146*                     NUEVO MOTIVO 40 Y VAN A SUSPENSO. EL DETALLE
001147*                     SE LISTA EN SALIDA, SE DEVUELVE EN RESPUESTA
001148*                     (VISTA RSP-DATOS-FECHA) Y SE AUDITA CON TIPO
001149*                     "F", PERO NO ACTUALIZA MAESTRO NI HISTORIA
001150*                     (INDEXADOS POR NUMERO) NI APORTA AL HASH DEL
001151*                     LOTE, IGUAL QUE LOS DETALLES ROMANOS.
001152* 15/10/2026  TL      LAS COPYS AUDITLAY E HISTOLAY INCORPORAN EL
001153*                     SUPERVISOR DE LAS CORRECCIONES EN LINEA; EN
001154*                     LAS ENTRADAS DE ESTE PROGRAMA QUEDA EN
001155*                     BLANCO.
001156* 15/10/2026  TL      2380-SUSPENDER-NO-AUTORIZ LIMPIA TAMBIEN
001157*                     STRING-FECHA: UN DETALLE "F" DE UN LOTE NO
001158*                     AUTORIZADO DEVOLVIA EN RESPUESTA LA FECHA EN
001159*                     ROMANOS DEL DETALLE ANTERIOR.
001160*----------------------------------------------------------------
001161 ENVIRONMENT DIVISION.
001162 INPUT-OUTPUT SECTION.
001163 FILE-CONTROL.
001164     SELECT ENTRADA ASSIGN TO ENTRADA
001165         ORGANIZATION IS SEQUENTIAL.
001166     SELECT SALIDA  ASSIGN TO SALIDA
001167         ORGANIZATION IS SEQUENTIAL.
001168     SELECT AUDITLOG ASSIGN TO AUDITLOG
001169         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-FS-AUDITLOG.
001171     SELECT CHECKPT ASSIGN TO CHECKPT
001172         ORGANIZATION IS SEQUENTIAL
001173         FILE STATUS IS WS-FS-CHECKPT.
001174     SELECT SUSPENSO ASSIGN TO SUSPENSO
001175         ORGANIZATION IS SEQUENTIAL
001176         FILE STATUS IS WS-FS-SUSPENSO.
001177     SELECT RESPUESTA ASSIGN TO RESPUESTA
001178         ORGANIZATION IS SEQUENTIAL
001179         FILE STATUS IS WS-FS-RESPUESTA.
001180     SELECT MAESTRO ASSIGN TO MAESTRO
001181         ORGANIZATION IS INDEXED
001182         ACCESS MODE IS DYNAMIC
001183         RECORD KEY IS ROMANLAY-NUMERO-IN
001184         FILE STATUS IS WS-FS-MAESTRO.
001185     SELECT HISTORIA ASSIGN TO HISTORIA
001186         ORGANIZATION IS INDEXED
001187         ACCESS MODE IS DYNAMIC
001188         RECORD KEY IS HIST-CLAVE
001189         FILE STATUS IS WS-FS-HISTORIA.
001190     SELECT LOTEREG ASSIGN TO LOTEREG
001191         ORGANIZATION IS INDEXED
001192         ACCESS MODE IS DYNAMIC
001193         RECORD KEY IS LREG-LOTE-ID
001194         FILE STATUS IS WS-FS-LOTEREG.
001195     SELECT ESTADIST ASSIGN TO ESTADIST
001196         ORGANIZATION IS SEQUENTIAL
001197         FILE STATUS IS WS-FS-ESTADIST.
001198     SELECT VENTANA ASSIGN TO VENTANA
001199         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001201         RECORD KEY IS VEN-CLAVE
001202         FILE STATUS IS WS-FS-VENTANA.
001203     SELECT AREAREG ASSIGN TO AREAREG
001204         ORGANIZATION IS INDEXED
001205         ACCESS MODE IS DYNAMIC
001206         RECORD KEY IS AREA-PREFIJO
001207         FILE STATUS IS WS-FS-AREAREG.
001208 DATA DIVISION.
001209 FILE SECTION.
001210 FD  ENTRADA
001211     LABEL RECORDS ARE STANDARD
001212     RECORDING MODE IS F.
001213 01  REG-ENTRADA.
001214     05  REG-TIPO               PIC X(01).
001215         88  REG-TIPO-CABECERA          VALUE "H".
001216         88  REG-TIPO-FINAL             VALUE "T".
001217         88  REG-TIPO-ARABIGO           VALUE "A" "D".
001218         88  REG-TIPO-ROMANO            VALUE "R".
001219         88  REG-TIPO-FECHA             VALUE "F".
001220     05  REG-DATOS              PIC X(19).
001222     05  REG-DATOS-CABECERA REDEFINES REG-DATOS.
001224         10  REG-CAB-LOTE-ID    PIC X(08).
001244     05  REG-DATOS-ROMANO REDEFINES REG-DATOS.
001246         10  REG-STRING-ROMANO  PIC X(15).
001248         10  FILLER             PIC X(04).
001249     05  REG-DATOS-FECHA REDEFINES REG-DATOS.
001250         10  REG-FEC-FECHA.
001251             15  REG-FEC-DIA    PIC 9(02).
001252             15  REG-FEC-MES    PIC 9(02).
001253             15  REG-FEC-ANIO   PIC 9(04).
001254         10  REG-FEC-FORMATO    PIC X(01).
001255         10  FILLER             PIC X(10).
001256 FD  SALIDA
001257     LABEL RECORDS ARE STANDARD
001258     RECORDING MODE IS F.
001260 01  REG-SALIDA                 PIC X(80).
001270 FD  AUDITLOG
001280     LABEL RECORDS ARE STANDARD
001381     LABEL RECORDS ARE STANDARD
001382     RECORDING MODE IS F.
001383 01  REG-RESPUESTA.
001384     COPY RESPLAY.
001385 FD  CHECKPT
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410 01  REG-CHECKPT.
001470     05  CHKPT-LOTE-ACEPTADOS   PIC 9(06).
001472     05  CHKPT-LOTE-RECHAZADOS  PIC 9(06).
001474     05  CHKPT-LOTE-DUPLICADO   PIC X(01).
001475     05  CHKPT-LOTE-NO-AUTORIZ  PIC X(01).
001476     05  CHKPT-LOTE-MOTIVO      PIC 9(02).
001477     05  CHKPT-LOTE-AREA        PIC X(04).
001478     05  CHKPT-NOAUT-SUSPENSO   PIC 9(06).
001479 FD  MAESTRO
001480     LABEL RECORDS ARE STANDARD.
001490 01  REG-MAESTRO.
001500     COPY ROMANLAY.
001516     LABEL RECORDS ARE STANDARD.
001517 01  REG-VENTANA.
001518     COPY VENTALAY.
001519 FD  AREAREG
001520     LABEL RECORDS ARE STANDARD.
001521 01  REG-AREAREG.
001522     COPY AREALAY.
001523 WORKING-STORAGE SECTION.
001524 01  WS-SWITCHES.
001530     05  WS-SW-FIN-ARCHIVO      PIC X(01) VALUE "N".
001540         88  WS-FIN-ARCHIVO             VALUE "S".
001550     05  WS-SW-ESTADO           PIC X(01) VALUE "A".
001580     05  WS-SW-DATO-NUMERICO    PIC X(01) VALUE "N".
001590         88  WS-HUBO-DATO-NUMERICO      VALUE "S".
001600     05  WS-SW-FIN-CHECKPT      PIC X(01) VALUE "N".
001601         88  WS-FIN-CHECKPT             VALUE "S".
001602     05  WS-SW-LOTE-ABIERTO     PIC X(01) VALUE "N".
001603         88  WS-LOTE-ABIERTO            VALUE "S".
001604     05  WS-SW-LOTE-DUPLICADO   PIC X(01) VALUE "N".
001605         88  WS-LOTE-DUPLICADO          VALUE "S".
001606     05  WS-SW-LOTE-NO-AUTORIZ  PIC X(01) VALUE "N".
001607         88  WS-LOTE-NO-AUTORIZADO      VALUE "S".
001608     05  WS-SW-ROMANO-VALIDEZ   PIC X(01) VALUE "S".
001609         88  WS-ROMANO-ES-VALIDO        VALUE "S".
001610     05  WS-SW-FECHA-VALIDEZ    PIC X(01) VALUE "S".
001611         88  WS-FECHA-ES-VALIDA         VALUE "S".
001620 01  WS-FECHA-HORA.
001630     05  WS-FECHA-CORRIDA       PIC 9(08).
001640     05  WS-HORA-CORRIDA        PIC 9(08).
001641 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001642     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001650 77  WS-FS-AUDITLOG             PIC X(02).
001660     88  WS-FS-AUDITLOG-OK             VALUE "00".
001670     88  WS-FS-AUDITLOG-NO-EXISTE      VALUE "35".
001744 77  WS-FS-VENTANA              PIC X(02).
001745     88  WS-FS-VENTANA-OK              VALUE "00".
001746     88  WS-FS-VENTANA-NO-EXISTE       VALUE "35".
001747 77  WS-FS-AREAREG              PIC X(02).
001748     88  WS-FS-AREAREG-OK              VALUE "00".
001749     88  WS-FS-AREAREG-NO-EXISTE       VALUE "35".
001750 77  WS-CHECKPOINT-INTERVALO    PIC 9(06) VALUE 100.
001751 77  WS-CNT-RESTART             PIC 9(06) VALUE 0.
001760 77  WS-CNT-SALTOS              PIC 9(06) VALUE 0.
001770 77  WS-CNT-COCIENTE            PIC 9(06) VALUE 0.
001780 77  WS-CNT-RESIDUO             PIC 9(06) VALUE 0.
001830     88  RC-FUERA-RANGO                VALUE 12.
001832     88  RC-ROMANO-INVALIDO            VALUE 20.
001834     88  RC-LOTE-DUPLICADO             VALUE 24.
001835     88  RC-AREA-DESCONOCIDA           VALUE 28.
001836     88  RC-AREA-SUSPENDIDA            VALUE 32.
001837     88  RC-TOPE-EXCEDIDO              VALUE 36.
001838     88  RC-FECHA-INVALIDA             VALUE 40.
001840 77  WS-RC-MAXIMO               PIC 9(02) VALUE 0.
001850 01  WS-TOTALES-CONTROL.
001860     05  WS-CNT-LEIDOS          PIC 9(06) VALUE 0.
001870     05  WS-CNT-ACEPTADOS       PIC 9(06) VALUE 0.
001880     05  WS-CNT-RECHAZADOS      PIC 9(06) VALUE 0.
001881*----------------------------------------------------------------
001882* TOTALES POR DIRECCION DE CONVERSION: DETALLES ARABIGOS (A/D),
001883* DETALLES ROMANOS (R) Y FECHAS (F) DE LA ENTRADA MIXTA
001884*----------------------------------------------------------------
001885 01  WS-TOTALES-DIRECCION.
001886     05  WS-CNT-A-LEIDOS        PIC 9(06) VALUE 0.
001889     05  WS-CNT-R-LEIDOS        PIC 9(06) VALUE 0.
001890     05  WS-CNT-R-ACEPTADOS     PIC 9(06) VALUE 0.
001891     05  WS-CNT-R-RECHAZADOS    PIC 9(06) VALUE 0.
001892     05  WS-CNT-F-LEIDOS        PIC 9(06) VALUE 0.
001893     05  WS-CNT-F-ACEPTADOS     PIC 9(06) VALUE 0.
001894     05  WS-CNT-F-RECHAZADOS    PIC 9(06) VALUE 0.
001895 77  WS-NUMERO-MAYOR            PIC 9(04) VALUE 0.
001900 77  WS-NUMERO-MENOR            PIC 9(04) VALUE 9999.
001901*----------------------------------------------------------------
001938     05  WS-DUP-ENTRADA OCCURS 20 TIMES.
001939         10  WS-DUP-LOTE-ID         PIC X(08).
001940         10  WS-DUP-FECHA-ORIG      PIC 9(08).
001941*----------------------------------------------------------------
001942* LOTES RECHAZADOS EN ESTA CORRIDA POR EL CONTROL DE AREAS
001943* EMISORAS (AREA NO REGISTRADA, SUSPENDIDA O CON EL TOPE DIARIO
001944* EXCEDIDO), CON EL AREA Y EL MOTIVO, PARA EL REPORTE DE TOTALES
001945* DE CONTROL. WS-LOTE-AREA Y WS-LOTE-MOTIVO CORRESPONDEN AL LOTE
001946* EN CURSO; WS-CNT-NOAUT-SUSPENSO CUENTA LOS DETALLES DE ESOS
001947* LOTES QUE PASARON A SUSPENSO SIN PROCESARSE.
001948*----------------------------------------------------------------
001949 77  WS-LOTE-AREA               PIC X(04) VALUE SPACES.
001950 77  WS-LOTE-MOTIVO             PIC 9(02) VALUE 0.
001951 77  WS-CNT-NOAUT-SUSPENSO      PIC 9(06) VALUE 0.
001952 77  WS-MAX-NO-AUTORIZ          PIC 9(02) VALUE 20.
001953 77  WS-NO-AUTORIZ-USADOS       PIC 9(02) VALUE 0.
001954 77  WS-IND-NO-AUTORIZ          PIC 9(02) VALUE 0.
001955 01  WS-TABLA-NO-AUTORIZ.
001956     05  WS-NOA-ENTRADA OCCURS 20 TIMES.
001957         10  WS-NOA-LOTE-ID         PIC X(08).
001958         10  WS-NOA-AREA            PIC X(04).
001959         10  WS-NOA-MOTIVO          PIC 9(02).
001960 77  WS-NOA-TEXTO               PIC X(20).
001961 77  NUMERO-IN                  PIC 9(04).
001962 77  STRING-ROMANO              PIC X(15).
001963 77  WS-ROMANO-SALIDA           PIC X(15).
001964 77  STRING-FECHA               PIC X(29).
001965 77  WS-FECHA-SALIDA            PIC X(29).
001966 01  WS-OPCIONES-SALIDA.
001967     05  WS-OPC-MINUSCULAS      PIC X(01) VALUE "N".
001968         88  WS-USAR-MINUSCULAS        VALUE "S".
001970     05  WS-OPC-COLUMNAR        PIC X(01) VALUE "N".
001980         88  WS-USAR-COLUMNAR          VALUE "S".
001990 LINKAGE SECTION.
002150* ABRE LOS ARCHIVOS Y REALIZA LA LECTURA INICIAL (PRIMING READ)
002160*----------------------------------------------------------------
002170 1000-INICIALIZAR.
002171     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002180     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002190     OPEN INPUT CHECKPT
002200     IF WS-FS-CHECKPT-NO-EXISTE
002347         CLOSE VENTANA
002348         OPEN I-O VENTANA
002349     END-IF
002350     OPEN I-O AREAREG
002351     IF WS-FS-AREAREG-NO-EXISTE
002352         OPEN OUTPUT AREAREG
002353         CLOSE AREAREG
002354         OPEN I-O AREAREG
002355     END-IF
002356     PERFORM 1400-ABRIR-VENTANA THRU 1400-EXIT
002357     OPEN INPUT ENTRADA
002358     IF WS-CNT-RESTART > 0
002359         OPEN EXTEND SUSPENSO
002360         IF WS-FS-SUSPENSO-NO-EXISTE
002361             OPEN OUTPUT SUSPENSO
002362         END-IF
002363         OPEN EXTEND RESPUESTA
002364         IF WS-FS-RESPUESTA-NO-EXISTE
002365             OPEN OUTPUT RESPUESTA
002366         END-IF
002367     ELSE
002368         OPEN OUTPUT SUSPENSO
002369         OPEN OUTPUT RESPUESTA
002370     END-IF
002371     OPEN OUTPUT SALIDA
002372     OPEN EXTEND AUDITLOG
002373     IF WS-FS-AUDITLOG-NO-EXISTE
002374         OPEN OUTPUT AUDITLOG
002375     END-IF
002410     ACCEPT WS-HORA-CORRIDA FROM TIME
002430     IF WS-CNT-RESTART > 0
002440         DISPLAY "RESTART: SE SALTEAN " WS-CNT-RESTART
002510     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT.
002520 1000-EXIT.
002530     EXIT.
002531*----------------------------------------------------------------
002532* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002533* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002534* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002535* TOCAR NINGUN ARCHIVO
002536*----------------------------------------------------------------
002537 1050-OBTENER-FECHA-PROCESO.
002538     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002539     IF NOT WS-FECHA-PROC-ABIERTA
002540         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002541             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002542         MOVE 16 TO RETURN-CODE
002543         STOP RUN
002544     END-IF.
002545 1050-EXIT.
002546     EXIT.
002547*----------------------------------------------------------------
002550* INTERPRETA EL PARM DEL PASO DE JCL PARA DEFINIR EL FORMATO DEL
002560* REPORTE DE SALIDA. POSICION 1 = "M" LISTA EL ROMANO EN
002570* MINUSCULAS; POSICION 2 = "C" USA UN REPORTE COLUMNAR DE ANCHO
002880             MOVE CHKPT-LOTE-ACEPTADOS TO WS-LOTE-ACEPTADOS
002882             MOVE CHKPT-LOTE-RECHAZADOS TO WS-LOTE-RECHAZADOS
002883             MOVE CHKPT-LOTE-DUPLICADO TO WS-SW-LOTE-DUPLICADO
002884             MOVE CHKPT-LOTE-NO-AUTORIZ TO WS-SW-LOTE-NO-AUTORIZ
002885             MOVE CHKPT-LOTE-MOTIVO TO WS-LOTE-MOTIVO
002886             MOVE CHKPT-LOTE-AREA TO WS-LOTE-AREA
002887             MOVE CHKPT-NOAUT-SUSPENSO TO WS-CNT-NOAUT-SUSPENSO
002888     END-READ.
002890 1200-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
003016 1400-ABRIR-VENTANA.
003017     MOVE "VENTANA" TO VEN-CLAVE
003018     SET VEN-BATCH-ABIERTA TO TRUE
003019     MOVE WS-FECHA-CORRIDA TO VEN-FECHA
003020     ACCEPT VEN-HORA FROM TIME
003021     WRITE REG-VENTANA
003022         INVALID KEY
003038 8800-CERRAR-VENTANA.
003039     MOVE "VENTANA" TO VEN-CLAVE
003040     SET VEN-BATCH-CERRADA TO TRUE
003041     MOVE WS-FECHA-CORRIDA TO VEN-FECHA
003042     ACCEPT VEN-HORA FROM TIME
003043     WRITE REG-VENTANA
003044         INVALID KEY
003046     END-WRITE.
003047 8800-EXIT.
003048     EXIT.
003049*----------------------------------------------------------------
003050* LEE UN REGISTRO DE ENTRADA Y ACTIVA EL SWITCH DE FIN DE ARCHIVO
003051*----------------------------------------------------------------
003052 1300-LEER-REGISTRO.
003060     READ ENTRADA
003070         AT END
003080             SET WS-FIN-ARCHIVO TO TRUE
003250             PERFORM 2200-PROCESAR-DETALLE THRU 2200-EXIT
003260         WHEN REG-TIPO-ROMANO
003270             PERFORM 2500-PROCESAR-ROMANO THRU 2500-EXIT
003271         WHEN REG-TIPO-FECHA
003272             PERFORM 2600-PROCESAR-FECHA THRU 2600-EXIT
003280         WHEN OTHER
003290             DISPLAY "TIPO DE REGISTRO DESCONOCIDO """ REG-TIPO
003300                 """ EN LA POSICION " WS-CNT-POSICION "."
003474         ADD 1 TO WS-CNT-DUP-SALTEADOS
003476         GO TO 2200-EXIT
003478     END-IF
003479     IF WS-LOTE-NO-AUTORIZADO
003480         PERFORM 2380-SUSPENDER-NO-AUTORIZ THRU 2380-EXIT
003481         GO TO 2200-EXIT
003482     END-IF
003483     IF NOT WS-LOTE-ABIERTO
003490         DISPLAY "DETALLE FUERA DE LOTE EN LA POSICION "
003500             WS-CNT-POSICION "."
003510         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
003854         ADD 1 TO WS-CNT-DUP-SALTEADOS
003856         GO TO 2500-EXIT
003858     END-IF
003859     IF WS-LOTE-NO-AUTORIZADO
003860         PERFORM 2380-SUSPENDER-NO-AUTORIZ THRU 2380-EXIT
003861         GO TO 2500-EXIT
003862     END-IF
003863     IF NOT WS-LOTE-ABIERTO
003870         DISPLAY "DETALLE FUERA DE LOTE EN LA POSICION "
003880             WS-CNT-POSICION "."
003890         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
004252     PERFORM 4500-GRABAR-RESPUESTA THRU 4500-EXIT.
004260 2500-EXIT.
004270     EXIT.
004271*----------------------------------------------------------------
004272* PROCESA UN REGISTRO DE DETALLE DE FECHA DEL LOTE EN CURSO: EL
004273* SUBPROGRAMA NUMFEC LA VALIDA COMO FECHA REAL DEL CALENDARIO Y LA
004274* CONVIERTE A ROMANOS (DIA, MES Y ANIO CON NUMCNV) EN LA
004275* DISPOSICION PEDIDA. SE VUELCA A SALIDA, AUDITORIA Y RESPUESTA EN
004276* SU ORDEN DE LLEGADA; UNA FECHA O FORMATO INVALIDOS SE RECHAZAN
004277* CON MOTIVO 40 Y QUEDAN EN SUSPENSO. NO ACTUALIZA EL MAESTRO, QUE
004278* SIGUE INDEXADO POR NUMERO, NI ENTRA AL NUMERO MAYOR Y MENOR.
004279*----------------------------------------------------------------
004280 2600-PROCESAR-FECHA.
004281     IF WS-LOTE-DUPLICADO
004282         ADD 1 TO WS-CNT-DUP-SALTEADOS
004283         GO TO 2600-EXIT
004284     END-IF
004285     IF WS-LOTE-NO-AUTORIZADO
004286         PERFORM 2380-SUSPENDER-NO-AUTORIZ THRU 2380-EXIT
004287         GO TO 2600-EXIT
004288     END-IF
004289     IF NOT WS-LOTE-ABIERTO
004290         DISPLAY "DETALLE FUERA DE LOTE EN LA POSICION "
004291             WS-CNT-POSICION "."
004292         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
004293     END-IF
004294     ADD 1 TO WS-CNT-LEIDOS
004295     ADD 1 TO WS-LOTE-LEIDOS
004296     ADD 1 TO WS-CNT-F-LEIDOS
004297     SET WS-ACEPTADO TO TRUE
004298     SET RC-OK TO TRUE
004299     MOVE 0 TO NUMERO-IN
004300     MOVE SPACES TO STRING-ROMANO
004301     CALL "NUMFEC" USING REG-FEC-FECHA REG-FEC-FORMATO
004302         STRING-FECHA WS-SW-FECHA-VALIDEZ
004303     IF WS-FECHA-ES-VALIDA
004304         ADD 1 TO WS-CNT-ACEPTADOS
004305         ADD 1 TO WS-LOTE-ACEPTADOS
004306         ADD 1 TO WS-CNT-F-ACEPTADOS
004307         PERFORM 0500-MOSTRAR-FECHA THRU 0500-EXIT
004308     ELSE
004309         SET WS-RECHAZADO TO TRUE
004310         SET RC-FECHA-INVALIDA TO TRUE
004311         IF WS-RC-REGISTRO > WS-RC-MAXIMO
004312             MOVE WS-RC-REGISTRO TO WS-RC-MAXIMO
004313         END-IF
004314         DISPLAY "EL DATO NO ES UNA FECHA VALIDA: " REG-DATOS
004315         ADD 1 TO WS-CNT-RECHAZADOS
004316         ADD 1 TO WS-LOTE-RECHAZADOS
004317         ADD 1 TO WS-CNT-F-RECHAZADOS
004318         PERFORM 4400-GRABAR-SUSPENSO THRU 4400-EXIT
004319     END-IF
004320     PERFORM 4100-ESCRIBIR-AUDITORIA THRU 4100-EXIT
004321     PERFORM 4500-GRABAR-RESPUESTA THRU 4500-EXIT.
004322 2600-EXIT.
004323     EXIT.
004324*----------------------------------------------------------------
004325* ARMA LA LINEA DE REPORTE DE UN DETALLE ROMANO ACEPTADO, CON EL
004326* MISMO FORMATO DESCRIPTIVO QUE USA NUMINV O EL COLUMNAR DE ANCHO
004327* FIJO, SEGUN EL PARM, Y LA GRABA EN EL ARCHIVO DE SALIDA
004328*----------------------------------------------------------------
004330 0400-MOSTRAR-ROMANO.
004340     MOVE STRING-ROMANO TO WS-ROMANO-SALIDA
004350     IF WS-USAR-MINUSCULAS
004500     DISPLAY REG-SALIDA.
004510 0400-EXIT.
004520     EXIT.
004521*----------------------------------------------------------------
004522* ARMA LA LINEA DE REPORTE DE UN DETALLE DE FECHA ACEPTADO, EN
004523* MAYUSCULAS O MINUSCULAS Y COMO MENSAJE DESCRIPTIVO O COLUMNAR
004524* DE ANCHO FIJO SEGUN EL PARM, Y LA GRABA EN EL ARCHIVO DE SALIDA
004525*----------------------------------------------------------------
004526 0500-MOSTRAR-FECHA.
004527     MOVE STRING-FECHA TO WS-FECHA-SALIDA
004528     IF WS-USAR-MINUSCULAS
004529         INSPECT WS-FECHA-SALIDA
004530             CONVERTING "IVXLCDM" TO "ivxlcdm"
004531     END-IF
004532     MOVE SPACES TO REG-SALIDA
004533     IF WS-USAR-COLUMNAR
004534         MOVE REG-FEC-FECHA     TO REG-SALIDA(1:8)
004535         MOVE WS-FECHA-SALIDA   TO REG-SALIDA(10:29)
004536     ELSE
004537         STRING "LA FECHA " REG-FEC-DIA "/" REG-FEC-MES "/"
004538             REG-FEC-ANIO " EN ROMANOS " WS-FECHA-SALIDA
004539             DELIMITED BY SIZE INTO REG-SALIDA
004540         END-STRING
004541     END-IF
004542     WRITE REG-SALIDA
004543     DISPLAY REG-SALIDA.
004544 0500-EXIT.
004545     EXIT.
004546*----------------------------------------------------------------
004547* VALIDA EL DATO DE ENTRADA Y ASIGNA UN CODIGO DE RECHAZO
004550* DISTINTO SEGUN EL TIPO DE ERROR:
004560*    RC-NO-NUMERICO (04) EL DATO NO ES NUMERICO
004570*    RC-CERO        (08) EL DATO ES CERO
004950* ABRE EL LOTE DECLARADO POR UN REGISTRO CABECERA: GUARDA SU
004960* IDENTIFICADOR Y DEJA EN CERO LOS ACUMULADORES DE BALANCEO. UNA
004970* CABECERA CON OTRO LOTE TODAVIA ABIERTO INDICA UN FINALIZADOR
004980* PERDIDO Y ABORTA LA CORRIDA. UN LOTE YA PROCESADO SE RECHAZA
004982* COMO DUPLICADO Y UNO CUYA AREA EMISORA NO ESTA AUTORIZADA SE
004984* RECHAZA CON EL MOTIVO QUE DEVUELVE 2360-VERIFICAR-AREA.
004990*----------------------------------------------------------------
005000 2300-ABRIR-LOTE.
005010     IF WS-LOTE-ABIERTO
005058         PERFORM 2350-RECHAZAR-DUPLICADO THRU 2350-EXIT
005059         GO TO 2300-EXIT
005060     END-IF
005061     PERFORM 2360-VERIFICAR-AREA THRU 2360-EXIT
005062     IF NOT RC-OK
005063         PERFORM 2370-RECHAZAR-NO-AUTORIZ THRU 2370-EXIT
005064         GO TO 2300-EXIT
005065     END-IF
005066     MOVE REG-CAB-LOTE-ID TO WS-LOTE-ID
005070     MOVE 0 TO WS-LOTE-LEIDOS
005080     MOVE 0 TO WS-LOTE-HASH
005090     MOVE 0 TO WS-LOTE-ACEPTADOS
005100     MOVE 0 TO WS-LOTE-RECHAZADOS
005110     SET WS-LOTE-ABIERTO TO TRUE
005111     MOVE "N" TO WS-SW-LOTE-DUPLICADO
005112     MOVE "N" TO WS-SW-LOTE-NO-AUTORIZ
005113     MOVE SPACES TO REG-RESPUESTA
005114     MOVE "H" TO RSP-TIPO
005115     MOVE WS-LOTE-ID TO RSP-CAB-LOTE-ID
005116     MOVE REG-CAB-FECHA TO RSP-CAB-FECHA
005117     SET RSP-CAB-PROCESADO TO TRUE
005118     WRITE REG-RESPUESTA
005120     DISPLAY "LOTE " WS-LOTE-ID " (GENERADO EL " REG-CAB-FECHA
005130         ") INICIADO.".
005140 2300-EXIT.
005192     WRITE REG-RESPUESTA.
005193 2350-EXIT.
005194     EXIT.
005195*----------------------------------------------------------------
005196* VERIFICA EL AREA EMISORA DE LA CABECERA EN EL REGISTRO DE AREAS
005197* (VER AREALAY) POR LAS DOS PRIMERAS POSICIONES DEL LOTE. DEJA EN
005198* WS-LOTE-AREA EL CODIGO DEL AREA Y EN WS-RC-REGISTRO EL MOTIVO
005199* DE RECHAZO, O RC-OK SI LA REMESA ESTA AUTORIZADA:
005200*    RC-AREA-DESCONOCIDA (28) EL PREFIJO NO FIGURA EN EL REGISTRO
005201*    RC-AREA-SUSPENDIDA  (32) EL AREA ESTA SUSPENDIDA
005202*    RC-TOPE-EXCEDIDO    (36) EL AREA YA ALCANZO SU TOPE DIARIO
005203*----------------------------------------------------------------
005204 2360-VERIFICAR-AREA.
005205     SET RC-OK TO TRUE
005206     MOVE SPACES TO WS-LOTE-AREA
005207     MOVE REG-CAB-LOTE-ID(1:2) TO AREA-PREFIJO
005208     READ AREAREG
005209         INVALID KEY
005210             CONTINUE
005211     END-READ
005212     IF NOT WS-FS-AREAREG-OK
005213         SET RC-AREA-DESCONOCIDA TO TRUE
005214         GO TO 2360-EXIT
005215     END-IF
005216     MOVE AREA-CODIGO TO WS-LOTE-AREA
005217     IF AREA-SUSPENDIDA
005218         SET RC-AREA-SUSPENDIDA TO TRUE
005219         GO TO 2360-EXIT
005220     END-IF
005221     IF AREA-TOPE-DIARIO > 0
005222         AND AREA-FECHA-VOLUMEN = WS-FECHA-CORRIDA
005223         AND AREA-VOLUMEN-DIA NOT < AREA-TOPE-DIARIO
005224         SET RC-TOPE-EXCEDIDO TO TRUE
005225     END-IF.
005226 2360-EXIT.
005227     EXIT.
005228*----------------------------------------------------------------
005229* EL AREA EMISORA DE LA CABECERA NO ESTA AUTORIZADA: LA REMESA
005230* COMPLETA SE RECHAZA SIN CONVERTIR NADA, COMO UN DUPLICADO. EL
005231* INTENTO QUEDA ASENTADO EN LA AUDITORIA CON SU MOTIVO (28, 32 O
005232* 36), EN EL REPORTE DE TOTALES DE CONTROL Y EN LA CABECERA DE
005233* RESPUESTA MARCADA "N", "S" O "T", Y EL MAYOR RETURN-CODE DE LA
005234* CORRIDA SUBE AL MOTIVO. LOS DETALLES DEL LOTE PASAN A SUSPENSO
005235* EN 2380-SUSPENDER-NO-AUTORIZ
005236*----------------------------------------------------------------
005237 2370-RECHAZAR-NO-AUTORIZ.
005238     MOVE REG-CAB-LOTE-ID TO WS-LOTE-ID
005239     MOVE 0 TO WS-LOTE-LEIDOS
005240     MOVE 0 TO WS-LOTE-HASH
005241     MOVE 0 TO WS-LOTE-ACEPTADOS
005242     MOVE 0 TO WS-LOTE-RECHAZADOS
005243     MOVE WS-RC-REGISTRO TO WS-LOTE-MOTIVO
005244     SET WS-LOTE-ABIERTO TO TRUE
005245     MOVE "N" TO WS-SW-LOTE-DUPLICADO
005246     SET WS-LOTE-NO-AUTORIZADO TO TRUE
005247     EVALUATE TRUE
005248         WHEN RC-AREA-DESCONOCIDA
005249             MOVE "AREA NO REGISTRADA" TO WS-NOA-TEXTO
005250         WHEN RC-AREA-SUSPENDIDA
005251             MOVE "AREA SUSPENDIDA" TO WS-NOA-TEXTO
005252         WHEN OTHER
005253             MOVE "TOPE DIARIO EXCEDIDO" TO WS-NOA-TEXTO
005254     END-EVALUATE
005255     DISPLAY "LOTE " WS-LOTE-ID " NO AUTORIZADO (" WS-NOA-TEXTO
005256         "): SE RECHAZA COMPLETO."
005257     MOVE 0 TO NUMERO-IN
005258     MOVE SPACES TO STRING-ROMANO
005259     SET WS-RECHAZADO TO TRUE
005260     IF WS-RC-REGISTRO > WS-RC-MAXIMO
005261         MOVE WS-RC-REGISTRO TO WS-RC-MAXIMO
005262     END-IF
005263     PERFORM 4100-ESCRIBIR-AUDITORIA THRU 4100-EXIT
005264     IF WS-NO-AUTORIZ-USADOS < WS-MAX-NO-AUTORIZ
005265         ADD 1 TO WS-NO-AUTORIZ-USADOS
005266         MOVE WS-NO-AUTORIZ-USADOS TO WS-IND-NO-AUTORIZ
005267         MOVE WS-LOTE-ID TO WS-NOA-LOTE-ID(WS-IND-NO-AUTORIZ)
005268         MOVE WS-LOTE-AREA TO WS-NOA-AREA(WS-IND-NO-AUTORIZ)
005269         MOVE WS-LOTE-MOTIVO TO WS-NOA-MOTIVO(WS-IND-NO-AUTORIZ)
005270     ELSE
005271         DISPLAY "TABLA DE NO AUTORIZADOS LLENA: EL LOTE "
005272             WS-LOTE-ID " NO SE LISTARA EN LOS TOTALES DE "
005273             "CONTROL."
005274     END-IF
005275     MOVE SPACES TO REG-RESPUESTA
005276     MOVE "H" TO RSP-TIPO
005277     MOVE WS-LOTE-ID TO RSP-CAB-LOTE-ID
005278     MOVE REG-CAB-FECHA TO RSP-CAB-FECHA
005279     EVALUATE TRUE
005280         WHEN RC-AREA-DESCONOCIDA
005281             SET RSP-CAB-AREA-DESCONOCIDA TO TRUE
005282         WHEN RC-AREA-SUSPENDIDA
005283             SET RSP-CAB-AREA-SUSPENDIDA TO TRUE
005284         WHEN OTHER
005285             SET RSP-CAB-TOPE-EXCEDIDO TO TRUE
005286     END-EVALUATE
005287     WRITE REG-RESPUESTA.
005288 2370-EXIT.
005289     EXIT.
005290*----------------------------------------------------------------
005291* DEJA EN SUSPENSO, CON EL MOTIVO DEL LOTE, UN DETALLE DE UNA
005292* REMESA RECHAZADA POR EL CONTROL DE AREAS, Y GRABA SU DETALLE DE
005293* RESPUESTA COMO RECHAZADO. EL DETALLE NO SE CONVIERTE NI SE SUMA
005294* A LOS TOTALES DE LA CORRIDA: SOLO A LOS DEL LOTE, PARA EL
005295* FINALIZADOR DE RESPUESTA
005296*----------------------------------------------------------------
005297 2380-SUSPENDER-NO-AUTORIZ.
005298     ADD 1 TO WS-LOTE-LEIDOS
005299     ADD 1 TO WS-LOTE-RECHAZADOS
005300     ADD 1 TO WS-CNT-NOAUT-SUSPENSO
005301     MOVE 0 TO NUMERO-IN
005302     MOVE SPACES TO STRING-ROMANO
005303     MOVE SPACES TO STRING-FECHA
005304     SET WS-RECHAZADO TO TRUE
005305     MOVE WS-LOTE-MOTIVO TO WS-RC-REGISTRO
005306     PERFORM 4400-GRABAR-SUSPENSO THRU 4400-EXIT
005307     PERFORM 4500-GRABAR-RESPUESTA THRU 4500-EXIT.
005308 2380-EXIT.
005309     EXIT.
005310*----------------------------------------------------------------
005311* CIERRA EL LOTE EN CURSO VERIFICANDO EL FINALIZADOR CONTRA LO
005312* REALMENTE LEIDO: CANTIDAD DE DETALLES Y HASH DE LOS NUMEROS.
005313* UN LOTE FUERA DE BALANCE ABORTA EL PASO CON RETURN-CODE 16
005314* PARA QUE EL JCL DETENGA LA CADENA. EL LOTE BALANCEADO SE SUMA
005315* A LA TABLA DEL REPORTE DE TOTALES DE CONTROL.
005316*----------------------------------------------------------------
005317 2400-CERRAR-LOTE.
005318     IF NOT WS-LOTE-ABIERTO
005319         DISPLAY "FINALIZADOR SIN CABECERA EN LA POSICION "
005320             WS-CNT-POSICION "."
005321         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
005322     END-IF
005323     IF WS-LOTE-DUPLICADO
005324         MOVE SPACES TO REG-RESPUESTA
005325         MOVE "T" TO RSP-TIPO
005326         MOVE 0 TO RSP-FIN-CANTIDAD
005327         MOVE 0 TO RSP-FIN-ACEPTADOS
005328         MOVE 0 TO RSP-FIN-RECHAZADOS
005329         WRITE REG-RESPUESTA
005330         DISPLAY "LOTE " WS-LOTE-ID " DESCARTADO POR DUPLICADO:"
005331             " SUS DETALLES NO SE PROCESARON."
005332         MOVE "N" TO WS-SW-LOTE-ABIERTO
005333         MOVE "N" TO WS-SW-LOTE-DUPLICADO
005334         MOVE SPACES TO WS-LOTE-ID
005335         GO TO 2400-EXIT
005336     END-IF
005337     IF WS-LOTE-NO-AUTORIZADO
005338         MOVE SPACES TO REG-RESPUESTA
005339         MOVE "T" TO RSP-TIPO
005340         MOVE WS-LOTE-LEIDOS TO RSP-FIN-CANTIDAD
005341         MOVE 0 TO RSP-FIN-ACEPTADOS
005342         MOVE WS-LOTE-RECHAZADOS TO RSP-FIN-RECHAZADOS
005343         WRITE REG-RESPUESTA
005344         DISPLAY "LOTE " WS-LOTE-ID " NO AUTORIZADO: "
005345             WS-LOTE-LEIDOS " DETALLES A SUSPENSO."
005346         MOVE "N" TO WS-SW-LOTE-ABIERTO
005347         MOVE "N" TO WS-SW-LOTE-NO-AUTORIZ
005348         MOVE SPACES TO WS-LOTE-ID
005349         MOVE SPACES TO WS-LOTE-AREA
005350         GO TO 2400-EXIT
005351     END-IF
005352     IF REG-FIN-CANTIDAD NOT IS NUMERIC
005353         OR REG-FIN-HASH NOT IS NUMERIC
005354         DISPLAY "FINALIZADOR ILEGIBLE EN EL LOTE " WS-LOTE-ID
005355             "."
005356         PERFORM 6900-ABORTAR-CORRIDA THRU 6900-EXIT
005357     END-IF
005358     IF REG-FIN-CANTIDAD NOT = WS-LOTE-LEIDOS
005360         DISPLAY "LOTE " WS-LOTE-ID " FUERA DE BALANCE: "
005370             "ESPERADOS " REG-FIN-CANTIDAD " DETALLES, LEIDOS "
005380             WS-LOTE-LEIDOS "."
005810     MOVE WS-LOTE-ID        TO AUD-LOTE-ID
005812     MOVE SPACES            TO AUD-TERMINAL
005814     MOVE SPACES            TO AUD-OPERADOR
005815     MOVE SPACES            TO AUD-SUPERVISOR
005816     MOVE REG-TIPO          TO AUD-TIPO-DETALLE
005817     IF REG-TIPO-FECHA
005818         MOVE REG-FEC-FECHA     TO AUD-FEC-FECHA
005819         MOVE REG-FEC-FORMATO   TO AUD-FEC-FORMATO
005820     END-IF
005821     WRITE REG-AUDITLOG.
005830 4100-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
006030     MOVE WS-LOTE-ACEPTADOS TO CHKPT-LOTE-ACEPTADOS
006040     MOVE WS-LOTE-RECHAZADOS TO CHKPT-LOTE-RECHAZADOS
006042     MOVE WS-SW-LOTE-DUPLICADO TO CHKPT-LOTE-DUPLICADO
006043     MOVE WS-SW-LOTE-NO-AUTORIZ TO CHKPT-LOTE-NO-AUTORIZ
006044     MOVE WS-LOTE-MOTIVO    TO CHKPT-LOTE-MOTIVO
006045     MOVE WS-LOTE-AREA      TO CHKPT-LOTE-AREA
006046     MOVE WS-CNT-NOAUT-SUSPENSO TO CHKPT-NOAUT-SUSPENSO
006050     WRITE REG-CHECKPT.
006060 4200-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* GRABA EN EL ARCHIVO DE SUSPENSO EL REGISTRO DE ENTRADA RECIEN
006100* RECHAZADO, CON SU CONTENIDO ORIGINAL TAL CUAL SE LEYO, PARA
006110* QUE EL AREA EMISORA PUEDA CORREGIRLO Y RECICLARLO CON NUMCORR.
006112* LA SECUENCIA SUMA A LOS LEIDOS LOS DETALLES DE LOTES NO
006114* AUTORIZADOS YA SUSPENDIDOS, PARA SER UNICA EN LA CORRIDA
006120*----------------------------------------------------------------
006130 4400-GRABAR-SUSPENSO.
006140     MOVE WS-FECHA-CORRIDA  TO SUS-FECHA-CORRIDA
006150     COMPUTE SUS-SECUENCIA =
006152         WS-CNT-LEIDOS + WS-CNT-NOAUT-SUSPENSO
006154     END-COMPUTE
006160     MOVE WS-RC-REGISTRO    TO SUS-MOTIVO
006170     MOVE 1                 TO SUS-CORRIDAS-EN-SUSPENSO
006180     MOVE WS-LOTE-ID        TO SUS-LOTE-ID
006228 4500-GRABAR-RESPUESTA.
006229     MOVE SPACES TO REG-RESPUESTA
006230     MOVE "D" TO RSP-TIPO
006231     IF REG-TIPO-FECHA
006232         MOVE REG-TIPO TO RSP-FEC-TIPO-ORIG
006233         MOVE REG-FEC-FECHA TO RSP-FEC-FECHA-ORIG
006234         MOVE REG-FEC-FORMATO TO RSP-FEC-FORMATO
006235         MOVE STRING-FECHA TO RSP-FEC-ROMANO
006236         MOVE WS-SW-ESTADO TO RSP-FEC-ESTADO
006237         MOVE WS-RC-REGISTRO TO RSP-FEC-MOTIVO
006238     ELSE
006239         MOVE REG-TIPO TO RSP-DET-TIPO-ORIG
006240         MOVE REG-DATOS TO RSP-DET-DATO-ORIG
006241         MOVE NUMERO-IN TO RSP-DET-NUMERO
006242         MOVE STRING-ROMANO TO RSP-DET-ROMANO
006243         MOVE WS-SW-ESTADO TO RSP-DET-ESTADO
006244         MOVE WS-RC-REGISTRO TO RSP-DET-MOTIVO
006245     END-IF
006246     WRITE REG-RESPUESTA.
006247 4500-EXIT.
006248     EXIT.
006249*----------------------------------------------------------------
006250* GRABA O ACTUALIZA EN EL ARCHIVO MAESTRO EL REGISTRO CORRESPON-
006251* DIENTE AL NUMERO CONVERTIDO. SI YA EXISTE UN REGISTRO CON LA
006260* MISMA CLAVE (CONVERSION PREVIA DEL MISMO NUMERO) SE REGRABA.
006270*----------------------------------------------------------------
006280 4300-ACTUALIZAR-MAESTRO.
006462     SET HIST-ORIGEN-LOTE   TO TRUE
006463     MOVE WS-LOTE-ID        TO HIST-LOTE-ID
006464     MOVE SPACES            TO HIST-OPERADOR
006465     MOVE SPACES            TO HIST-SUPERVISOR
006466     WRITE REG-HISTORIA
006467         INVALID KEY
006468             PERFORM 4610-REGRABAR-HISTORIA THRU 4610-EXIT
006469     END-WRITE.
006470 4600-EXIT.
006471     EXIT.
006472*----------------------------------------------------------------
006473* REGRABA UNA ENTRADA DE HISTORIA CUYA CLAVE YA EXISTIA
006474*----------------------------------------------------------------
006475 4610-REGRABAR-HISTORIA.
006476     REWRITE REG-HISTORIA.
006477 4610-EXIT.
006478     EXIT.
006479*----------------------------------------------------------------
006480* ASIENTA EL LOTE RECIEN BALANCEADO EN EL REGISTRO PERSISTENTE
006481* DE LOTES PROCESADOS, CON LA FECHA DE LA CORRIDA, SU AREA
006482* EMISORA Y SUS CONTADORES. UNA CLAVE YA EXISTENTE SOLO PUEDE
006483* VENIR DE UN RESTART QUE RECIERRA UN LOTE ASENTADO ANTES DEL
006484* CORTE: SE REGRABA CON LOS CONTADORES COMPLETOS DE LA CORRIDA
006485* REANUDADA, SIN VOLVER A SUMARLO AL VOLUMEN DEL AREA
006486*----------------------------------------------------------------
006487 4700-REGISTRAR-LOTE.
006488     MOVE WS-LOTE-ID        TO LREG-LOTE-ID
006489     MOVE WS-FECHA-CORRIDA  TO LREG-FECHA-PROCESO
006490     MOVE WS-LOTE-LEIDOS    TO LREG-LEIDOS
006491     MOVE WS-LOTE-ACEPTADOS TO LREG-ACEPTADOS
006492     MOVE WS-LOTE-RECHAZADOS TO LREG-RECHAZADOS
006493     MOVE WS-LOTE-AREA      TO LREG-AREA
006494     WRITE REG-LOTEREG
006495         INVALID KEY
006496             PERFORM 4710-REGRABAR-LOTEREG THRU 4710-EXIT
006497         NOT INVALID KEY
006498             PERFORM 4750-SUMAR-VOLUMEN-AREA THRU 4750-EXIT
006499     END-WRITE.
006500 4700-EXIT.
006501     EXIT.
006502*----------------------------------------------------------------
006503* REGRABA UNA ENTRADA DEL REGISTRO DE LOTES CUYA CLAVE EXISTIA
006504*----------------------------------------------------------------
006505 4710-REGRABAR-LOTEREG.
006506     REWRITE REG-LOTEREG.
006507 4710-EXIT.
006508     EXIT.
006509*----------------------------------------------------------------
006510* SUMA LOS DETALLES DEL LOTE RECIEN ASENTADO AL VOLUMEN DEL DIA DE
006511* SU AREA EN EL REGISTRO DE AREAS (VER AREALAY), QUE 2360-
006512* VERIFICAR-AREA CONTROLA CONTRA EL TOPE DIARIO. EL PRIMER LOTE DE
006513* UNA FECHA NUEVA REINICIA EL VOLUMEN
006514*----------------------------------------------------------------
006515 4750-SUMAR-VOLUMEN-AREA.
006516     MOVE WS-LOTE-ID(1:2) TO AREA-PREFIJO
006517     READ AREAREG
006518         INVALID KEY
006519             CONTINUE
006520     END-READ
006521     IF NOT WS-FS-AREAREG-OK
006522         GO TO 4750-EXIT
006523     END-IF
006524     IF AREA-FECHA-VOLUMEN NOT = WS-FECHA-CORRIDA
006525         MOVE WS-FECHA-CORRIDA TO AREA-FECHA-VOLUMEN
006526         MOVE 0 TO AREA-VOLUMEN-DIA
006527         MOVE 0 TO AREA-LOTES-DIA
006528     END-IF
006529     ADD WS-LOTE-LEIDOS TO AREA-VOLUMEN-DIA
006530     ADD 1 TO AREA-LOTES-DIA
006531     REWRITE REG-AREAREG.
006532 4750-EXIT.
006533     EXIT.
006534*----------------------------------------------------------------
006535* ARMA LA LINEA DE REPORTE Y LA GRABA EN EL ARCHIVO DE SALIDA. EL
006536* ROMANO SE LISTA EN MAYUSCULAS O MINUSCULAS SEGUN WS-OPC-
006537* MINUSCULAS, Y LA LINEA SE ARMA COMO MENSAJE DESCRIPTIVO O COMO
006538* REPORTE COLUMNAR DE ANCHO FIJO SEGUN WS-OPC-COLUMNAR, AMBOS
006539* DEFINIDOS UNA UNICA VEZ AL INICIO DE LA CORRIDA POR 1100-LEER-
006540* PARM.
006541*----------------------------------------------------------------
006542 0300-MOSTRAR-NUMERO.
006550     MOVE STRING-ROMANO TO WS-ROMANO-SALIDA
006560     IF WS-USAR-MINUSCULAS
006570         INSPECT WS-ROMANO-SALIDA
006880     CLOSE MAESTRO
006882     CLOSE HISTORIA
006884     CLOSE LOTEREG
006885     CLOSE AREAREG
006886*    LA VENTANA BATCH QUEDA MARCADA ABIERTA A PROPOSITO: EL
006887*    MAESTRO ESTA A MEDIO ACTUALIZAR Y LA FUNCION M DE NUMROMO
006888*    DEBE SEGUIR BLOQUEADA HASTA QUE EL RESTART TERMINE BIEN
007032     PERFORM 8150-LISTAR-DUPLICADO THRU 8150-EXIT
007034         VARYING WS-IND-DUPLICADO FROM 1 BY 1
007036             UNTIL WS-IND-DUPLICADO > WS-DUPLICADOS-USADOS
007037     PERFORM 8160-LISTAR-NO-AUTORIZ THRU 8160-EXIT
007038         VARYING WS-IND-NO-AUTORIZ FROM 1 BY 1
007039             UNTIL WS-IND-NO-AUTORIZ > WS-NO-AUTORIZ-USADOS
007040     MOVE SPACES TO REG-SALIDA
007050     STRING "ARABIGOS LEIDOS............: " WS-CNT-A-LEIDOS
007060         " ACEPTADOS " WS-CNT-A-ACEPTADOS
007170     END-STRING
007180     WRITE REG-SALIDA
007190     DISPLAY REG-SALIDA
007191     MOVE SPACES TO REG-SALIDA
007192     STRING "FECHAS LEIDAS..............: " WS-CNT-F-LEIDOS
007193         " ACEPTADAS " WS-CNT-F-ACEPTADOS
007194         " RECHAZADAS " WS-CNT-F-RECHAZADOS
007195         DELIMITED BY SIZE INTO REG-SALIDA
007196     END-STRING
007197     WRITE REG-SALIDA
007198     DISPLAY REG-SALIDA
007200     MOVE SPACES TO REG-SALIDA
007210     STRING "TOTAL REGISTROS LEIDOS.....: " WS-CNT-LEIDOS
007220         DELIMITED BY SIZE INTO REG-SALIDA
007516         END-STRING
007517         WRITE REG-SALIDA
007518         DISPLAY REG-SALIDA
007519     END-IF
007520     IF WS-CNT-NOAUT-SUSPENSO > 0
007521         MOVE SPACES TO REG-SALIDA
007522         STRING "DETALLES EN LOTES NO AUTORIZADOS: "
007523             WS-CNT-NOAUT-SUSPENSO " A SUSPENSO."
007524             DELIMITED BY SIZE INTO REG-SALIDA
007525         END-STRING
007526         WRITE REG-SALIDA
007527         DISPLAY REG-SALIDA
007528     END-IF.
007529 8000-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------
007550* ARMA Y GRABA LA LINEA DE TOTALES DE CONTROL DE UN LOTE
007704     DISPLAY REG-SALIDA.
007705 8150-EXIT.
007706     EXIT.
007707*----------------------------------------------------------------
007708* ARMA Y GRABA LA LINEA DE TOTALES DE CONTROL DE UN LOTE
007709* RECHAZADO POR EL CONTROL DE AREAS EMISORAS, CON SU AREA Y EL
007710* MOTIVO DEL RECHAZO
007711*----------------------------------------------------------------
007712 8160-LISTAR-NO-AUTORIZ.
007713     EVALUATE WS-NOA-MOTIVO(WS-IND-NO-AUTORIZ)
007714         WHEN 28
007715             MOVE "AREA NO REGISTRADA" TO WS-NOA-TEXTO
007716         WHEN 32
007717             MOVE "AREA SUSPENDIDA" TO WS-NOA-TEXTO
007718         WHEN OTHER
007719             MOVE "TOPE DIARIO EXCEDIDO" TO WS-NOA-TEXTO
007720     END-EVALUATE
007721     MOVE SPACES TO REG-SALIDA
007722     STRING "LOTE " WS-NOA-LOTE-ID(WS-IND-NO-AUTORIZ)
007723         " AREA " WS-NOA-AREA(WS-IND-NO-AUTORIZ)
007724         ": NO AUTORIZADO, " WS-NOA-TEXTO
007725         DELIMITED BY SIZE INTO REG-SALIDA
007726     END-STRING
007727     WRITE REG-SALIDA
007728     DISPLAY REG-SALIDA.
007729 8160-EXIT.
007730     EXIT.
007731*----------------------------------------------------------------
007732* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
007733*----------------------------------------------------------------
007734 9000-FINALIZAR.
007740     MOVE ZEROS TO REG-CHECKPT
007750     MOVE 9999 TO CHKPT-NUMERO-MENOR
007760     MOVE "N" TO CHKPT-LOTE-ABIERTO
007765     MOVE "N" TO CHKPT-LOTE-DUPLICADO
007766     MOVE "N" TO CHKPT-LOTE-NO-AUTORIZ
007767     MOVE SPACES TO CHKPT-LOTE-AREA
007770     MOVE SPACES TO CHKPT-LOTE-ID
007780     WRITE REG-CHECKPT
007790     CLOSE ENTRADA
007830     CLOSE MAESTRO
007832     CLOSE HISTORIA
007834     CLOSE LOTEREG
007835     CLOSE AREAREG
007836     PERFORM 8800-CERRAR-VENTANA THRU 8800-EXIT
007837     CLOSE VENTANA
007840     CLOSE AUDITLOG.
007871         OPEN OUTPUT ESTADIST
007872     END-IF
007873     MOVE "NUMROM" TO EST-PROGRAMA
007874     MOVE WS-FECHA-CORRIDA TO EST-FECHA
007875     ACCEPT EST-HORA FROM TIME
007876     MOVE WS-CNT-LEIDOS     TO EST-CNT-1
007877     MOVE WS-CNT-ACEPTADOS  TO EST-CNT-2
