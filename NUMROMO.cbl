000812*                     POR WS-ROMANO-TIPEADO (ROML > 0 EN ESTE
000813*                     TRAMO) Y EL PEDIDO ARABIGO LIMPIA EL
000814*                     ROMANO ARRASTRADO.
000815* 15/10/2026  TL      DOBLE CONTROL DE LAS CORRECCIONES EN LINEA:
000816*                     LA FUNCION M YA NO ACTUALIZA EL MAESTRO SINO
000817*                     QUE DEJA LA CORRECCION PENDIENTE EN EL
000818*                     ARCHIVO PENDIENT (COPY PENDLAY) CON LA
000819*                     IMAGEN ANTERIOR Y POSTERIOR. LA FUNCION S
000820*                     (SUPERVISION, RESERVADA A QUIEN TENGA ACCESO
000821*                     A LA TRANSACCION NUMS) LISTA LAS PENDIENTES
000822*                     Y SELECCIONA UNA; PF5 LA APRUEBA Y PF6 LA
000823*                     RECHAZA. RECIEN LA APROBACION GRABA MAESTRO,
000824*                     HISTORIA Y AUDITORIA, A NOMBRE DEL OPERADOR
000825*                     QUE LA INGRESO, QUIEN NO PUEDE APROBARLA. SI
000826*                     EL MAESTRO CAMBIO DESDE QUE SE PIDIO, LA
000827*                     APROBACION SE NIEGA. LA COMMAREA CRECE A 37.
000828* 15/10/2026  TL      FECHA DE PROCESO COMUN: LA FECHA QUE SE
000829*                     ESTAMPA EN MAESTRO, PENDIENT, AUDITORIA Y EN
000830*                     LOS PEDIDOS DIFERIDOS ES LA DEL REGISTRO DE
000831*                     CONTROL FECHAPRO (COPY FPROLAY), NO LA DEL
000832*                     RELOJ. CON EL DIA DE PROCESO CERRADO (O SIN
000833*                     REGISTRO DE CONTROL) LAS FUNCIONES M Y D, LA
000834*                     APROBACION Y EL RECHAZO QUEDAN BLOQUEADOS;
000835*                     LAS CONSULTAS SIGUEN DISPONIBLES.
000836* 15/10/2026  TL      PENDIENT PASA A TENER CLAVE PEND-CLAVE
000837*                     (NUMERO, FECHA Y HORA DE ALTA): LA FUNCION M
000838*                     GRABA SIEMPRE UN REGISTRO NUEVO, DESPUES DE
000839*                     RECORRER LAS CORRECCIONES DEL NUMERO PARA
000840*                     NEGARSE SI HAY UNA SIN RESOLVER, Y YA NO
000841*                     REGRABA UNA APROBADA O RECHAZADA. LA
000842*                     SELECCION DE LA FUNCION S GUARDA LA CLAVE
000843*                     COMPLETA (COM-PEND-FECHA Y COM-PEND-HORA) Y
000844*                     LA COMMAREA CRECE A 53. LA APROBACION DEJA
000845*                     EL SUPERVISOR EN LA AUDITORIA EN LINEA
000846*                     (AUDON-SUPERVISOR) Y EN LA HISTORIA
000847*                     (HIST-SUPERVISOR).
000848*----------------------------------------------------------------
000849 ENVIRONMENT DIVISION.
000850 DATA DIVISION.
000851 WORKING-STORAGE SECTION.
000852*----------------------------------------------------------------
000853*                 A R E A   D E   T R A B A J O
000854*----------------------------------------------------------------
000855 01  REG-MAESTRO.
000856     COPY ROMANLAY.
000857 01  WS-MENSAJE-PANTALLA        PIC X(78).
000858 77  WS-SW-ENCONTRADO           PIC X(01) VALUE "N".
000859     88  WS-REGISTRO-ENCONTRADO       VALUE "S".
000860*----------------------------------------------------------------
000870*      MAPA SIMBOLICO DE LA PANTALLA Y LIBRERIAS DE CICS
000880*----------------------------------------------------------------
001118 01  REG-VENTANA.
001119     COPY VENTALAY.
001120*----------------------------------------------------------------
001121* FECHA DE PROCESO: REGISTRO UNICO DEL ARCHIVO DE CONTROL QUE EL
001122* PASO FECHMNT ABRE Y CIERRA CON EL DIA DE NEGOCIO
001123*----------------------------------------------------------------
001124 01  REG-FECHAPRO.
001125     COPY FPROLAY.
001126*----------------------------------------------------------------
001127* SOLICITUDES DIFERIDAS: REGISTRO QUE LA FUNCION D ENCOLA EN LA
001128* COLA NUMODIF PARA EL BARRIDO NOCTURNO NUMDIFER
001129*----------------------------------------------------------------
001130 01  REG-DIFERIDO.
001131     COPY DIFERLAY.
001132 77  WS-TS-COLA-DIF             PIC X(08) VALUE "NUMODIF ".
001133 77  WS-TS-LONG-DIF             PIC S9(04) COMP VALUE 0.
001134 77  WS-TS-COLA                 PIC X(08) VALUE "NUMOAUD ".
001135 77  WS-TS-ITEM                 PIC S9(04) COMP VALUE 0.
001136 77  WS-TS-LONGITUD             PIC S9(04) COMP VALUE 0.
001137 77  WS-ROMANO-ANTES            PIC X(15) VALUE SPACES.
001138 77  WS-FECHA-ANTES             PIC 9(08) VALUE 0.
001139 77  WS-ITEM-DESDE              PIC 9(04) VALUE 0.
001140 77  WS-NUMERO-DECODIFICADO     PIC 9(04) VALUE 0.
001141 01  WS-SW-ROMANO-VALIDEZ       PIC X(01) VALUE "S".
001142     88  WS-ROMANO-ES-VALIDO           VALUE "S".
001143*----------------------------------------------------------------
001144* MARCA SI EL CAMPO ROMANO LLEGO TIPEADO EN ESTE TRAMO DE LA
001145* CONVERSACION (ROML > 0): COM-STRING-ROMANO ARRASTRA EL VALOR
001146* DE INTERACCIONES ANTERIORES Y NO SIRVE PARA DECIDIR QUE PIDIO
001147* EL OPERADOR AHORA (VER 6500-ENCOLAR-DIFERIDO)
001148*----------------------------------------------------------------
001149 77  WS-SW-ROMANO-TIPEADO       PIC X(01) VALUE "N".
001150     88  WS-ROMANO-TIPEADO             VALUE "S".
001151*----------------------------------------------------------------
001152* DOBLE CONTROL: REGISTRO DE LA CORRECCION PENDIENTE QUE GRABA LA
001153* FUNCION M Y QUE EL SUPERVISOR RESUELVE CON LA FUNCION S Y PF5/
001154* PF6. ES SUPERVISOR QUIEN TIENE ACCESO DE LECTURA AL PERFIL DE
001155* SEGURIDAD DE LA TRANSACCION WS-TRANS-SUPERVISOR. LA
001156* APROBACION AUDITA A NOMBRE DEL OPERADOR Y LA TERMINAL QUE
001157* INGRESARON LA CORRECCION Y DEJA ADEMAS EL SUPERVISOR QUE LA
001158* APROBO, WS-USUARIO (VER 5000-AUDITAR-ACTUALIZACION)
001159*----------------------------------------------------------------
001160 01  REG-PENDIENTE.
001161     COPY PENDLAY.
001162 77  WS-TRANS-SUPERVISOR        PIC X(04) VALUE "NUMS".
001163 77  WS-CVDA-LECTURA            PIC S9(08) COMP VALUE 0.
001164 77  WS-USUARIO                 PIC X(08) VALUE SPACES.
001165 77  WS-OPERADOR-CORRECCION     PIC X(08) VALUE SPACES.
001166 77  WS-TERMINAL-CORRECCION     PIC X(04) VALUE SPACES.
001167 77  WS-SW-SUPERVISOR           PIC X(01) VALUE "N".
001168     88  WS-ES-SUPERVISOR              VALUE "S".
001169 77  WS-SW-FIN-CORRECCIONES     PIC X(01) VALUE "N".
001170     88  WS-FIN-CORRECCIONES           VALUE "S".
001171 77  WS-SW-SIN-RESOLVER         PIC X(01) VALUE "N".
001172     88  WS-HAY-SIN-RESOLVER           VALUE "S".
001173*----------------------------------------------------------------
001174*      AREA DE COMUNICACION ENTRE TRANSACCIONES (COMMAREA)
001175*----------------------------------------------------------------
001176 01  WS-COMMAREA.
001177     05  COM-FUNCION            PIC X(01).
001178         88  COM-FUNCION-CONSULTA      VALUE "C".
001179         88  COM-FUNCION-MODIFICA      VALUE "M".
001180         88  COM-FUNCION-NAVEGA        VALUE "B".
001181         88  COM-FUNCION-AUDITORIA     VALUE "A".
001182         88  COM-FUNCION-ROMANO        VALUE "R".
001183         88  COM-FUNCION-HISTORIA      VALUE "H".
001184         88  COM-FUNCION-DIFERIDO      VALUE "D".
001185         88  COM-FUNCION-SUPERVISION   VALUE "S".
001186     05  COM-NUMERO-IN          PIC 9(04).
001187     05  COM-STRING-ROMANO      PIC X(15).
001188     05  COM-CLAVE-PRIMERA      PIC 9(04).
001189     05  COM-CLAVE-ULTIMA       PIC 9(04).
001190     05  COM-SW-HAY-LISTA       PIC X(01).
001191         88  COM-CON-LISTA             VALUE "S" "A".
001192         88  COM-LISTA-MAESTRO         VALUE "S".
001193         88  COM-LISTA-AUDITORIA       VALUE "A".
001194     05  COM-AUDIT-PRIMERO      PIC 9(04).
001195     05  COM-PEND-NUMERO        PIC 9(04).
001196     05  COM-PEND-FECHA         PIC 9(08).
001197     05  COM-PEND-HORA          PIC 9(08).
001240 LINKAGE SECTION.
001250 01  DFHCOMMAREA                PIC X(53).
001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------------
001280*                        P A R R A F O   P R I N C I P A L
001462             END-IF
001470         WHEN DFHENTER
001480             PERFORM 1000-PROCESAR-ENTRADA THRU 1000-EXIT
001481         WHEN DFHPF5
001482             PERFORM 3200-APROBAR-PENDIENTE THRU 3200-EXIT
001483         WHEN DFHPF6
001484             PERFORM 3300-RECHAZAR-PENDIENTE THRU 3300-EXIT
001490         WHEN OTHER
001500             MOVE "TECLA NO ASIGNADA. USE ENTER, PF5-PF8 O PF3."
001510                 TO MSJO
001520     END-EVALUATE
001530     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
001620     MOVE 0 TO COM-CLAVE-PRIMERA
001630     MOVE 0 TO COM-CLAVE-ULTIMA
001635     MOVE 0 TO COM-AUDIT-PRIMERO
001636     MOVE 0 TO COM-PEND-NUMERO
001637     MOVE 0 TO COM-PEND-FECHA
001638     MOVE 0 TO COM-PEND-HORA
001640     MOVE -1 TO FUNCL
001650     MOVE "INGRESE FUNCION Y DATOS Y PRESIONE ENTER." TO MSJO
001660     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
001900*----------------------------------------------------------------
001910 1000-PROCESAR-ENTRADA.
001912     MOVE "N" TO WS-SW-ROMANO-TIPEADO
001913     MOVE 0 TO COM-PEND-NUMERO
001914     MOVE 0 TO COM-PEND-FECHA
001915     MOVE 0 TO COM-PEND-HORA
001920     EXEC CICS HANDLE CONDITION
001930         MAPFAIL   (1010-MAPA-VACIO)
001940     END-EXEC
002220             PERFORM 5500-LISTAR-HISTORIA THRU 5500-EXIT
002221         WHEN COM-FUNCION-DIFERIDO
002222             PERFORM 6500-ENCOLAR-DIFERIDO THRU 6500-EXIT
002223         WHEN COM-FUNCION-SUPERVISION
002224             PERFORM 3100-LISTAR-PENDIENTES THRU 3100-EXIT
002225         WHEN OTHER
002226             MOVE "INVALIDA. USAR C=CONS, M=MODIF, B=LISTA."
002227                 TO MSJO
002228             PERFORM 7000-CURSOR-A-FUNCION THRU 7000-EXIT
002229     END-EVALUATE.
002270 1000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
003175 2900-EXIT.
003176     EXIT.
003177*----------------------------------------------------------------
003178* CONSULTA EL REGISTRO UNICO DE LA FECHA DE PROCESO. TODA
003179* ACTUALIZACION ESTAMPA FPRO-FECHA Y SOLO SE PERMITE CON EL DIA
003180* ABIERTO; SIN REGISTRO EL DIA SE DA POR CERRADO. MISMO ESQUEMA
003181* DE NOTFND QUE 2900-VERIFICAR-VENTANA
003182*----------------------------------------------------------------
003183 2950-VERIFICAR-FECHA-PROCESO.
003184     MOVE "FECHAPRO" TO FPRO-CLAVE
003185     SET FPRO-DIA-CERRADO TO TRUE
003186     EXEC CICS HANDLE CONDITION
003187         NOTFND (2960-FECHA-SIN-REGISTRO)
003188     END-EXEC
003189     EXEC CICS READ
003190         DATASET  ("FECHAPRO")
003191         INTO     (REG-FECHAPRO)
003192         RIDFLD   (FPRO-CLAVE)
003193         KEYLENGTH (LENGTH OF FPRO-CLAVE)
003194     END-EXEC
003195     GO TO 2950-EXIT.
003196*----------------------------------------------------------------
003197* CONDICION NOTFND: NO HAY REGISTRO DE FECHA, SE DA POR CERRADO
003198*----------------------------------------------------------------
003199 2960-FECHA-SIN-REGISTRO.
003200     MOVE 0 TO FPRO-FECHA
003201     SET FPRO-DIA-CERRADO TO TRUE.
003202 2950-EXIT.
003203     EXIT.
003204*----------------------------------------------------------------
003205* RECALCULA EL NUMERO ROMANO CON LA MISMA RUTINA QUE USA EL
003206* PROCESO POR LOTES Y DEJA LA CORRECCION PENDIENTE DE APROBACION
003207* EN EL ARCHIVO PENDIENT, CON EL REGISTRO ACTUAL DEL MAESTRO COMO
003208* IMAGEN ANTERIOR. EL MAESTRO RECIEN SE ACTUALIZA CUANDO UN
003209* SUPERVISOR LA APRUEBA (VER 3200-APROBAR-PENDIENTE)
003210*----------------------------------------------------------------
003211 3000-MODIFICAR.
003212     PERFORM 2900-VERIFICAR-VENTANA THRU 2900-EXIT
003213     IF VEN-BATCH-ABIERTA
003214         MOVE "BATCH EN CURSO: LA FUNCION M ESTA BLOQUEADA."
003215             TO MSJO
003216         PERFORM 7000-CURSOR-A-FUNCION THRU 7000-EXIT
003217         GO TO 3000-EXIT
003218     END-IF
003219     PERFORM 2950-VERIFICAR-FECHA-PROCESO THRU 2950-EXIT
003220     IF NOT FPRO-DIA-ABIERTO
003221         MOVE "DIA CERRADO: LA FUNCION M ESTA BLOQUEADA."
003222             TO MSJO
003223         PERFORM 7000-CURSOR-A-FUNCION THRU 7000-EXIT
003224         GO TO 3000-EXIT
003225     END-IF
003226     IF COM-NUMERO-IN = 0 OR COM-NUMERO-IN > 3999
003227         MOVE "NUMERO FUERA DE RANGO (1-3999)." TO MSJO
003230         PERFORM 7100-CURSOR-A-NUMERO THRU 7100-EXIT
003240         GO TO 3000-EXIT
003250     END-IF
003340         INTO     (REG-MAESTRO)
003350         RIDFLD   (ROMANLAY-NUMERO-IN)
003360         KEYLENGTH (LENGTH OF ROMANLAY-NUMERO-IN)
003380     END-EXEC
003390     MOVE ROMANLAY-STRING-ROMANO TO WS-ROMANO-ANTES
003400     MOVE ROMANLAY-FECHA-CONV    TO WS-FECHA-ANTES
003410     GO TO 3020-REGISTRAR-PENDIENTE.
003420*----------------------------------------------------------------
003430* EL NUMERO TODAVIA NO TIENE REGISTRO EN EL MAESTRO: LA
003440* CORRECCION QUEDA PENDIENTE COMO ALTA, SIN IMAGEN ANTERIOR
003450*----------------------------------------------------------------
003460 3010-MARCAR-NO-ENCONTRADO.
003470     MOVE "N" TO WS-SW-ENCONTRADO
003480     MOVE SPACES TO WS-ROMANO-ANTES
003490     MOVE 0 TO WS-FECHA-ANTES.
003500*----------------------------------------------------------------
003501* CONTROLA QUE EL NUMERO NO TENGA OTRA CORRECCION SIN RESOLVER,
003502* RECORRIENDO EN PENDIENT TODAS LAS DEL NUMERO (LAS APROBADAS Y
003503* RECHAZADAS SE CONSERVAN, CADA UNA CON SU FECHA Y HORA DE ALTA).
003504* SI HAY UNA PENDIENTE SE RECHAZA LA NUEVA; SI NO, SE GRABA
003530*----------------------------------------------------------------
003531 3020-REGISTRAR-PENDIENTE.
003532     MOVE COM-NUMERO-IN TO PEND-NUMERO
003533     MOVE 0 TO PEND-FECHA-ALTA
003534     MOVE 0 TO PEND-HORA-ALTA
003535     MOVE "N" TO WS-SW-FIN-CORRECCIONES
003536     MOVE "N" TO WS-SW-SIN-RESOLVER
003537     EXEC CICS HANDLE CONDITION
003538         NOTFND (3030-PENDIENTE-NUEVA)
003539     END-EXEC
003540     EXEC CICS STARTBR
003541         DATASET   ("PENDIENT")
003542         RIDFLD    (PEND-CLAVE)
003543         KEYLENGTH (LENGTH OF PEND-CLAVE)
003544         GTEQ
003545     END-EXEC
003546     PERFORM 3025-LEER-CORRECCION THRU 3025-EXIT
003547         UNTIL WS-FIN-CORRECCIONES OR WS-HAY-SIN-RESOLVER
003548     EXEC CICS ENDBR
003549         DATASET ("PENDIENT")
003550     END-EXEC
003551     IF WS-HAY-SIN-RESOLVER
003552         MOVE "EL NUMERO YA TIENE UNA CORRECCION SIN APROBAR."
003553             TO MSJO
003554         PERFORM 7100-CURSOR-A-NUMERO THRU 7100-EXIT
003555         GO TO 3000-EXIT
003556     END-IF
003557     GO TO 3030-PENDIENTE-NUEVA.
003558*----------------------------------------------------------------
003559* LEE LA PROXIMA CORRECCION DEL RECORRIDO DE 3020. TERMINA AL
003560* PASAR A OTRO NUMERO O AL FINAL DE PENDIENT (CONDICION ENDFILE)
003561*----------------------------------------------------------------
003562 3025-LEER-CORRECCION.
003563     EXEC CICS HANDLE CONDITION
003564         ENDFILE (3026-FIN-CORRECCIONES)
003565     END-EXEC
003566     EXEC CICS READNEXT
003567         DATASET   ("PENDIENT")
003568         INTO      (REG-PENDIENTE)
003569         RIDFLD    (PEND-CLAVE)
003570         KEYLENGTH (LENGTH OF PEND-CLAVE)
003571     END-EXEC
003572     IF PEND-NUMERO NOT = COM-NUMERO-IN
003573         SET WS-FIN-CORRECCIONES TO TRUE
003574         GO TO 3025-EXIT
003575     END-IF
003576     IF PEND-PENDIENTE
003577         SET WS-HAY-SIN-RESOLVER TO TRUE
003578     END-IF
003579     GO TO 3025-EXIT.
003580*----------------------------------------------------------------
003581* CONDICION ENDFILE: NO QUEDAN MAS CORRECCIONES EN PENDIENT
003582*----------------------------------------------------------------
003583 3026-FIN-CORRECCIONES.
003584     SET WS-FIN-CORRECCIONES TO TRUE.
003585 3025-EXIT.
003586     EXIT.
003587*----------------------------------------------------------------
003588* GRABA LA CORRECCION PENDIENTE CON SU CLAVE COMPLETA. SE LLEGA
003589* TAMBIEN POR LA CONDICION NOTFND DEL STARTBR DE 3020, CUANDO NO
003590* HAY NINGUNA CORRECCION DESDE ESE NUMERO EN ADELANTE
003591*----------------------------------------------------------------
003592 3030-PENDIENTE-NUEVA.
003593     PERFORM 3060-ARMAR-PENDIENTE THRU 3060-EXIT
003594     EXEC CICS WRITE
003595         DATASET  ("PENDIENT")
003596         FROM     (REG-PENDIENTE)
003597         RIDFLD   (PEND-CLAVE)
003598         KEYLENGTH (LENGTH OF PEND-CLAVE)
003599     END-EXEC.
003600*----------------------------------------------------------------
003601* INFORMA AL OPERADOR QUE LA CORRECCION ESPERA LA APROBACION
003602*----------------------------------------------------------------
003603 3040-INFORMAR-PENDIENTE.
003730     MOVE SPACES TO WS-MENSAJE-PANTALLA
003731     STRING "CORRECCION DE " COM-NUMERO-IN
003732         " PENDIENTE DE APROBACION: " COM-STRING-ROMANO
003733         DELIMITED BY SIZE
003760         INTO WS-MENSAJE-PANTALLA
003770     END-STRING
003780     MOVE WS-MENSAJE-PANTALLA TO MSJO.
003790 3000-EXIT.
003800     EXIT.
003801*----------------------------------------------------------------
003802* ARMA EL REGISTRO PENDIENTE CON LA IMAGEN ANTERIOR (LA DEL
003803* MAESTRO LEIDA EN 3000), LA POSTERIOR (EL ROMANO RECALCULADO) Y
003804* LA TERMINAL Y EL OPERADOR QUE LA INGRESAN
003805*----------------------------------------------------------------
003806 3060-ARMAR-PENDIENTE.
003807     MOVE COM-NUMERO-IN          TO PEND-NUMERO
003808     SET PEND-PENDIENTE          TO TRUE
003809     IF WS-REGISTRO-ENCONTRADO
003810         SET PEND-ERA-REGRABACION TO TRUE
003811     ELSE
003812         SET PEND-ERA-ALTA        TO TRUE
003813     END-IF
003814     MOVE WS-ROMANO-ANTES        TO PEND-ROMANO-ANTES
003815     MOVE WS-FECHA-ANTES         TO PEND-FECHA-ANTES
003816     MOVE COM-STRING-ROMANO      TO PEND-ROMANO-DESPUES
003817     MOVE FPRO-FECHA             TO PEND-FECHA-ALTA
003818     ACCEPT PEND-HORA-ALTA       FROM TIME
003819     MOVE EIBTRMID               TO PEND-TERMINAL
003820     EXEC CICS ASSIGN
003821         USERID (PEND-OPERADOR)
003822     END-EXEC
003823     MOVE 0                      TO PEND-FECHA-RESOL
003824     MOVE 0                      TO PEND-HORA-RESOL
003825     MOVE SPACES                 TO PEND-SUPERVISOR.
003826 3060-EXIT.
003827     EXIT.
003828*----------------------------------------------------------------
003829* FUNCION S: LISTA EN EL AREA DE LISTADO LAS CORRECCIONES
003830* PENDIENTES A PARTIR DEL NUMERO DE LA PANTALLA. SI LA PRIMERA
003831* LISTADA ES LA DE ESE MISMO NUMERO QUEDA SELECCIONADA EN LA
003832* COMMAREA PARA RESOLVERLA CON PF5 (APROBAR) O PF6 (RECHAZAR).
003833* EL LISTADO NO PAGINA: SE LIMPIA COM-SW-HAY-LISTA PARA QUE PF7/
003834* PF8 NO REPINTEN UN LISTADO ANTERIOR DE B O DE A
003835*----------------------------------------------------------------
003836 3100-LISTAR-PENDIENTES.
003837     MOVE 0 TO WS-LINEAS-CARGADAS
003838     MOVE SPACES TO COM-SW-HAY-LISTA
003839     PERFORM 3900-VERIFICAR-SUPERVISOR THRU 3900-EXIT
003840     IF NOT WS-ES-SUPERVISOR
003841         MOVE "LA FUNCION S ESTA RESERVADA A LOS SUPERVISORES."
003842             TO MSJO
003843         PERFORM 7000-CURSOR-A-FUNCION THRU 7000-EXIT
003844         GO TO 3100-EXIT
003845     END-IF
003846     MOVE COM-NUMERO-IN TO PEND-NUMERO
003847     MOVE 0 TO PEND-FECHA-ALTA
003848     MOVE 0 TO PEND-HORA-ALTA
003849     EXEC CICS HANDLE CONDITION
003850         NOTFND  (3130-SIN-PENDIENTES)
003851         ENDFILE (3120-PENDIENTES-FIN)
003852     END-EXEC
003853     EXEC CICS STARTBR
003854         DATASET   ("PENDIENT")
003855         RIDFLD    (PEND-CLAVE)
003856         KEYLENGTH (LENGTH OF PEND-CLAVE)
003857         GTEQ
003858     END-EXEC
003859     PERFORM 3110-LEER-PENDIENTE THRU 3110-EXIT
003860         UNTIL WS-LINEAS-CARGADAS >= WS-BROWSE-MAX
003861     EXEC CICS ENDBR
003862         DATASET ("PENDIENT")
003863     END-EXEC
003864     PERFORM 3140-SELECCIONAR-PENDIENTE THRU 3140-EXIT.
003865 3100-EXIT.
003866     EXIT.
003867*----------------------------------------------------------------
003868* LEE EL PROXIMO REGISTRO DE PENDIENT Y, SI TODAVIA ESTA SIN
003869* RESOLVER, LO AGREGA COMO UNA LINEA MAS DEL LISTADO
003870*----------------------------------------------------------------
003871 3110-LEER-PENDIENTE.
003872     EXEC CICS READNEXT
003873         DATASET   ("PENDIENT")
003874         INTO      (REG-PENDIENTE)
003875         RIDFLD    (PEND-CLAVE)
003876         KEYLENGTH (LENGTH OF PEND-CLAVE)
003877     END-EXEC
003878     IF NOT PEND-PENDIENTE
003879         GO TO 3110-EXIT
003880     END-IF
003881     ADD 1 TO WS-LINEAS-CARGADAS
003882     IF WS-LINEAS-CARGADAS = 1 AND PEND-NUMERO = COM-NUMERO-IN
003883         MOVE PEND-NUMERO TO COM-PEND-NUMERO
003884         MOVE PEND-FECHA-ALTA TO COM-PEND-FECHA
003885         MOVE PEND-HORA-ALTA TO COM-PEND-HORA
003886     END-IF
003887     STRING PEND-NUMERO " " PEND-ROMANO-ANTES "> "
003888         PEND-ROMANO-DESPUES " " PEND-FECHA-ALTA " " PEND-TERMINAL
003889         " " PEND-OPERADOR DELIMITED BY SIZE
003890         INTO LINO(WS-LINEAS-CARGADAS)
003891     END-STRING.
003892 3110-EXIT.
003893     EXIT.
003894*----------------------------------------------------------------
003895* CONDICION ENDFILE: SE LLEGO AL FINAL DE PENDIENT ANTES DE
003896* COMPLETAR EL LISTADO. LO YA LEIDO IGUAL SE MUESTRA
003897*----------------------------------------------------------------
003898 3120-PENDIENTES-FIN.
003899     EXEC CICS ENDBR
003900         DATASET ("PENDIENT")
003901     END-EXEC
003902     PERFORM 3140-SELECCIONAR-PENDIENTE THRU 3140-EXIT
003903     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
003904     GO TO 9999-FIN.
003905*----------------------------------------------------------------
003906* CONDICION NOTFND: NO HAY NINGUN REGISTRO EN PENDIENT CON CLAVE
003907* MAYOR O IGUAL AL NUMERO PEDIDO
003908*----------------------------------------------------------------
003909 3130-SIN-PENDIENTES.
003910     MOVE "NO HAY CORRECCIONES PENDIENTES DESDE ESE NUMERO."
003911         TO MSJO
003912     PERFORM 7100-CURSOR-A-NUMERO THRU 7100-EXIT
003913     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
003914     GO TO 9999-FIN.
003915*----------------------------------------------------------------
003916* ARMA EL MENSAJE DEL LISTADO DE PENDIENTES SEGUN HAYA QUEDADO O
003917* NO UNA CORRECCION SELECCIONADA
003918*----------------------------------------------------------------
003919 3140-SELECCIONAR-PENDIENTE.
003920     IF WS-LINEAS-CARGADAS = 0
003921         MOVE "NO HAY CORRECCIONES PENDIENTES DESDE ESE NUMERO."
003922             TO MSJO
003923         GO TO 3140-EXIT
003924     END-IF
003925     IF COM-PEND-NUMERO = 0
003926         MOVE "INGRESE S Y EL NUMERO DE LA CORRECCION A RESOLVER."
003927             TO MSJO
003928         GO TO 3140-EXIT
003929     END-IF
003930     MOVE SPACES TO WS-MENSAJE-PANTALLA
003931     STRING "CORRECCION DE " COM-PEND-NUMERO
003932         " SELECCIONADA. PF5=APROBAR PF6=RECHAZAR."
003933         DELIMITED BY SIZE
003934         INTO WS-MENSAJE-PANTALLA
003935     END-STRING
003936     MOVE WS-MENSAJE-PANTALLA TO MSJO.
003937 3140-EXIT.
003938     EXIT.
003939*----------------------------------------------------------------
003940* PF5: APRUEBA LA CORRECCION SELECCIONADA CON LA FUNCION S. SOLO
003941* UN SUPERVISOR DISTINTO DEL OPERADOR QUE LA INGRESO, CON LA
003942* VENTANA BATCH CERRADA Y SI EL MAESTRO SIGUE COMO ESTABA AL
003943* PEDIRLA (SI NO, LA IMAGEN ANTERIOR YA NO ES CIERTA Y SE PIDE
003944* RECHAZARLA Y VOLVER A INGRESARLA). APLICA LA CORRECCION AL
003945* MAESTRO, HISTORIA Y AUDITORIA Y LA MARCA APROBADA
003946*----------------------------------------------------------------
003947 3200-APROBAR-PENDIENTE.
003948     IF COM-PEND-NUMERO = 0
003949         MOVE "PRIMERO SELECCIONE UNA CORRECCION CON S."
003950             TO MSJO
003951         GO TO 3200-EXIT
003952     END-IF
003953     PERFORM 3900-VERIFICAR-SUPERVISOR THRU 3900-EXIT
003954     IF NOT WS-ES-SUPERVISOR
003955         MOVE "SOLO UN SUPERVISOR PUEDE APROBAR CORRECCIONES."
003956             TO MSJO
003957         GO TO 3200-EXIT
003958     END-IF
003959     PERFORM 2900-VERIFICAR-VENTANA THRU 2900-EXIT
003960     IF VEN-BATCH-ABIERTA
003961         MOVE "BATCH EN CURSO: LA APROBACION ESTA BLOQUEADA."
003962             TO MSJO
003963         GO TO 3200-EXIT
003964     END-IF
003965     PERFORM 2950-VERIFICAR-FECHA-PROCESO THRU 2950-EXIT
003966     IF NOT FPRO-DIA-ABIERTO
003967         MOVE "DIA CERRADO: LA APROBACION ESTA BLOQUEADA."
003968             TO MSJO
003969         GO TO 3200-EXIT
003970     END-IF
003971     PERFORM 3800-LEER-PENDIENTE THRU 3800-EXIT
003972     IF NOT PEND-PENDIENTE
003973         PERFORM 3810-LIBERAR-PENDIENTE THRU 3810-EXIT
003974         MOVE "LA CORRECCION SELECCIONADA YA FUE RESUELTA."
003975             TO MSJO
003976         GO TO 3200-EXIT
003977     END-IF
003978     EXEC CICS ASSIGN
003979         USERID (WS-USUARIO)
003980     END-EXEC
003981     IF WS-USUARIO = PEND-OPERADOR
003982         EXEC CICS UNLOCK
003983             DATASET ("PENDIENT")
003984         END-EXEC
003985         MOVE "QUIEN INGRESO LA CORRECCION NO PUEDE APROBARLA."
003986             TO MSJO
003987         GO TO 3200-EXIT
003988     END-IF
003989     MOVE PEND-NUMERO TO COM-NUMERO-IN
003990     MOVE PEND-NUMERO TO ROMANLAY-NUMERO-IN
003991     SET WS-REGISTRO-ENCONTRADO TO TRUE
003992     EXEC CICS HANDLE CONDITION
003993         NOTFND (3210-APROBAR-SIN-MAESTRO)
003994     END-EXEC
003995     EXEC CICS READ
003996         DATASET  ("MAESTRO")
003997         INTO     (REG-MAESTRO)
003998         RIDFLD   (ROMANLAY-NUMERO-IN)
003999         KEYLENGTH (LENGTH OF ROMANLAY-NUMERO-IN)
004000         UPDATE
004001     END-EXEC
004002     GO TO 3220-VERIFICAR-IMAGEN.
004003*----------------------------------------------------------------
004004* CONDICION NOTFND: EL NUMERO NO TIENE REGISTRO EN EL MAESTRO
004005*----------------------------------------------------------------
004006 3210-APROBAR-SIN-MAESTRO.
004007     MOVE "N" TO WS-SW-ENCONTRADO.
004008*----------------------------------------------------------------
004009* COMPARA EL MAESTRO ACTUAL CON LA IMAGEN ANTERIOR GUARDADA Y,
004010* SI COINCIDEN, APLICA LA CORRECCION
004011*----------------------------------------------------------------
004012 3220-VERIFICAR-IMAGEN.
004013     IF WS-REGISTRO-ENCONTRADO
004014         IF PEND-ERA-ALTA
004015            OR ROMANLAY-STRING-ROMANO NOT = PEND-ROMANO-ANTES
004016            OR ROMANLAY-FECHA-CONV NOT = PEND-FECHA-ANTES
004017             PERFORM 3230-IMAGEN-CAMBIADA THRU 3230-EXIT
004018             GO TO 3200-EXIT
004019         END-IF
004020     ELSE
004021         IF NOT PEND-ERA-ALTA
004022             PERFORM 3230-IMAGEN-CAMBIADA THRU 3230-EXIT
004023             GO TO 3200-EXIT
004024         END-IF
004025     END-IF
004026     MOVE PEND-ROMANO-ANTES   TO WS-ROMANO-ANTES
004027     MOVE PEND-FECHA-ANTES    TO WS-FECHA-ANTES
004028     MOVE PEND-ROMANO-DESPUES TO COM-STRING-ROMANO
004029     MOVE PEND-OPERADOR       TO WS-OPERADOR-CORRECCION
004030     MOVE PEND-TERMINAL       TO WS-TERMINAL-CORRECCION
004031     PERFORM 3240-ACTUALIZAR-REGISTRO THRU 3240-EXIT
004032     SET PEND-APROBADA TO TRUE
004033     PERFORM 3850-CERRAR-PENDIENTE THRU 3850-EXIT
004034     MOVE SPACES TO WS-MENSAJE-PANTALLA
004035     STRING "CORRECCION APROBADA. NUMERO " COM-NUMERO-IN
004036         " ACTUALIZADO A " COM-STRING-ROMANO DELIMITED BY SIZE
004037         INTO WS-MENSAJE-PANTALLA
004038     END-STRING
004039     MOVE WS-MENSAJE-PANTALLA TO MSJO.
004040 3200-EXIT.
004041     EXIT.
004042*----------------------------------------------------------------
004043* EL MAESTRO CAMBIO DESDE QUE SE INGRESO LA CORRECCION: SE
004044* LIBERAN LOS REGISTROS Y LA CORRECCION QUEDA PENDIENTE
004045*----------------------------------------------------------------
004046 3230-IMAGEN-CAMBIADA.
004047     IF WS-REGISTRO-ENCONTRADO
004048         EXEC CICS UNLOCK
004049             DATASET ("MAESTRO")
004050         END-EXEC
004051     END-IF
004052     PERFORM 3810-LIBERAR-PENDIENTE THRU 3810-EXIT
004053     MOVE "EL MAESTRO CAMBIO DESDE LA CORRECCION. RECHACELA."
004054         TO MSJO.
004055 3230-EXIT.
004056     EXIT.
004057*----------------------------------------------------------------
004058* GRABA O ACTUALIZA EL REGISTRO CON EL ROMANO RECALCULADO, YA SEA
004059* EXISTIA (REWRITE) O ES LA PRIMERA VEZ QUE SE CONVIERTE (WRITE)
004060*----------------------------------------------------------------
004061 3240-ACTUALIZAR-REGISTRO.
004062     MOVE COM-NUMERO-IN          TO ROMANLAY-NUMERO-IN
004063     MOVE COM-STRING-ROMANO      TO ROMANLAY-STRING-ROMANO
004064     SET ROMANLAY-ACEPTADO       TO TRUE
004065     MOVE FPRO-FECHA             TO ROMANLAY-FECHA-CONV
004066     IF WS-REGISTRO-ENCONTRADO
004067         EXEC CICS REWRITE
004068             DATASET ("MAESTRO")
004069             FROM    (REG-MAESTRO)
004070         END-EXEC
004071     ELSE
004072         EXEC CICS WRITE
004073             DATASET  ("MAESTRO")
004074             FROM     (REG-MAESTRO)
004075             RIDFLD   (ROMANLAY-NUMERO-IN)
004076             KEYLENGTH (LENGTH OF ROMANLAY-NUMERO-IN)
004077         END-EXEC
004078     END-IF
004079     PERFORM 5000-AUDITAR-ACTUALIZACION THRU 5000-EXIT.
004080 3240-EXIT.
004081     EXIT.
004082*----------------------------------------------------------------
004083* PF6: RECHAZA LA CORRECCION SELECCIONADA CON LA FUNCION S. NO
004084* TOCA EL MAESTRO, POR LO QUE OPERA AUN CON LA VENTANA BATCH
004085* ABIERTA
004086*----------------------------------------------------------------
004087 3300-RECHAZAR-PENDIENTE.
004088     IF COM-PEND-NUMERO = 0
004089         MOVE "PRIMERO SELECCIONE UNA CORRECCION CON S."
004090             TO MSJO
004091         GO TO 3300-EXIT
004092     END-IF
004093     PERFORM 3900-VERIFICAR-SUPERVISOR THRU 3900-EXIT
004094     IF NOT WS-ES-SUPERVISOR
004095         MOVE "SOLO UN SUPERVISOR PUEDE RECHAZAR CORRECCIONES."
004096             TO MSJO
004097         GO TO 3300-EXIT
004098     END-IF
004099     PERFORM 2950-VERIFICAR-FECHA-PROCESO THRU 2950-EXIT
004100     IF NOT FPRO-DIA-ABIERTO
004101         MOVE "DIA CERRADO: EL RECHAZO ESTA BLOQUEADO."
004102             TO MSJO
004103         GO TO 3300-EXIT
004104     END-IF
004105     PERFORM 3800-LEER-PENDIENTE THRU 3800-EXIT
004106     IF NOT PEND-PENDIENTE
004107         PERFORM 3810-LIBERAR-PENDIENTE THRU 3810-EXIT
004108         MOVE "LA CORRECCION SELECCIONADA YA FUE RESUELTA."
004109             TO MSJO
004110         GO TO 3300-EXIT
004111     END-IF
004112     SET PEND-RECHAZADA TO TRUE
004113     PERFORM 3850-CERRAR-PENDIENTE THRU 3850-EXIT
004114     MOVE SPACES TO WS-MENSAJE-PANTALLA
004115     STRING "CORRECCION DE " PEND-NUMERO
004116         " RECHAZADA. EL MAESTRO NO SE MODIFICA."
004117         DELIMITED BY SIZE
004118         INTO WS-MENSAJE-PANTALLA
004119     END-STRING
004120     MOVE WS-MENSAJE-PANTALLA TO MSJO.
004121 3300-EXIT.
004122     EXIT.
004123*----------------------------------------------------------------
004124* LEE PARA ACTUALIZAR LA CORRECCION SELECCIONADA EN LA COMMAREA
004125*----------------------------------------------------------------
004126 3800-LEER-PENDIENTE.
004127     MOVE COM-PEND-NUMERO TO PEND-NUMERO
004128     MOVE COM-PEND-FECHA TO PEND-FECHA-ALTA
004129     MOVE COM-PEND-HORA TO PEND-HORA-ALTA
004130     EXEC CICS HANDLE CONDITION
004131         NOTFND (3890-PENDIENTE-INEXISTENTE)
004132     END-EXEC
004133     EXEC CICS READ
004134         DATASET  ("PENDIENT")
004135         INTO     (REG-PENDIENTE)
004136         RIDFLD   (PEND-CLAVE)
004137         KEYLENGTH (LENGTH OF PEND-CLAVE)
004138         UPDATE
004139     END-EXEC.
004140 3800-EXIT.
004141     EXIT.
004142*----------------------------------------------------------------
004143* LIBERA SIN CAMBIOS LA CORRECCION LEIDA PARA ACTUALIZAR Y BORRA
004144* LA SELECCION DE LA COMMAREA
004145*----------------------------------------------------------------
004146 3810-LIBERAR-PENDIENTE.
004147     EXEC CICS UNLOCK
004148         DATASET ("PENDIENT")
004149     END-EXEC
004150     MOVE 0 TO COM-PEND-NUMERO.
004151 3810-EXIT.
004152     EXIT.
004153*----------------------------------------------------------------
004154* DEJA RESUELTA LA CORRECCION (EL ESTADO LO FIJA QUIEN LLAMA) CON
004155* FECHA, HORA Y EL SUPERVISOR QUE LA RESOLVIO, Y BORRA LA
004156* SELECCION DE LA COMMAREA
004157*----------------------------------------------------------------
004158 3850-CERRAR-PENDIENTE.
004159     MOVE FPRO-FECHA TO PEND-FECHA-RESOL
004160     ACCEPT PEND-HORA-RESOL  FROM TIME
004161     EXEC CICS ASSIGN
004162         USERID (PEND-SUPERVISOR)
004163     END-EXEC
004164     EXEC CICS REWRITE
004165         DATASET ("PENDIENT")
004166         FROM    (REG-PENDIENTE)
004167     END-EXEC
004168     MOVE 0 TO COM-PEND-NUMERO.
004169 3850-EXIT.
004170     EXIT.
004171*----------------------------------------------------------------
004172* CONDICION NOTFND: LA CORRECCION SELECCIONADA YA NO ESTA EN
004173* PENDIENT
004174*----------------------------------------------------------------
004175 3890-PENDIENTE-INEXISTENTE.
004176     MOVE 0 TO COM-PEND-NUMERO
004177     MOVE "LA CORRECCION SELECCIONADA YA NO EXISTE." TO MSJO
004178     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
004179     GO TO 9999-FIN.
004180*----------------------------------------------------------------
004181* DETERMINA SI EL USUARIO DE LA TERMINAL ES SUPERVISOR: DEBE TENER
004182* ACCESO DE LECTURA AL PERFIL DE SEGURIDAD DE LA TRANSACCION
004183* WS-TRANS-SUPERVISOR. SIN PERFIL DEFINIDO NO LO ES
004184*----------------------------------------------------------------
004185 3900-VERIFICAR-SUPERVISOR.
004186     MOVE "N" TO WS-SW-SUPERVISOR
004187     EXEC CICS HANDLE CONDITION
004188         NOTFND (3910-SIN-PERFIL-SUPERVISOR)
004189     END-EXEC
004190     EXEC CICS QUERY SECURITY
004191         RESTYPE ("TRANSACTION")
004192         RESID   (WS-TRANS-SUPERVISOR)
004193         READ    (WS-CVDA-LECTURA)
004194     END-EXEC
004195     IF WS-CVDA-LECTURA = DFHVALUE(READABLE)
004196         SET WS-ES-SUPERVISOR TO TRUE
004197     END-IF
004198     GO TO 3900-EXIT.
004199*----------------------------------------------------------------
004200* CONDICION NOTFND: EL PERFIL DE SUPERVISION NO ESTA DEFINIDO
004201*----------------------------------------------------------------
004202 3910-SIN-PERFIL-SUPERVISOR.
004203     MOVE "N" TO WS-SW-SUPERVISOR.
004204 3900-EXIT.
004205     EXIT.
004206*----------------------------------------------------------------
004207* RECORRE EL MAESTRO EN ORDEN DE CLAVE A PARTIR DE WS-CLAVE-
004208* DESDE (INCLUSIVE) Y CARGA EL AREA DE LISTADO CON LOS PROXIMOS
004209* WS-BROWSE-MAX REGISTROS. LAS CLAVES PRIMERA Y ULTIMA MOSTRADAS
004210* QUEDAN EN LA COMMAREA PARA LA PAGINACION CON PF7/PF8
004211*----------------------------------------------------------------
004212 4000-NAVEGAR.
004213     MOVE 0 TO WS-LINEAS-CARGADAS
004214     MOVE WS-CLAVE-DESDE TO ROMANLAY-NUMERO-IN
004215     EXEC CICS HANDLE CONDITION
004216         NOTFND  (4040-NAVEGACION-SIN-REGISTROS)
004217         ENDFILE (4030-NAVEGACION-INCOMPLETA)
004218     END-EXEC
004219     EXEC CICS STARTBR
004220         DATASET   ("MAESTRO")
004221         RIDFLD    (ROMANLAY-NUMERO-IN)
004222         KEYLENGTH (LENGTH OF ROMANLAY-NUMERO-IN)
004223         GTEQ
004224     END-EXEC
004225     PERFORM 4010-LEER-SIGUIENTE THRU 4010-EXIT
004226         VARYING WS-BROWSE-CONTADOR FROM 1 BY 1
004227             UNTIL WS-BROWSE-CONTADOR > WS-BROWSE-MAX
004228     EXEC CICS ENDBR
004229         DATASET ("MAESTRO")
004230     END-EXEC.
004231 4000-EXIT.
004232     EXIT.
004233*----------------------------------------------------------------
004234* LEE EL PROXIMO REGISTRO DEL MAESTRO, LO AGREGA COMO UNA LINEA
004235* MAS DEL LISTADO Y RECUERDA LAS CLAVES MOSTRADAS
004236*----------------------------------------------------------------
004237 4010-LEER-SIGUIENTE.
004238     EXEC CICS READNEXT
004239         DATASET   ("MAESTRO")
004240         INTO      (REG-MAESTRO)
004241         RIDFLD    (ROMANLAY-NUMERO-IN)
004242         KEYLENGTH (LENGTH OF ROMANLAY-NUMERO-IN)
004243     END-EXEC
004244     STRING "NUMERO " ROMANLAY-NUMERO-IN " = "
004245         ROMANLAY-STRING-ROMANO DELIMITED BY SIZE
004246         INTO LINO(WS-BROWSE-CONTADOR)
004247     END-STRING
004248     ADD 1 TO WS-LINEAS-CARGADAS
004249     IF WS-LINEAS-CARGADAS = 1
004250         MOVE ROMANLAY-NUMERO-IN TO COM-CLAVE-PRIMERA
004260     END-IF
004270     MOVE ROMANLAY-NUMERO-IN TO COM-CLAVE-ULTIMA
005820* GRABA EN LA COLA DE TEMPORARY STORAGE NUMOAUD EL REGISTRO DE
005830* AUDITORIA DE LA ACTUALIZACION RECIEN APLICADA AL MAESTRO, CON
005840* FECHA, HORA, TERMINAL, OPERADOR, FUNCION E IMAGEN ANTERIOR Y
005850* POSTERIOR DEL REGISTRO. TERMINAL Y OPERADOR SON LOS QUE
005851* INGRESARON LA CORRECCION CON LA FUNCION M; EL SUPERVISOR QUE
005852* LA APRUEBA QUEDA APARTE EN AUDON-SUPERVISOR
005860*----------------------------------------------------------------
005870 5000-AUDITAR-ACTUALIZACION.
005880     MOVE FPRO-FECHA TO AUDON-FECHA
005890     ACCEPT AUDON-HORA FROM TIME
005900     MOVE WS-TERMINAL-CORRECCION TO AUDON-TERMINAL
005910     MOVE WS-OPERADOR-CORRECCION TO AUDON-OPERADOR
005911     MOVE WS-USUARIO TO AUDON-SUPERVISOR
005940     MOVE "M" TO AUDON-FUNCION
005950     MOVE COM-NUMERO-IN TO AUDON-NUMERO
005960     MOVE WS-ROMANO-ANTES TO AUDON-ROMANO-ANTES
005970     MOVE WS-FECHA-ANTES TO AUDON-FECHA-ANTES
006121*----------------------------------------------------------------
006122* GRABA EN EL ARCHIVO DE HISTORIA DE CONVERSIONES LA ENTRADA DE
006123* LA ACTUALIZACION RECIEN APLICADA AL MAESTRO (VER HISTOLAY),
006124* CON ORIGEN "O", LOTE "ENLINEA", EL OPERADOR QUE LA HIZO Y EL
006125* SUPERVISOR QUE LA APROBO, IGUAL QUE LO HACEN NUMROM Y NUMINV
006126* EN SUS CAMINOS BATCH
006127*----------------------------------------------------------------
006128 5100-GRABAR-HISTORIA.
006129     MOVE COM-NUMERO-IN          TO HIST-NUMERO
006130     MOVE ROMANLAY-FECHA-CONV    TO HIST-FECHA
006131     MOVE AUDON-HORA             TO HIST-HORA
006132     MOVE ROMANLAY-STRING-ROMANO TO HIST-STRING-ROMANO
006133     SET HIST-ORIGEN-EN-LINEA    TO TRUE
006134     MOVE "ENLINEA"              TO HIST-LOTE-ID
006135     MOVE AUDON-OPERADOR         TO HIST-OPERADOR
006136     MOVE AUDON-SUPERVISOR       TO HIST-SUPERVISOR
006137     EXEC CICS WRITE
006138         DATASET  ("HISTORIA")
006139         FROM     (REG-HISTORIA)
006140         RIDFLD   (HIST-CLAVE)
006141         KEYLENGTH (LENGTH OF HIST-CLAVE)
006142     END-EXEC.
006143 5100-EXIT.
006144     EXIT.
006145*----------------------------------------------------------------
006146* FUNCION H: LISTA EN EL AREA DE LISTADO LAS PRIMERAS ENTRADAS
006147* DE LA HISTORIA DE CONVERSIONES DEL NUMERO PEDIDO Y MUESTRA EN
006148* LA LINEA DE MENSAJES EL REGISTRO ACTUAL DEL MAESTRO. EL
006149* LISTADO DE HISTORIA NO PAGINA: SE LIMPIA COM-SW-HAY-LISTA PARA
006150* QUE PF7/PF8 NO REPINTEN EL LISTADO ANTERIOR DE B O DE A
006151*----------------------------------------------------------------
006152 5500-LISTAR-HISTORIA.
006153     MOVE 0 TO WS-LINEAS-CARGADAS
006154     MOVE SPACES TO COM-SW-HAY-LISTA
006155     MOVE COM-NUMERO-IN TO HIST-NUMERO
006156     MOVE 0 TO HIST-FECHA
006157     MOVE 0 TO HIST-HORA
006158     EXEC CICS HANDLE CONDITION
006159         NOTFND  (5540-SIN-HISTORIA)
006160         ENDFILE (5530-HISTORIA-FIN)
006161     END-EXEC
006162     EXEC CICS STARTBR
006163         DATASET   ("HISTORIA")
006164         RIDFLD    (HIST-CLAVE)
006165         KEYLENGTH (LENGTH OF HIST-CLAVE)
006166         GTEQ
006167     END-EXEC
006168     PERFORM 5510-LEER-HISTORIA THRU 5510-EXIT
006169         VARYING WS-BROWSE-CONTADOR FROM 1 BY 1
006170             UNTIL WS-BROWSE-CONTADOR > WS-BROWSE-MAX
006171     EXEC CICS ENDBR
006172         DATASET ("HISTORIA")
006173     END-EXEC
006174     PERFORM 2000-CONSULTAR THRU 2000-EXIT.
006175 5500-EXIT.
006176     EXIT.
006177*----------------------------------------------------------------
006178* LEE LA PROXIMA ENTRADA DE LA HISTORIA Y LA AGREGA COMO UNA
006179* LINEA MAS DEL LISTADO. UNA ENTRADA DE OTRO NUMERO INDICA QUE
006180* LA HISTORIA DEL NUMERO PEDIDO SE AGOTO Y CORTA EL RECORRIDO
006181*----------------------------------------------------------------
006182 5510-LEER-HISTORIA.
006183     EXEC CICS READNEXT
006184         DATASET   ("HISTORIA")
006185         INTO      (REG-HISTORIA)
006186         RIDFLD    (HIST-CLAVE)
006187         KEYLENGTH (LENGTH OF HIST-CLAVE)
006188     END-EXEC
006189     IF HIST-NUMERO NOT = COM-NUMERO-IN
006190         MOVE WS-BROWSE-MAX TO WS-BROWSE-CONTADOR
006191         GO TO 5510-EXIT
006192     END-IF
006193     ADD 1 TO WS-LINEAS-CARGADAS
006194     STRING HIST-FECHA " " HIST-HORA " " HIST-ORIGEN " "
006195         HIST-LOTE-ID " " HIST-OPERADOR " = "
006196         HIST-STRING-ROMANO DELIMITED BY SIZE
006197         INTO LINO(WS-LINEAS-CARGADAS)
006198     END-STRING.
006199 5510-EXIT.
006200     EXIT.
006201*----------------------------------------------------------------
006202* CONDICION ENDFILE: SE LLEGO AL FINAL DE LA HISTORIA ANTES DE
006203* COMPLETAR EL LISTADO. LO YA LEIDO IGUAL SE MUESTRA, JUNTO CON
006204* EL REGISTRO ACTUAL DEL MAESTRO EN LA LINEA DE MENSAJES
006205*----------------------------------------------------------------
006206 5530-HISTORIA-FIN.
006207     EXEC CICS ENDBR
006208         DATASET ("HISTORIA")
006209     END-EXEC
006210     PERFORM 2000-CONSULTAR THRU 2000-EXIT
006211     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
006212     GO TO 9999-FIN.
006213*----------------------------------------------------------------
006214* CONDICION NOTFND: NO HAY NINGUNA ENTRADA DE HISTORIA CON CLAVE
006215* MAYOR O IGUAL A LA DEL NUMERO PEDIDO
006216*----------------------------------------------------------------
006217 5540-SIN-HISTORIA.
006218     MOVE "EL NUMERO NO TIENE HISTORIA DE CONVERSIONES." TO MSJO
006219     PERFORM 7100-CURSOR-A-NUMERO THRU 7100-EXIT
006220     PERFORM 8000-ENVIAR-MAPA THRU 8000-EXIT
006221     GO TO 9999-FIN.
006222*----------------------------------------------------------------
006223* FUNCION A: LISTA LA ACTIVIDAD EN LINEA DEL DIA (COLA NUMOAUD)
006224* EN EL AREA DE LISTADO, DESDE EL ITEM WS-ITEM-DESDE. EL PRIMER
006225* ITEM MOSTRADO QUEDA EN LA COMMAREA PARA PAGINAR CON PF7/PF8
006226*----------------------------------------------------------------
006227 6000-LISTAR-AUDITORIA.
006228     MOVE 0 TO WS-LINEAS-CARGADAS
006229     EXEC CICS HANDLE CONDITION
006230         QIDERR  (6040-SIN-AUDITORIA)
006231         ITEMERR (6030-AUDITORIA-FIN)
006232     END-EXEC
006240     PERFORM 6010-LEER-ITEM THRU 6010-EXIT
006250         VARYING WS-BROWSE-CONTADOR FROM 1 BY 1
006260             UNTIL WS-BROWSE-CONTADOR > WS-BROWSE-MAX
007039* POR LO QUE OPERA AUN CON LA VENTANA BATCH ABIERTA.
007040*----------------------------------------------------------------
007041 6500-ENCOLAR-DIFERIDO.
007042     PERFORM 2950-VERIFICAR-FECHA-PROCESO THRU 2950-EXIT
007043     IF NOT FPRO-DIA-ABIERTO
007044         MOVE "DIA CERRADO: LA FUNCION D ESTA BLOQUEADA."
007045             TO MSJO
007046         PERFORM 7000-CURSOR-A-FUNCION THRU 7000-EXIT
007047         GO TO 6500-EXIT
007048     END-IF
007049     IF WS-ROMANO-TIPEADO
007050         CALL "NUMVAL" USING COM-STRING-ROMANO
007051             WS-NUMERO-DECODIFICADO WS-SW-ROMANO-VALIDEZ
007052         IF NOT WS-ROMANO-ES-VALIDO
007053             MOVE "EL DATO NO ES UN NUMERO ROMANO VALIDO." TO MSJO
007054             PERFORM 7200-CURSOR-A-ROMANO THRU 7200-EXIT
007055             GO TO 6500-EXIT
007056         END-IF
007057         SET DIF-TIPO-ROMANO TO TRUE
007058         MOVE 0 TO DIF-NUMERO
007059         MOVE COM-STRING-ROMANO TO DIF-ROMANO
007060     ELSE
007061         IF COM-NUMERO-IN = 0 OR COM-NUMERO-IN > 3999
007062             MOVE "NUMERO FUERA DE RANGO (1-3999)." TO MSJO
007063             PERFORM 7100-CURSOR-A-NUMERO THRU 7100-EXIT
007064             GO TO 6500-EXIT
007065         END-IF
007066         SET DIF-TIPO-ARABIGO TO TRUE
007067         MOVE COM-NUMERO-IN TO DIF-NUMERO
007068         MOVE SPACES TO DIF-ROMANO
007069         MOVE SPACES TO COM-STRING-ROMANO
007070     END-IF
007071     MOVE FPRO-FECHA TO DIF-FECHA
007072     ACCEPT DIF-HORA FROM TIME
007073     MOVE EIBTRMID TO DIF-TERMINAL
007074     EXEC CICS ASSIGN
007075         USERID (DIF-OPERADOR)
007076     END-EXEC
007077     MOVE LENGTH OF REG-DIFERIDO TO WS-TS-LONG-DIF
007078     EXEC CICS WRITEQ TS
007079         QUEUE  (WS-TS-COLA-DIF)
007080         FROM   (REG-DIFERIDO)
007081         LENGTH (WS-TS-LONG-DIF)
007082     END-EXEC
007083     MOVE "SOLICITUD DIFERIDA ENCOLADA PARA EL LOTE NOCTURNO."
007084         TO MSJO.
007085 6500-EXIT.
007086     EXIT.
007087*----------------------------------------------------------------
007088* DEJA EL CURSOR EN EL CAMPO FUNCION Y LO RESALTA COMO CAMPO EN
007089* ERROR
007090*----------------------------------------------------------------
007091 7000-CURSOR-A-FUNCION.
007092     MOVE 0 TO NUML
007100     MOVE 0 TO ROML
007110     MOVE -1 TO FUNCL
007120     MOVE DFHBMBRY TO FUNCA.
