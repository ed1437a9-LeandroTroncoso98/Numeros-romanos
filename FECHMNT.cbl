000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FECHMNT.
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
000220*                     REGISTRO DE CONTROL DE LA FECHA DE PROCESO
000230*                     (FECHAPRO, COPY FPROLAY) QUE ESTAMPAN TODOS
000240*                     LOS PROGRAMAS DE LA CADENA. CON PARM
000250*                     "ABRIR" ES EL PASO DE INICIO DE DIA: ABRE
000260*                     EL DIA QUE DEJO EL ULTIMO CIERRE (O EL
000270*                     INFORMADO EN EL PARM, PARA LA PRIMERA
000280*                     APERTURA O EL REPROCESO DE UN DIA ANTERIOR).
000290*                     CON PARM "CERRAR" ES EL PASO DE FIN DE DIA:
000300*                     CIERRA EL DIA ABIERTO Y AVANZA LA FECHA AL
000310*                     DIA SIGUIENTE. UNA APERTURA REPETIDA DEL
000320*                     MISMO DIA TERMINA CON RETURN-CODE 4; UNA
000330*                     OPERACION IMPOSIBLE (CERRAR SIN DIA
000340*                     ABIERTO, ABRIR OTRO DIA CON UNO ABIERTO,
000350*                     FECHA INVALIDA) CON RETURN-CODE 16.
000351* 15/10/2026  TL      LA FECHA DEL PARM SE BUSCA DESPUES DE LOS
000352*                     BLANCOS QUE SIGUEN A LA OPERACION, EN LUGAR
000353*                     DE TOMARLA SOLO DE LAS POSICIONES 8-15: UNA
000354*                     FECHA CORRIDA SE IGNORABA SIN AVISO. LO QUE
000355*                     SIGA A LA OPERACION Y NO SEA UNA FECHA DE 8
000356*                     DIGITOS RECHAZA LA CORRIDA CON RETURN-CODE
000357*                     16.
000358* 15/10/2026  TL      UNA OPERACION RECHAZADA CIERRA TAMBIEN EL
000359*                     CONTROL FECHAPRO SI YA ESTABA ABIERTO.
000360* 15/10/2026  TL      UN REPROCESO (ABRIR CON UNA FECHA ANTERIOR
000361*                     AL DIA PENDIENTE) GUARDA ESE DIA EN
000362*                     FPRO-FECHA-PENDIENTE Y EL CIERRE LO
000363*                     RESTITUYE EN LUGAR DE AVANZAR UN DIA: ANTES
000364*                     EL CALENDARIO QUEDABA ATRASADO Y LA PROXIMA
000365*                     APERTURA SIN PARM VOLVIA A UN DIA YA
000366*                     PROCESADO. NO SE ACEPTA ABRIR UN DIA
000367*                     POSTERIOR AL PENDIENTE.
000369*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FECHAPRO ASSIGN TO FECHAPRO
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS FPRO-CLAVE
000440         FILE STATUS IS WS-FS-FECHAPRO.
000450     SELECT REPORTE ASSIGN TO REPORTE
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT ESTADIST ASSIGN TO ESTADIST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-ESTADIST.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FECHAPRO
000530     LABEL RECORDS ARE STANDARD.
000540 01  REG-FECHAPRO.
000550     COPY FPROLAY.
000560 FD  REPORTE
000570     LABEL RECORDS ARE STANDARD
000580     RECORDING MODE IS F.
000590 01  REG-REPORTE                PIC X(80).
000600 FD  ESTADIST
000610     LABEL RECORDS ARE STANDARD
000620     RECORDING MODE IS F.
000630 01  REG-ESTADIST.
000640     COPY ESTALAY.
000650 WORKING-STORAGE SECTION.
000660 01  WS-SWITCHES.
000670     05  WS-SW-HAY-CONTROL      PIC X(01) VALUE "S".
000680         88  WS-HAY-CONTROL             VALUE "S".
000690     05  WS-SW-FECHA-VALIDA     PIC X(01) VALUE "S".
000700         88  WS-FECHA-VALIDA            VALUE "S".
000701     05  WS-SW-PARM-ERRONEO     PIC X(01) VALUE "N".
000702         88  WS-PARM-ERRONEO            VALUE "S".
000703     05  WS-SW-FECHAPRO-ABIERTO PIC X(01) VALUE "N".
000704         88  WS-FECHAPRO-ABIERTO        VALUE "S".
000710 77  WS-FS-FECHAPRO             PIC X(02).
000720     88  WS-FS-FECHAPRO-OK             VALUE "00".
000730     88  WS-FS-FECHAPRO-NO-EXISTE      VALUE "35".
000740 77  WS-FS-ESTADIST             PIC X(02).
000750     88  WS-FS-ESTADIST-OK             VALUE "00".
000760     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000770 77  WS-OPERACION               PIC X(06) VALUE SPACES.
000780     88  WS-OPER-ABRIR                 VALUE "ABRIR ".
000790     88  WS-OPER-CERRAR                VALUE "CERRAR".
000800 77  WS-FECHA-PARM              PIC 9(08) VALUE 0.
000801 77  WS-LONG-PARM               PIC S9(04) COMP VALUE 0.
000802 77  WS-IND-PARM                PIC S9(04) COMP VALUE 0.
000803 77  WS-POS-FECHA               PIC S9(04) COMP VALUE 0.
000810 77  WS-RC-FINAL                PIC 9(02) VALUE 0.
000820 77  WS-DIAS-FECHA              PIC 9(08) VALUE 0.
000830*----------------------------------------------------------------
000840* VALIDACION DE UNA FECHA AAAAMMDD DE CALENDARIO
000850*----------------------------------------------------------------
000860 01  WS-FECHA-VALIDAR           PIC 9(08) VALUE 0.
000870 01  WS-FECHA-VALIDAR-R REDEFINES WS-FECHA-VALIDAR.
000880     05  WS-FVA-ANIO            PIC 9(04).
000890     05  WS-FVA-MES             PIC 9(02).
000900     05  WS-FVA-DIA             PIC 9(02).
000910 01  WS-TABLA-DIAS-MES          PIC X(24) VALUE
000920     "312831303130313130313031".
000930 01  WS-TABLA-DIAS-MES-R REDEFINES WS-TABLA-DIAS-MES.
000940     05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
000950 77  WS-MAX-DIA                 PIC 9(02) VALUE 0.
000960 77  WS-COCIENTE                PIC 9(04) VALUE 0.
000970 77  WS-RESTO-4                 PIC 9(04) VALUE 0.
000980 77  WS-RESTO-100               PIC 9(04) VALUE 0.
000990 77  WS-RESTO-400               PIC 9(04) VALUE 0.
001000 LINKAGE SECTION.
001010 01  WS-PARM.
001020     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
001030     05  WS-PARM-DATOS          PIC X(20).
001040 PROCEDURE DIVISION USING WS-PARM.
001050*----------------------------------------------------------------
001060*                        P A R R A F O   P R I N C I P A L
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001100     IF WS-OPER-ABRIR
001110         PERFORM 2000-ABRIR-DIA THRU 2000-EXIT
001120     ELSE
001130         PERFORM 3000-CERRAR-DIA THRU 3000-EXIT
001140     END-IF
001150     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001160     GO TO 9999-FIN.
001170*----------------------------------------------------------------
001180* RESUELVE EL PARM, ABRE LOS ARCHIVOS Y LEE EL REGISTRO DE
001190* CONTROL. EL ARCHIVO SE CREA VACIO SI NO EXISTE (LA PRIMERA
001200* APERTURA GRABA EL REGISTRO)
001210*----------------------------------------------------------------
001220 1000-INICIALIZAR.
001230     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001240     OPEN OUTPUT REPORTE
001250     IF NOT WS-OPER-ABRIR AND NOT WS-OPER-CERRAR
001260         MOVE "EL PARM DEBE SER ABRIR [AAAAMMDD] O CERRAR."
001270             TO REG-REPORTE
001280         PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
001290     END-IF
001291     IF WS-PARM-ERRONEO
001292         MOVE "TRAS LA OPERACION SOLO PUEDE IR LA FECHA AAAAMMDD."
001293             TO REG-REPORTE
001294         PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
001295     END-IF
001300     IF WS-FECHA-PARM NOT = 0
001310         MOVE WS-FECHA-PARM TO WS-FECHA-VALIDAR
001320         PERFORM 1200-VALIDAR-FECHA THRU 1200-EXIT
001330         IF NOT WS-FECHA-VALIDA
001340             MOVE SPACES TO REG-REPORTE
001350             STRING "LA FECHA DEL PARM " WS-FECHA-PARM
001360                 " NO ES UNA FECHA VALIDA." DELIMITED BY SIZE
001370                 INTO REG-REPORTE
001380             END-STRING
001390             PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
001400         END-IF
001410     END-IF
001420     OPEN I-O FECHAPRO
001430     IF WS-FS-FECHAPRO-NO-EXISTE
001440         OPEN OUTPUT FECHAPRO
001450         CLOSE FECHAPRO
001460         OPEN I-O FECHAPRO
001470     END-IF
001480     IF NOT WS-FS-FECHAPRO-OK
001490         MOVE SPACES TO REG-REPORTE
001500         STRING "NO PUDO ABRIRSE EL CONTROL DE FECHA DE PROCESO "
001510             "(STATUS " WS-FS-FECHAPRO ")." DELIMITED BY SIZE
001520             INTO REG-REPORTE
001530         END-STRING
001540         PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
001541     END-IF
001550     SET WS-FECHAPRO-ABIERTO TO TRUE
001560     MOVE "FECHAPRO" TO FPRO-CLAVE
001570     READ FECHAPRO
001580         INVALID KEY
001590             MOVE "N" TO WS-SW-HAY-CONTROL
001600     END-READ.
001610 1000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------------
001640* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-6 = OPERACION
001650* (ABRIR O CERRAR); DESPUES DE LOS BLANCOS QUE LA SIGUEN, LA
001660* FECHA AAAAMMDD A ABRIR, SOLO PARA LA PRIMERA APERTURA O EL
001661* REPROCESO DE OTRO DIA. CUALQUIER OTRA COSA DETRAS DE LA
001662* OPERACION (MENOS O MAS DE 8 DIGITOS, LETRAS, UN SEGUNDO DATO)
001663* DEJA EL PARM ERRONEO
001670*----------------------------------------------------------------
001680 1100-LEER-PARM.
001681     MOVE WS-PARM-LONGITUD TO WS-LONG-PARM
001682     IF WS-LONG-PARM > LENGTH OF WS-PARM-DATOS
001683         MOVE LENGTH OF WS-PARM-DATOS TO WS-LONG-PARM
001684     END-IF
001690     IF WS-LONG-PARM > 6
001700         MOVE WS-PARM-DATOS(1:6) TO WS-OPERACION
001710     ELSE
001711         IF WS-LONG-PARM > 0
001712             MOVE WS-PARM-DATOS(1:WS-LONG-PARM)
001713                 TO WS-OPERACION
001714         END-IF
001715     END-IF
001716     IF WS-LONG-PARM < 7
001717         GO TO 1100-EXIT
001718     END-IF
001719     MOVE 0 TO WS-POS-FECHA
001720     PERFORM 1110-BUSCAR-FECHA THRU 1110-EXIT
001721         VARYING WS-IND-PARM FROM 7 BY 1
001722         UNTIL WS-IND-PARM > WS-LONG-PARM OR WS-POS-FECHA > 0
001723     IF WS-POS-FECHA = 0
001724         GO TO 1100-EXIT
001725     END-IF
001726     IF WS-POS-FECHA + 7 > WS-LONG-PARM
001727         SET WS-PARM-ERRONEO TO TRUE
001728         GO TO 1100-EXIT
001729     END-IF
001730     IF WS-PARM-DATOS(WS-POS-FECHA:8) NOT NUMERIC
001731         SET WS-PARM-ERRONEO TO TRUE
001732         GO TO 1100-EXIT
001733     END-IF
001734     IF WS-POS-FECHA + 7 < WS-LONG-PARM
001735         IF WS-PARM-DATOS(WS-POS-FECHA + 8:
001736                WS-LONG-PARM - WS-POS-FECHA - 7) NOT = SPACES
001737             SET WS-PARM-ERRONEO TO TRUE
001738             GO TO 1100-EXIT
001739         END-IF
001740     END-IF
001741     MOVE WS-PARM-DATOS(WS-POS-FECHA:8) TO WS-FECHA-PARM
001742     IF WS-FECHA-PARM = 0
001743         SET WS-PARM-ERRONEO TO TRUE
001744     END-IF.
001770 1100-EXIT.
001780     EXIT.
001781*----------------------------------------------------------------
001782* DEJA EN WS-POS-FECHA LA POSICION DEL PRIMER CARACTER NO BLANCO
001783* QUE SIGUE A LA OPERACION
001784*----------------------------------------------------------------
001785 1110-BUSCAR-FECHA.
001786     IF WS-PARM-DATOS(WS-IND-PARM:1) NOT = SPACE
001787         MOVE WS-IND-PARM TO WS-POS-FECHA
001788     END-IF.
001789 1110-EXIT.
001790     EXIT.
001791*----------------------------------------------------------------
001800* VERIFICA QUE WS-FECHA-VALIDAR SEA UNA FECHA REAL DE CALENDARIO
001810* (MES 1-12, DIA DENTRO DEL MES, 29/02 SOLO EN ANIO BISIESTO)
001820*----------------------------------------------------------------
001830 1200-VALIDAR-FECHA.
001840     MOVE "S" TO WS-SW-FECHA-VALIDA
001850     IF WS-FVA-ANIO < 1601
001860        OR WS-FVA-MES < 1 OR WS-FVA-MES > 12
001870        OR WS-FVA-DIA < 1
001880         MOVE "N" TO WS-SW-FECHA-VALIDA
001890         GO TO 1200-EXIT
001900     END-IF
001910     MOVE WS-DIAS-MES(WS-FVA-MES) TO WS-MAX-DIA
001920     IF WS-FVA-MES = 2
001930         DIVIDE WS-FVA-ANIO BY 4 GIVING WS-COCIENTE
001940             REMAINDER WS-RESTO-4
001950         DIVIDE WS-FVA-ANIO BY 100 GIVING WS-COCIENTE
001960             REMAINDER WS-RESTO-100
001970         DIVIDE WS-FVA-ANIO BY 400 GIVING WS-COCIENTE
001980             REMAINDER WS-RESTO-400
001990         IF WS-RESTO-400 = 0
002000            OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
002010             MOVE 29 TO WS-MAX-DIA
002020         END-IF
002030     END-IF
002040     IF WS-FVA-DIA > WS-MAX-DIA
002050         MOVE "N" TO WS-SW-FECHA-VALIDA
002060     END-IF.
002070 1200-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* INICIO DE DIA. SIN REGISTRO DE CONTROL LA FECHA DEBE VENIR EN
002110* EL PARM (PRIMERA APERTURA). CON UN DIA ABIERTO SOLO SE ACEPTA
002120* REPETIR LA APERTURA DEL MISMO DIA. CON EL DIA CERRADO SE ABRE
002130* LA FECHA QUE DEJO EL CIERRE, SALVO QUE EL PARM PIDA UN DIA
002131* ANTERIOR PARA REPROCESO: EL DIA QUE ESPERABA ABRIRSE QUEDA EN
002132* FPRO-FECHA-PENDIENTE PARA QUE EL CIERRE LO RESTITUYA. NO SE
002133* PUEDE SALTAR HACIA ADELANTE: UN DIA POSTERIOR AL PENDIENTE SE
002134* RECHAZA
002140*----------------------------------------------------------------
002150 2000-ABRIR-DIA.
002160     IF NOT WS-HAY-CONTROL
002170         IF WS-FECHA-PARM = 0
002180             MOVE "NO HAY CONTROL DE FECHA: INFORME EN EL PARM "
002190                 TO REG-REPORTE
002200             PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002210             MOVE "LA FECHA DE LA PRIMERA APERTURA."
002220                 TO REG-REPORTE
002230             PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
002240         END-IF
002250         MOVE "FECHAPRO" TO FPRO-CLAVE
002260         MOVE WS-FECHA-PARM TO FPRO-FECHA
002270         MOVE 0 TO FPRO-FECHA-ANTERIOR
002280         MOVE 0 TO FPRO-CIERRE-FECHA
002290         MOVE 0 TO FPRO-CIERRE-HORA
002295         MOVE 0 TO FPRO-FECHA-PENDIENTE
002300         SET FPRO-DIA-ABIERTO TO TRUE
002310         ACCEPT FPRO-APERTURA-FECHA FROM DATE YYYYMMDD
002320         ACCEPT FPRO-APERTURA-HORA FROM TIME
002330         WRITE REG-FECHAPRO
002340         PERFORM 2100-INFORMAR-APERTURA THRU 2100-EXIT
002350         GO TO 2000-EXIT
002360     END-IF
002370     IF FPRO-DIA-ABIERTO
002380         IF WS-FECHA-PARM NOT = 0
002390            AND WS-FECHA-PARM NOT = FPRO-FECHA
002400             MOVE SPACES TO REG-REPORTE
002410             STRING "EL DIA " FPRO-FECHA " SIGUE ABIERTO: "
002420                 "CIERRELO ANTES DE ABRIR OTRO." DELIMITED BY SIZE
002430                 INTO REG-REPORTE
002440             END-STRING
002450             PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
002460         END-IF
002470         MOVE SPACES TO REG-REPORTE
002480         STRING "EL DIA " FPRO-FECHA " YA ESTABA ABIERTO. "
002490             "SIN CAMBIOS." DELIMITED BY SIZE
002500             INTO REG-REPORTE
002510         END-STRING
002520         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002530         MOVE 4 TO WS-RC-FINAL
002540         GO TO 2000-EXIT
002550     END-IF
002560     IF WS-FECHA-PARM NOT = 0
002570        AND WS-FECHA-PARM NOT = FPRO-FECHA
002571         IF WS-FECHA-PARM > FPRO-FECHA
002572             MOVE SPACES TO REG-REPORTE
002573             STRING "EL DIA " WS-FECHA-PARM " ES POSTERIOR AL "
002574                 "PROXIMO DIA A PROCESAR (" FPRO-FECHA ")."
002575                 DELIMITED BY SIZE INTO REG-REPORTE
002576             END-STRING
002577             PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
002578         END-IF
002580         MOVE SPACES TO REG-REPORTE
002590         STRING "SE REABRE EL DIA " WS-FECHA-PARM
002600             " PARA REPROCESO; AL CERRARLO VUELVE EL "
002605             FPRO-FECHA "."
002610             DELIMITED BY SIZE INTO REG-REPORTE
002620         END-STRING
002630         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002635         MOVE FPRO-FECHA TO FPRO-FECHA-PENDIENTE
002640         MOVE WS-FECHA-PARM TO FPRO-FECHA
002650     END-IF
002660     SET FPRO-DIA-ABIERTO TO TRUE
002670     ACCEPT FPRO-APERTURA-FECHA FROM DATE YYYYMMDD
002680     ACCEPT FPRO-APERTURA-HORA FROM TIME
002690     REWRITE REG-FECHAPRO
002700     PERFORM 2100-INFORMAR-APERTURA THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* INFORMA EL DIA QUE QUEDO ABIERTO
002750*----------------------------------------------------------------
002760 2100-INFORMAR-APERTURA.
002770     MOVE SPACES TO REG-REPORTE
002780     STRING "FECHA DE PROCESO " FPRO-FECHA " ABIERTA."
002790         DELIMITED BY SIZE INTO REG-REPORTE
002800     END-STRING
002810     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002820 2100-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850* FIN DE DIA: CIERRA EL DIA ABIERTO Y DEJA EN EL REGISTRO LA
002860* FECHA DEL DIA SIGUIENTE, QUE ABRIRA EL PROXIMO INICIO DE DIA.
002861* AL CERRAR UN REPROCESO SE DEJA EN CAMBIO EL DIA PENDIENTE QUE
002862* GUARDO LA APERTURA
002870*----------------------------------------------------------------
002880 3000-CERRAR-DIA.
002890     IF NOT WS-HAY-CONTROL
002900         MOVE "NO HAY CONTROL DE FECHA DE PROCESO PARA CERRAR."
002910             TO REG-REPORTE
002920         PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
002930     END-IF
002940     IF NOT FPRO-DIA-ABIERTO
002950         MOVE SPACES TO REG-REPORTE
002960         STRING "EL DIA " FPRO-FECHA-ANTERIOR " YA ESTA CERRADO."
002970             DELIMITED BY SIZE INTO REG-REPORTE
002980         END-STRING
002990         PERFORM 6900-RECHAZAR-OPERACION THRU 6900-EXIT
003000     END-IF
003010     MOVE FPRO-FECHA TO FPRO-FECHA-ANTERIOR
003020     COMPUTE WS-DIAS-FECHA =
003030         FUNCTION INTEGER-OF-DATE(FPRO-FECHA) + 1
003040     END-COMPUTE
003050     COMPUTE FPRO-FECHA = FUNCTION DATE-OF-INTEGER(WS-DIAS-FECHA)
003060     END-COMPUTE
003061     IF FPRO-FECHA-PENDIENTE NOT = 0
003062         MOVE FPRO-FECHA-PENDIENTE TO FPRO-FECHA
003063         MOVE 0 TO FPRO-FECHA-PENDIENTE
003064     END-IF
003070     SET FPRO-DIA-CERRADO TO TRUE
003080     ACCEPT FPRO-CIERRE-FECHA FROM DATE YYYYMMDD
003090     ACCEPT FPRO-CIERRE-HORA FROM TIME
003100     REWRITE REG-FECHAPRO
003110     MOVE SPACES TO REG-REPORTE
003120     STRING "FECHA DE PROCESO " FPRO-FECHA-ANTERIOR
003130         " CERRADA. PROXIMO DIA: " FPRO-FECHA "."
003140         DELIMITED BY SIZE INTO REG-REPORTE
003150     END-STRING
003160     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
003170 3000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* LA OPERACION NO PUEDE HACERSE: INFORMA EL MOTIVO (YA ARMADO EN
003201* REG-REPORTE), CIERRA EL CONTROL SI ESTABA ABIERTO Y TERMINA
003210* CON RETURN-CODE 16 SIN TOCARLO
003220*----------------------------------------------------------------
003230 6900-RECHAZAR-OPERACION.
003240     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003250     MOVE "OPERACION RECHAZADA: LA FECHA DE PROCESO NO CAMBIA."
003260         TO REG-REPORTE
003261     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003262     IF WS-FECHAPRO-ABIERTO
003263         CLOSE FECHAPRO
003270     END-IF
003280     CLOSE REPORTE
003290     MOVE 16 TO WS-RC-FINAL
003300     MOVE WS-RC-FINAL TO RETURN-CODE
003310     STOP RUN.
003320 6900-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
003360* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
003370*----------------------------------------------------------------
003380 7000-GRABAR-LINEA.
003390     WRITE REG-REPORTE
003400     DISPLAY REG-REPORTE.
003410 7000-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
003450*----------------------------------------------------------------
003460 9000-FINALIZAR.
003470     CLOSE FECHAPRO
003480     CLOSE REPORTE.
003490 9000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
003530* DE ESTA EJECUCION (VER ESTALAY), FECHADO CON EL DIA QUE SE ABRIO
003540* O CERRO, PARA QUE EL PASO DE CONTROL CTLPASO PUEDA EXIGIR LA
003550* APERTURA DEL DIA COMO PREDECESOR DE LA CADENA
003560*----------------------------------------------------------------
003570 8900-GRABAR-ESTADISTICA.
003580     OPEN EXTEND ESTADIST
003590     IF WS-FS-ESTADIST-NO-EXISTE
003600         OPEN OUTPUT ESTADIST
003610     END-IF
003620     MOVE "FECHMNT" TO EST-PROGRAMA
003630     IF WS-OPER-ABRIR
003640         MOVE FPRO-FECHA TO EST-FECHA
003650         MOVE 1 TO EST-CNT-1
003660         MOVE 0 TO EST-CNT-2
003670     ELSE
003680         MOVE FPRO-FECHA-ANTERIOR TO EST-FECHA
003690         MOVE 0 TO EST-CNT-1
003700         MOVE 1 TO EST-CNT-2
003710     END-IF
003720     ACCEPT EST-HORA FROM TIME
003730     MOVE FPRO-FECHA TO EST-CNT-3
003740     MOVE WS-RC-FINAL TO EST-RETORNO
003750     WRITE REG-ESTADIST
003760     CLOSE ESTADIST.
003770 8900-EXIT.
003780     EXIT.
003790 9999-FIN.
003800     MOVE WS-RC-FINAL TO RETURN-CODE
003810     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
003820     STOP RUN.
