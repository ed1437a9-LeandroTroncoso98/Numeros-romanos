000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CIERRMES.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. CIERRE DE MES: LEE EL
000220*                     AUDITLOG Y EL REGISTRO DE LOTES (LOTEREG)
000230*                     DEL PERIODO A CERRAR Y GRABA EN EL ARCHIVO
000240*                     PERMANENTE DE ESTADISTICAS MENSUALES
000250*                     (ESTMENS, COPY ESTMLAY) LAS CANTIDADES POR
000260*                     AREA EMISORA, TIPO DE DETALLE, RESULTADO Y
000270*                     MOTIVO DE RECHAZO, MAS LOS LOTES DE CADA
000280*                     AREA. EMITE EL ESTADO DE SERVICIO POR AREA
000290*                     (LOTES, REGISTROS Y RECHAZOS) QUE USA
000300*                     FINANZAS PARA EL RECUPERO INTERNO DE
000310*                     COSTOS. UN PERIODO YA CERRADO SE RECHAZA
000320*                     CON RETURN-CODE 12. SI LA DEPURACION DE
000330*                     AUDPURGE CON EL PLAZO DE RETENCION DEL PARM
000340*                     YA ALCANZA PARTE DEL PERIODO, EL CIERRE SE
000350*                     RETIENE CON RETURN-CODE 16: EL AUDITLOG
000360*                     VIVO YA NO TENDRIA EL MES COMPLETO.
000361* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000362*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000363*                     RELOJ DEL SISTEMA PARA DETERMINAR EL MES
000364*                     VENCIDO, LA FECHA DE CIERRE Y ESTADIST. SIN
000365*                     CONTROL DE FECHA O CON EL DIA YA CERRADO LA
000366*                     CORRIDA SE RECHAZA CON RETURN-CODE 16.
000367* 15/10/2026  TL      LAS CONVERSIONES DE FECHA A ROMANOS SE ABREN
000368*                     CON TIPO DE DETALLE "F" EN ESTMENS.
000369* 15/10/2026  TL      LAS CORRECCIONES EN LINEA (LOTE
000370*                     "ENLINEA") QUEDAN CON AREA EN BLANCO EN
000371*                     LUGAR DE CAER EN LA BUSQUEDA POR EL
000372*                     PREFIJO "EN". UN CIERRE RECHAZADO CIERRA
000373*                     TODOS LOS ARCHIVOS ABIERTOS.
000374*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AUDITLOG ASSIGN TO AUDITLOG
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-FS-AUDITLOG.
000440     SELECT LOTEREG ASSIGN TO LOTEREG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LREG-LOTE-ID
000480         FILE STATUS IS WS-FS-LOTEREG.
000490     SELECT AREAREG ASSIGN TO AREAREG
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AREA-PREFIJO
000530         FILE STATUS IS WS-FS-AREAREG.
000540     SELECT ESTMENS ASSIGN TO ESTMENS
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EMES-CLAVE
000580         FILE STATUS IS WS-FS-ESTMENS.
000590     SELECT REPORTE ASSIGN TO REPORTE
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT ESTADIST ASSIGN TO ESTADIST
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FS-ESTADIST.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDITLOG
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  REG-AUDITLOG.
000700     COPY AUDITLAY.
000710 FD  LOTEREG
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-LOTEREG.
000740     COPY LOTRGLAY.
000750 FD  AREAREG
000760     LABEL RECORDS ARE STANDARD.
000770 01  REG-AREAREG.
000780     COPY AREALAY.
000790 FD  ESTMENS
000800     LABEL RECORDS ARE STANDARD.
000810 01  REG-ESTMENS.
000820     COPY ESTMLAY.
000830 FD  REPORTE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  REG-REPORTE                PIC X(80).
000870 FD  ESTADIST
000880     LABEL RECORDS ARE STANDARD
000890     RECORDING MODE IS F.
000900 01  REG-ESTADIST.
000910     COPY ESTALAY.
000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
000940     05  WS-SW-FIN-AUDITORIA    PIC X(01) VALUE "N".
000950         88  WS-FIN-AUDITORIA           VALUE "S".
000960     05  WS-SW-FIN-LOTES        PIC X(01) VALUE "N".
000970         88  WS-FIN-LOTES               VALUE "S".
000980     05  WS-SW-SIN-AREAS        PIC X(01) VALUE "N".
000990         88  WS-SIN-AREAS               VALUE "S".
001000     05  WS-SW-SIN-LOTES        PIC X(01) VALUE "N".
001010         88  WS-SIN-LOTES               VALUE "S".
001020     05  WS-SW-DETALLE-HALLADO  PIC X(01) VALUE "N".
001030         88  WS-DETALLE-HALLADO         VALUE "S".
001040     05  WS-SW-AREA-HALLADA     PIC X(01) VALUE "N".
001050         88  WS-AREA-HALLADA            VALUE "S".
001051     05  WS-SW-ESTMENS-ABIERTO  PIC X(01) VALUE "N".
001052         88  WS-ESTMENS-ABIERTO         VALUE "S".
001053     05  WS-SW-ENTRADAS-ABIERTAS
001054                                PIC X(01) VALUE "N".
001055         88  WS-ENTRADAS-ABIERTAS       VALUE "S".
001060 77  WS-FS-AUDITLOG             PIC X(02).
001070     88  WS-FS-AUDITLOG-OK             VALUE "00".
001080     88  WS-FS-AUDITLOG-NO-EXISTE      VALUE "35".
001090 77  WS-FS-LOTEREG              PIC X(02).
001100     88  WS-FS-LOTEREG-OK              VALUE "00".
001110     88  WS-FS-LOTEREG-NO-EXISTE       VALUE "35".
001120 77  WS-FS-AREAREG              PIC X(02).
001130     88  WS-FS-AREAREG-OK              VALUE "00".
001140     88  WS-FS-AREAREG-NO-EXISTE       VALUE "35".
001150 77  WS-FS-ESTMENS              PIC X(02).
001160     88  WS-FS-ESTMENS-OK              VALUE "00".
001170     88  WS-FS-ESTMENS-NO-EXISTE       VALUE "35".
001180 77  WS-FS-ESTADIST             PIC X(02).
001190     88  WS-FS-ESTADIST-OK             VALUE "00".
001200     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
001210*----------------------------------------------------------------
001220* PERIODO A CERRAR Y CONTROL CONTRA LA DEPURACION DE AUDPURGE
001230*----------------------------------------------------------------
001240 77  WS-FECHA-CORRIDA           PIC 9(08).
001241 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001242     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001250 01  WS-PERIODO                 PIC 9(06) VALUE 0.
001260 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
001270     05  WS-PER-ANIO            PIC 9(04).
001280     05  WS-PER-MES             PIC 9(02).
001290 77  WS-PERIODO-CORRIDA         PIC 9(06) VALUE 0.
001300 77  WS-PRIMER-DIA              PIC 9(08) VALUE 0.
001310 77  WS-DIAS-RETENCION          PIC 9(03) VALUE 90.
001320 77  WS-FECHA-CORTE             PIC 9(08) VALUE 0.
001330 77  WS-DIAS-ENTEROS            PIC 9(07) VALUE 0.
001340 77  WS-RC-FINAL                PIC 9(02) VALUE 0.
001350*----------------------------------------------------------------
001360* CLAVE DE APERTURA DE LA ENTRADA DE AUDITORIA EN CURSO Y
001370* ULTIMO PREFIJO DE LOTE RESUELTO CONTRA EL REGISTRO DE AREAS
001380*----------------------------------------------------------------
001390 01  WS-CLAVE-ACTUAL.
001400     05  WS-CLA-AREA            PIC X(04).
001410     05  WS-CLA-TIPO-DETALLE    PIC X(01).
001420     05  WS-CLA-RESULTADO       PIC X(01).
001430     05  WS-CLA-MOTIVO          PIC 9(02).
001440 77  WS-ULTIMO-PREFIJO          PIC X(02) VALUE HIGH-VALUES.
001450 77  WS-ULTIMA-AREA             PIC X(04) VALUE SPACES.
001460*----------------------------------------------------------------
001470* TABLA DE APERTURAS (REGISTROS "D" DE ESTMENS)
001480*----------------------------------------------------------------
001490 77  WS-MAX-DETALLES            PIC 9(03) VALUE 500.
001500 77  WS-DETALLES-USADOS         PIC 9(03) VALUE 0.
001510 77  WS-IND-DET                 PIC 9(03) VALUE 0.
001520 01  WS-TABLA-DETALLES.
001530     05  WS-TAB-DET OCCURS 500 TIMES.
001540         10  WS-TDE-AREA        PIC X(04).
001550         10  WS-TDE-TIPO        PIC X(01).
001560         10  WS-TDE-RESULTADO   PIC X(01).
001570         10  WS-TDE-MOTIVO      PIC 9(02).
001580         10  WS-TDE-CANTIDAD    PIC 9(08).
001590*----------------------------------------------------------------
001600* TABLA DE AREAS DEL PERIODO (REGISTROS "L" Y ESTADO DE SERVICIO)
001610*----------------------------------------------------------------
001620 77  WS-MAX-AREAS               PIC 9(02) VALUE 50.
001630 77  WS-AREAS-USADAS            PIC 9(02) VALUE 0.
001640 77  WS-IND-AREA                PIC 9(02) VALUE 0.
001650 01  WS-TABLA-AREAS.
001660     05  WS-TAB-AREA OCCURS 50 TIMES.
001670         10  WS-TAR-AREA        PIC X(04).
001680         10  WS-TAR-LOTES       PIC 9(08).
001690         10  WS-TAR-LEIDOS      PIC 9(08).
001700         10  WS-TAR-ACEPTADOS   PIC 9(08).
001710         10  WS-TAR-RECHAZADOS  PIC 9(08).
001720         10  WS-TAR-LOTES-RECH  PIC 9(08).
001730         10  WS-TAR-EN-LINEA    PIC 9(08).
001740 77  WS-AREA-BUSCADA            PIC X(04) VALUE SPACES.
001750 01  WS-TOTALES-CONTROL.
001760     05  WS-CNT-AUDITORIA       PIC 9(08) VALUE 0.
001770     05  WS-CNT-AUDIT-PERIODO   PIC 9(08) VALUE 0.
001780     05  WS-CNT-LOTES           PIC 9(08) VALUE 0.
001790     05  WS-CNT-REGISTROS       PIC 9(08) VALUE 0.
001800     05  WS-CNT-GRABADOS        PIC 9(08) VALUE 0.
001810 01  WS-LINEA-AREA.
001820     05  FILLER                 PIC X(27) VALUE
001830         "ESTADO DE SERVICIO - AREA ".
001840     05  WS-LIA-AREA            PIC X(16).
001850     05  FILLER                 PIC X(09) VALUE " PERIODO ".
001860     05  WS-LIA-PERIODO         PIC 9(06).
001870     05  FILLER                 PIC X(22) VALUE SPACES.
001880 01  WS-LINEA-MOTIVO.
001890     05  FILLER                 PIC X(04) VALUE SPACES.
001900     05  FILLER                 PIC X(14) VALUE "RECHAZOS TIPO ".
001910     05  WS-LIM-TIPO            PIC X(01).
001920     05  FILLER                 PIC X(08) VALUE " MOTIVO ".
001930     05  WS-LIM-MOTIVO          PIC 9(02).
001940     05  FILLER                 PIC X(08) VALUE SPACES.
001950     05  FILLER                 PIC X(02) VALUE ": ".
001960     05  WS-LIM-CANT            PIC Z(07)9.
001970     05  FILLER                 PIC X(33) VALUE SPACES.
001980 01  WS-LINEA-TOTAL.
001990     05  WS-LIN-TOT-TEXTO       PIC X(35).
002000     05  FILLER                 PIC X(02) VALUE ": ".
002010     05  WS-LIN-TOT-CANT        PIC Z(07)9.
002020     05  FILLER                 PIC X(35) VALUE SPACES.
002030 LINKAGE SECTION.
002040 01  WS-PARM.
002050     05  WS-PARM-LONGITUD       PIC S9(04) COMP.
002060     05  WS-PARM-DATOS          PIC X(20).
002070 PROCEDURE DIVISION USING WS-PARM.
002080*----------------------------------------------------------------
002090*                        P A R R A F O   P R I N C I P A L
002100*----------------------------------------------------------------
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002130     PERFORM 2000-LEER-AUDITORIA THRU 2000-EXIT
002140         UNTIL WS-FIN-AUDITORIA
002150     PERFORM 3000-LEER-LOTES THRU 3000-EXIT
002160         UNTIL WS-FIN-LOTES
002170     PERFORM 4000-GRABAR-PERIODO THRU 4000-EXIT
002180     PERFORM 8000-EMITIR-ESTADO-SERVICIO THRU 8000-EXIT
002190     PERFORM 9000-FINALIZAR THRU 9000-EXIT
002200     GO TO 9999-FIN.
002210*----------------------------------------------------------------
002220* DETERMINA EL PERIODO A CERRAR, VERIFICA QUE NO ESTE CERRADO NI
002230* ALCANZADO POR LA DEPURACION, ABRE LOS ARCHIVOS Y HACE LAS
002240* LECTURAS INICIALES
002250*----------------------------------------------------------------
002260 1000-INICIALIZAR.
002270     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
002280     MOVE WS-FECHA-CORRIDA(1:6) TO WS-PERIODO-CORRIDA
002290     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002300     OPEN OUTPUT REPORTE
002310     IF WS-PER-MES < 1 OR WS-PER-MES > 12
002320         OR WS-PERIODO NOT < WS-PERIODO-CORRIDA
002330         MOVE SPACES TO REG-REPORTE
002340         STRING "PERIODO " WS-PERIODO " INVALIDO O NO TERMINADO:"
002350             " SOLO SE CIERRAN MESES VENCIDOS."
002360             DELIMITED BY SIZE INTO REG-REPORTE
002370         END-STRING
002380         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
002390         MOVE 16 TO WS-RC-FINAL
002400         PERFORM 6900-RECHAZAR-CIERRE THRU 6900-EXIT
002410     END-IF
002420     PERFORM 1200-VERIFICAR-DEPURACION THRU 1200-EXIT
002430     OPEN I-O ESTMENS
002440     IF WS-FS-ESTMENS-NO-EXISTE
002450         OPEN OUTPUT ESTMENS
002460         CLOSE ESTMENS
002470         OPEN I-O ESTMENS
002480     END-IF
002481     SET WS-ESTMENS-ABIERTO TO TRUE
002490     PERFORM 1300-VERIFICAR-CERRADO THRU 1300-EXIT
002500     OPEN INPUT AREAREG
002510     IF NOT WS-FS-AREAREG-OK
002520         SET WS-SIN-AREAS TO TRUE
002530         DISPLAY "NO PUDO ABRIRSE EL REGISTRO DE AREAS (STATUS "
002540             WS-FS-AREAREG "). LOS LOTES QUEDAN EN AREA ????."
002550     END-IF
002560     OPEN INPUT LOTEREG
002570     IF NOT WS-FS-LOTEREG-OK
002580         SET WS-SIN-LOTES TO TRUE
002590         SET WS-FIN-LOTES TO TRUE
002600         DISPLAY "NO PUDO ABRIRSE EL REGISTRO DE LOTES (STATUS "
002610             WS-FS-LOTEREG "). EL PERIODO QUEDA SIN LOTES."
002620     ELSE
002630         MOVE LOW-VALUES TO LREG-LOTE-ID
002640         START LOTEREG KEY NOT < LREG-LOTE-ID
002650             INVALID KEY
002660                 SET WS-FIN-LOTES TO TRUE
002670         END-START
002680     END-IF
002690     OPEN INPUT AUDITLOG
002691     SET WS-ENTRADAS-ABIERTAS TO TRUE
002700     IF WS-FS-AUDITLOG-NO-EXISTE
002710         DISPLAY "NO EXISTE EL ARCHIVO DE AUDITORIA."
002720         SET WS-FIN-AUDITORIA TO TRUE
002730     ELSE
002740         PERFORM 1400-LEER-AUDITORIA THRU 1400-EXIT
002750     END-IF.
002760 1000-EXIT.
002770     EXIT.
002771*----------------------------------------------------------------
002772* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
002773* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
002774* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
002775* TOCAR NINGUN ARCHIVO
002776*----------------------------------------------------------------
002777 1050-OBTENER-FECHA-PROCESO.
002778     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
002779     IF NOT WS-FECHA-PROC-ABIERTA
002780         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
002781             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
002782         MOVE 16 TO RETURN-CODE
002783         STOP RUN
002784     END-IF.
002785 1050-EXIT.
002786     EXIT.
002787*----------------------------------------------------------------
002790* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-6 = PERIODO A
002800* CERRAR (AAAAMM); POSICIONES 7-9 = PLAZO DE RETENCION EN DIAS
002810* CON QUE CORRE AUDPURGE. SIN PERIODO SE CIERRA EL MES ANTERIOR
002820* AL DE LA CORRIDA; SIN PLAZO SE ASUME EL HABITUAL DE 90 DIAS.
002830*----------------------------------------------------------------
002840 1100-LEER-PARM.
002850     IF WS-PARM-LONGITUD >= 6
002860         IF WS-PARM-DATOS(1:6) IS NUMERIC
002870             MOVE WS-PARM-DATOS(1:6) TO WS-PERIODO
002880         END-IF
002890     END-IF
002900     IF WS-PARM-LONGITUD >= 9
002910         IF WS-PARM-DATOS(7:3) IS NUMERIC
002920             AND WS-PARM-DATOS(7:3) NOT = "000"
002930             MOVE WS-PARM-DATOS(7:3) TO WS-DIAS-RETENCION
002940         END-IF
002950     END-IF
002960     IF WS-PERIODO = 0
002970         MOVE WS-PERIODO-CORRIDA TO WS-PERIODO
002980         IF WS-PER-MES = 1
002990             SUBTRACT 1 FROM WS-PER-ANIO
003000             MOVE 12 TO WS-PER-MES
003010         ELSE
003020             SUBTRACT 1 FROM WS-PER-MES
003030         END-IF
003040     END-IF.
003050 1100-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* CALCULA LA FECHA DE CORTE CON QUE AUDPURGE DEPURARIA HOY EL
003090* AUDITLOG (MISMA CUENTA QUE SU 1000-INICIALIZAR). SI EL PRIMER
003100* DIA DEL PERIODO ES ANTERIOR AL CORTE, PARTE DEL MES YA PUDO
003110* SALIR DEL LOG VIVO Y EL CIERRE SE RETIENE
003120*----------------------------------------------------------------
003130 1200-VERIFICAR-DEPURACION.
003140     COMPUTE WS-PRIMER-DIA = WS-PERIODO * 100 + 1
003150     COMPUTE WS-DIAS-ENTEROS =
003160         FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
003170         - WS-DIAS-RETENCION
003180     END-COMPUTE
003190     COMPUTE WS-FECHA-CORTE =
003200         FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
003210     END-COMPUTE
003220     IF WS-PRIMER-DIA < WS-FECHA-CORTE
003230         MOVE SPACES TO REG-REPORTE
003240         STRING "CIERRE DE " WS-PERIODO " RETENIDO: CON "
003250             WS-DIAS-RETENCION " DIAS DE RETENCION AUDPURGE "
003260             "DEPURA HASTA EL " WS-FECHA-CORTE "."
003270             DELIMITED BY SIZE INTO REG-REPORTE
003280         END-STRING
003290         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003300         MOVE 16 TO WS-RC-FINAL
003310         PERFORM 6900-RECHAZAR-CIERRE THRU 6900-EXIT
003320     END-IF.
003330 1200-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* UN PERIODO CON REGISTRO DE CONTROL EN ESTMENS YA FUE CERRADO Y
003370* NO SE VUELVE A CERRAR
003380*----------------------------------------------------------------
003390 1300-VERIFICAR-CERRADO.
003400     MOVE SPACES TO EMES-CLAVE
003410     MOVE WS-PERIODO TO EMES-PERIODO
003420     SET EMES-REG-CONTROL TO TRUE
003430     MOVE 0 TO EMES-MOTIVO
003440     READ ESTMENS
003450         INVALID KEY
003460             CONTINUE
003470     END-READ
003480     IF WS-FS-ESTMENS-OK
003490         MOVE SPACES TO REG-REPORTE
003500         STRING "EL PERIODO " WS-PERIODO " YA FUE CERRADO EL "
003510             EMES-CTL-FECHA-CIERRE ". NO SE CIERRA DOS VECES."
003520             DELIMITED BY SIZE INTO REG-REPORTE
003530         END-STRING
003540         PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
003550         MOVE 12 TO WS-RC-FINAL
003570         PERFORM 6900-RECHAZAR-CIERRE THRU 6900-EXIT
003580     END-IF.
003590 1300-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* LEE UNA ENTRADA DE AUDITORIA Y ACTIVA EL SWITCH DE FIN
003630*----------------------------------------------------------------
003640 1400-LEER-AUDITORIA.
003650     READ AUDITLOG
003660         AT END
003670             SET WS-FIN-AUDITORIA TO TRUE
003680     END-READ.
003690 1400-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* ACUMULA LA ENTRADA DE AUDITORIA ACTUAL SI PERTENECE AL PERIODO
003730* Y AVANZA A LA SIGUIENTE
003740*----------------------------------------------------------------
003750 2000-LEER-AUDITORIA.
003760     ADD 1 TO WS-CNT-AUDITORIA
003770     IF AUD-FECHA(1:6) = WS-PERIODO
003780         ADD 1 TO WS-CNT-AUDIT-PERIODO
003790         PERFORM 2100-ACUMULAR-DETALLE THRU 2100-EXIT
003800     END-IF
003810     PERFORM 1400-LEER-AUDITORIA THRU 1400-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* ARMA LA CLAVE DE APERTURA DE LA ENTRADA (AREA, TIPO DE
003860* DETALLE, RESULTADO Y MOTIVO) Y LA SUMA A SU POSICION DE LA
003870* TABLA, CREANDOLA SI ES LA PRIMERA VEZ QUE APARECE. LAS
003880* ENTRADAS ANTERIORES AL CAMPO AUD-TIPO-DETALLE SE CUENTAN COMO
003890* ARABIGAS, IGUAL QUE LAS REEMITE NUMREEM
003900*----------------------------------------------------------------
003910 2100-ACUMULAR-DETALLE.
003920     PERFORM 2200-RESOLVER-AREA THRU 2200-EXIT
003930     EVALUATE TRUE
003940         WHEN AUD-DETALLE-ROMANO
003950             MOVE "R" TO WS-CLA-TIPO-DETALLE
003960         WHEN AUD-DETALLE-EN-LINEA
003970             MOVE "M" TO WS-CLA-TIPO-DETALLE
003980         WHEN AUD-DETALLE-LOTE
003990             MOVE "H" TO WS-CLA-TIPO-DETALLE
003991         WHEN AUD-DETALLE-FECHA
003992             MOVE "F" TO WS-CLA-TIPO-DETALLE
004000         WHEN OTHER
004010             MOVE "A" TO WS-CLA-TIPO-DETALLE
004020     END-EVALUATE
004030     MOVE AUD-ESTADO TO WS-CLA-RESULTADO
004040     MOVE AUD-MOTIVO-RECHAZO TO WS-CLA-MOTIVO
004050     MOVE "N" TO WS-SW-DETALLE-HALLADO
004060     PERFORM 2110-BUSCAR-DETALLE THRU 2110-EXIT
004070         VARYING WS-IND-DET FROM 1 BY 1
004080             UNTIL WS-IND-DET > WS-DETALLES-USADOS
004090                 OR WS-DETALLE-HALLADO
004100     IF NOT WS-DETALLE-HALLADO
004110         IF WS-DETALLES-USADOS NOT < WS-MAX-DETALLES
004120             MOVE "TABLA DE APERTURAS LLENA: EL CIERRE SE ABORTA."
004130                 TO REG-REPORTE
004140             PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
004150             MOVE 16 TO WS-RC-FINAL
004160             PERFORM 6900-RECHAZAR-CIERRE THRU 6900-EXIT
004170         END-IF
004180         ADD 1 TO WS-DETALLES-USADOS
004190         MOVE WS-DETALLES-USADOS TO WS-IND-DET
004200         MOVE WS-CLA-AREA TO WS-TDE-AREA(WS-IND-DET)
004210         MOVE WS-CLA-TIPO-DETALLE TO WS-TDE-TIPO(WS-IND-DET)
004220         MOVE WS-CLA-RESULTADO TO WS-TDE-RESULTADO(WS-IND-DET)
004230         MOVE WS-CLA-MOTIVO TO WS-TDE-MOTIVO(WS-IND-DET)
004240         MOVE 0 TO WS-TDE-CANTIDAD(WS-IND-DET)
004250     END-IF
004260     ADD 1 TO WS-TDE-CANTIDAD(WS-IND-DET)
004270     MOVE WS-CLA-AREA TO WS-AREA-BUSCADA
004280     PERFORM 2300-UBICAR-AREA THRU 2300-EXIT
004290     IF AUD-DETALLE-LOTE
004300         ADD 1 TO WS-TAR-LOTES-RECH(WS-IND-AREA)
004310     END-IF
004320     IF AUD-DETALLE-EN-LINEA
004330         ADD 1 TO WS-TAR-EN-LINEA(WS-IND-AREA)
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* BUSCA EN LA TABLA LA APERTURA DE LA ENTRADA ACTUAL. SI LA
004390* ENCUENTRA, DEJA WS-IND-DET APUNTANDOLA Y CORTA EL RECORRIDO
004400*----------------------------------------------------------------
004410 2110-BUSCAR-DETALLE.
004420     IF WS-TDE-AREA(WS-IND-DET) = WS-CLA-AREA
004430         AND WS-TDE-TIPO(WS-IND-DET) = WS-CLA-TIPO-DETALLE
004440         AND WS-TDE-RESULTADO(WS-IND-DET) = WS-CLA-RESULTADO
004450         AND WS-TDE-MOTIVO(WS-IND-DET) = WS-CLA-MOTIVO
004460         SET WS-DETALLE-HALLADO TO TRUE
004470         SUBTRACT 1 FROM WS-IND-DET
004480     END-IF.
004490 2110-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520* DETERMINA EL AREA EMISORA DE LA ENTRADA POR EL PREFIJO DE SU
004530* LOTE. LAS CORRECCIONES EN LINEA (TIPO DE DETALLE "M", LOTE
004531* "ENLINEA") Y LAS ENTRADAS SIN LOTE QUEDAN CON AREA EN BLANCO;
004540* UN PREFIJO QUE NO FIGURA EN AREAREG QUEDA COMO "????". COMO
004550* LAS ENTRADAS DE UN LOTE VIENEN JUNTAS, SOLO SE LEE EL REGISTRO
004560* DE AREAS CUANDO CAMBIA EL PREFIJO
004570*----------------------------------------------------------------
004580 2200-RESOLVER-AREA.
004590     IF AUD-DETALLE-EN-LINEA OR AUD-LOTE-ID = SPACES
004600         MOVE SPACES TO WS-CLA-AREA
004610         GO TO 2200-EXIT
004620     END-IF
004630     IF AUD-LOTE-ID(1:2) = WS-ULTIMO-PREFIJO
004640         MOVE WS-ULTIMA-AREA TO WS-CLA-AREA
004650         GO TO 2200-EXIT
004660     END-IF
004670     MOVE AUD-LOTE-ID(1:2) TO WS-ULTIMO-PREFIJO
004680     MOVE "????" TO WS-ULTIMA-AREA
004690     IF NOT WS-SIN-AREAS
004700         MOVE AUD-LOTE-ID(1:2) TO AREA-PREFIJO
004710         READ AREAREG
004720             INVALID KEY
004730                 CONTINUE
004740             NOT INVALID KEY
004750                 MOVE AREA-CODIGO TO WS-ULTIMA-AREA
004760         END-READ
004770     END-IF
004780     MOVE WS-ULTIMA-AREA TO WS-CLA-AREA.
004790 2200-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820* UBICA EN LA TABLA DE AREAS LA DE WS-AREA-BUSCADA, CREANDOLA SI
004830* ES LA PRIMERA VEZ QUE APARECE, Y DEJA WS-IND-AREA APUNTANDOLA.
004840* UNA TABLA LLENA ABORTA EL CIERRE ANTES DE GRABAR NADA
004850*----------------------------------------------------------------
004860 2300-UBICAR-AREA.
004870     MOVE "N" TO WS-SW-AREA-HALLADA
004880     PERFORM 2310-BUSCAR-AREA THRU 2310-EXIT
004890         VARYING WS-IND-AREA FROM 1 BY 1
004900             UNTIL WS-IND-AREA > WS-AREAS-USADAS
004910                 OR WS-AREA-HALLADA
004920     IF NOT WS-AREA-HALLADA
004930         IF WS-AREAS-USADAS NOT < WS-MAX-AREAS
004940             MOVE "TABLA DE AREAS LLENA: EL CIERRE SE ABORTA."
004950                 TO REG-REPORTE
004960             PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
004970             MOVE 16 TO WS-RC-FINAL
004980             PERFORM 6900-RECHAZAR-CIERRE THRU 6900-EXIT
004990         END-IF
005000         ADD 1 TO WS-AREAS-USADAS
005010         MOVE WS-AREAS-USADAS TO WS-IND-AREA
005020         MOVE WS-AREA-BUSCADA TO WS-TAR-AREA(WS-IND-AREA)
005030         MOVE 0 TO WS-TAR-LOTES(WS-IND-AREA)
005040         MOVE 0 TO WS-TAR-LEIDOS(WS-IND-AREA)
005050         MOVE 0 TO WS-TAR-ACEPTADOS(WS-IND-AREA)
005060         MOVE 0 TO WS-TAR-RECHAZADOS(WS-IND-AREA)
005070         MOVE 0 TO WS-TAR-LOTES-RECH(WS-IND-AREA)
005080         MOVE 0 TO WS-TAR-EN-LINEA(WS-IND-AREA)
005090     END-IF.
005100 2300-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130* BUSCA EN LA TABLA EL AREA PEDIDA. SI LA ENCUENTRA, DEJA
005140* WS-IND-AREA APUNTANDOLA Y CORTA EL RECORRIDO
005150*----------------------------------------------------------------
005160 2310-BUSCAR-AREA.
005170     IF WS-TAR-AREA(WS-IND-AREA) = WS-AREA-BUSCADA
005180         SET WS-AREA-HALLADA TO TRUE
005190         SUBTRACT 1 FROM WS-IND-AREA
005200     END-IF.
005210 2310-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240* LEE LA PROXIMA ENTRADA DEL REGISTRO DE LOTES Y, SI EL LOTE SE
005250* PROCESO DENTRO DEL PERIODO, LA SUMA A LOS TOTALES DE SU AREA
005260*----------------------------------------------------------------
005270 3000-LEER-LOTES.
005280     READ LOTEREG NEXT
005290         AT END
005300             SET WS-FIN-LOTES TO TRUE
005310             GO TO 3000-EXIT
005320     END-READ
005330     IF NOT WS-FS-LOTEREG-OK
005340         SET WS-FIN-LOTES TO TRUE
005350         GO TO 3000-EXIT
005360     END-IF
005370     IF LREG-FECHA-PROCESO(1:6) NOT = WS-PERIODO
005380         GO TO 3000-EXIT
005390     END-IF
005400     ADD 1 TO WS-CNT-LOTES
005410     ADD LREG-LEIDOS TO WS-CNT-REGISTROS
005420     MOVE LREG-AREA TO WS-AREA-BUSCADA
005430     PERFORM 2300-UBICAR-AREA THRU 2300-EXIT
005440     ADD 1 TO WS-TAR-LOTES(WS-IND-AREA)
005450     ADD LREG-LEIDOS TO WS-TAR-LEIDOS(WS-IND-AREA)
005460     ADD LREG-ACEPTADOS TO WS-TAR-ACEPTADOS(WS-IND-AREA)
005470     ADD LREG-RECHAZADOS TO WS-TAR-RECHAZADOS(WS-IND-AREA).
005480 3000-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* GRABA EN ESTMENS LAS APERTURAS "D", LOS TOTALES POR AREA "L" Y
005520* POR ULTIMO EL REGISTRO DE CONTROL "C" QUE DA EL PERIODO POR
005530* CERRADO
005540*----------------------------------------------------------------
005550 4000-GRABAR-PERIODO.
005560     PERFORM 4100-GRABAR-DETALLE THRU 4100-EXIT
005570         VARYING WS-IND-DET FROM 1 BY 1
005580             UNTIL WS-IND-DET > WS-DETALLES-USADOS
005590     PERFORM 4200-GRABAR-AREA THRU 4200-EXIT
005600         VARYING WS-IND-AREA FROM 1 BY 1
005610             UNTIL WS-IND-AREA > WS-AREAS-USADAS
005620     MOVE SPACES TO REG-ESTMENS
005630     MOVE WS-PERIODO TO EMES-PERIODO
005640     SET EMES-REG-CONTROL TO TRUE
005650     MOVE 0 TO EMES-MOTIVO
005660     MOVE WS-FECHA-CORRIDA TO EMES-CTL-FECHA-CIERRE
005670     MOVE WS-CNT-AUDIT-PERIODO TO EMES-CTL-AUDITORIA
005680     MOVE WS-CNT-LOTES TO EMES-CTL-LOTES
005690     MOVE WS-CNT-REGISTROS TO EMES-CTL-REGISTROS
005700     PERFORM 4900-GRABAR-ESTMENS THRU 4900-EXIT.
005710 4000-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* ARMA EL REGISTRO "D" DE UNA APERTURA DE LA TABLA
005750*----------------------------------------------------------------
005760 4100-GRABAR-DETALLE.
005770     MOVE SPACES TO REG-ESTMENS
005780     MOVE WS-PERIODO TO EMES-PERIODO
005790     SET EMES-REG-DETALLE TO TRUE
005800     MOVE WS-TDE-AREA(WS-IND-DET) TO EMES-AREA
005810     MOVE WS-TDE-TIPO(WS-IND-DET) TO EMES-TIPO-DETALLE
005820     MOVE WS-TDE-RESULTADO(WS-IND-DET) TO EMES-RESULTADO
005830     MOVE WS-TDE-MOTIVO(WS-IND-DET) TO EMES-MOTIVO
005840     MOVE WS-TDE-CANTIDAD(WS-IND-DET) TO EMES-DET-CANTIDAD
005850     PERFORM 4900-GRABAR-ESTMENS THRU 4900-EXIT.
005860 4100-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* ARMA EL REGISTRO "L" CON LOS LOTES DEL PERIODO DE UN AREA
005900*----------------------------------------------------------------
005910 4200-GRABAR-AREA.
005920     MOVE SPACES TO REG-ESTMENS
005930     MOVE WS-PERIODO TO EMES-PERIODO
005940     SET EMES-REG-LOTES TO TRUE
005950     MOVE WS-TAR-AREA(WS-IND-AREA) TO EMES-AREA
005960     MOVE 0 TO EMES-MOTIVO
005970     MOVE WS-TAR-LOTES(WS-IND-AREA) TO EMES-LOT-LOTES
005980     MOVE WS-TAR-LEIDOS(WS-IND-AREA) TO EMES-LOT-LEIDOS
005990     MOVE WS-TAR-ACEPTADOS(WS-IND-AREA) TO EMES-LOT-ACEPTADOS
006000     MOVE WS-TAR-RECHAZADOS(WS-IND-AREA) TO EMES-LOT-RECHAZADOS
006010     PERFORM 4900-GRABAR-ESTMENS THRU 4900-EXIT.
006020 4200-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* GRABA UN REGISTRO EN ESTMENS. UNA CLAVE YA EXISTENTE SOLO PUEDE
006060* VENIR DE UN CIERRE ANTERIOR INTERRUMPIDO ANTES DE GRABAR SU
006070* CONTROL: SE REGRABA CON LOS VALORES DE ESTA CORRIDA
006080*----------------------------------------------------------------
006090 4900-GRABAR-ESTMENS.
006100     WRITE REG-ESTMENS
006110         INVALID KEY
006120             PERFORM 4910-REGRABAR-ESTMENS THRU 4910-EXIT
006130     END-WRITE
006140     ADD 1 TO WS-CNT-GRABADOS.
006150 4900-EXIT.
006160     EXIT.
006170 4910-REGRABAR-ESTMENS.
006180     REWRITE REG-ESTMENS.
006190 4910-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------
006220* EL CIERRE NO PUEDE HACERSE: CIERRA LO ABIERTO Y TERMINA LA
006230* CORRIDA CON EL RETURN-CODE YA FIJADO, SIN GRABAR NADA EN ESTMENS
006240*----------------------------------------------------------------
006250 6900-RECHAZAR-CIERRE.
006260     DISPLAY "EL CIERRE DE " WS-PERIODO " NO SE REALIZA."
006261     IF WS-ENTRADAS-ABIERTAS
006262         IF NOT WS-FS-AUDITLOG-NO-EXISTE
006263             CLOSE AUDITLOG
006264         END-IF
006265         IF NOT WS-SIN-LOTES
006266             CLOSE LOTEREG
006267         END-IF
006268         IF NOT WS-SIN-AREAS
006269             CLOSE AREAREG
006270         END-IF
006271     END-IF
006272     IF WS-ESTMENS-ABIERTO
006273         CLOSE ESTMENS
006274     END-IF
006275     CLOSE REPORTE
006280     MOVE WS-RC-FINAL TO RETURN-CODE
006290     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
006300     STOP RUN.
006310 6900-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
006350* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
006360*----------------------------------------------------------------
006370 7000-GRABAR-LINEA.
006380     WRITE REG-REPORTE
006390     DISPLAY REG-REPORTE.
006400 7000-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* EMITE EL ESTADO DE SERVICIO DEL PERIODO: UN BLOQUE POR AREA CON
006440* SUS LOTES, REGISTROS, RECHAZOS Y LA APERTURA DE RECHAZOS POR
006450* TIPO Y MOTIVO, Y AL PIE LOS TOTALES DEL CIERRE
006460*----------------------------------------------------------------
006470 8000-EMITIR-ESTADO-SERVICIO.
006480     PERFORM 8100-EMITIR-AREA THRU 8100-EXIT
006490         VARYING WS-IND-AREA FROM 1 BY 1
006500             UNTIL WS-IND-AREA > WS-AREAS-USADAS
006510     MOVE SPACES TO REG-REPORTE
006520     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006530     MOVE SPACES TO REG-REPORTE
006540     STRING "CIERRE DEL PERIODO " WS-PERIODO " REALIZADO."
006550         DELIMITED BY SIZE INTO REG-REPORTE
006560     END-STRING
006570     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006580     MOVE "ENTRADAS DE AUDITORIA EXAMINADAS" TO WS-LIN-TOT-TEXTO
006590     MOVE WS-CNT-AUDITORIA TO WS-LIN-TOT-CANT
006600     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006610     MOVE "ENTRADAS DE AUDITORIA DEL PERIODO" TO WS-LIN-TOT-TEXTO
006620     MOVE WS-CNT-AUDIT-PERIODO TO WS-LIN-TOT-CANT
006630     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006640     MOVE "LOTES DEL PERIODO" TO WS-LIN-TOT-TEXTO
006650     MOVE WS-CNT-LOTES TO WS-LIN-TOT-CANT
006660     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006670     MOVE "REGISTROS DE LOS LOTES DEL PERIODO" TO WS-LIN-TOT-TEXTO
006680     MOVE WS-CNT-REGISTROS TO WS-LIN-TOT-CANT
006690     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006700     MOVE "REGISTROS GRABADOS EN ESTMENS" TO WS-LIN-TOT-TEXTO
006710     MOVE WS-CNT-GRABADOS TO WS-LIN-TOT-CANT
006720     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT.
006730 8000-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* EMITE EL BLOQUE DEL ESTADO DE SERVICIO DE UN AREA
006770*----------------------------------------------------------------
006780 8100-EMITIR-AREA.
006790     MOVE SPACES TO REG-REPORTE
006800     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006810     EVALUATE WS-TAR-AREA(WS-IND-AREA)
006820         WHEN SPACES
006830             MOVE "(SIN LOTE)" TO WS-LIA-AREA
006840         WHEN "????"
006850             MOVE "(NO REGISTRADA)" TO WS-LIA-AREA
006860         WHEN OTHER
006870             MOVE WS-TAR-AREA(WS-IND-AREA) TO WS-LIA-AREA
006880     END-EVALUATE
006890     MOVE WS-PERIODO TO WS-LIA-PERIODO
006900     MOVE WS-LINEA-AREA TO REG-REPORTE
006910     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
006920     MOVE "LOTES PROCESADOS" TO WS-LIN-TOT-TEXTO
006930     MOVE WS-TAR-LOTES(WS-IND-AREA) TO WS-LIN-TOT-CANT
006940     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006950     MOVE "LOTES RECHAZADOS COMPLETOS" TO WS-LIN-TOT-TEXTO
006960     MOVE WS-TAR-LOTES-RECH(WS-IND-AREA) TO WS-LIN-TOT-CANT
006970     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
006980     MOVE "REGISTROS PROCESADOS" TO WS-LIN-TOT-TEXTO
006990     MOVE WS-TAR-LEIDOS(WS-IND-AREA) TO WS-LIN-TOT-CANT
007000     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
007010     MOVE "REGISTROS ACEPTADOS" TO WS-LIN-TOT-TEXTO
007020     MOVE WS-TAR-ACEPTADOS(WS-IND-AREA) TO WS-LIN-TOT-CANT
007030     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
007040     MOVE "REGISTROS RECHAZADOS" TO WS-LIN-TOT-TEXTO
007050     MOVE WS-TAR-RECHAZADOS(WS-IND-AREA) TO WS-LIN-TOT-CANT
007060     PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
007070     IF WS-TAR-EN-LINEA(WS-IND-AREA) > 0
007080         MOVE "CORRECCIONES EN LINEA" TO WS-LIN-TOT-TEXTO
007090         MOVE WS-TAR-EN-LINEA(WS-IND-AREA) TO WS-LIN-TOT-CANT
007100         PERFORM 8300-GRABAR-TOTAL THRU 8300-EXIT
007110     END-IF
007120     PERFORM 8200-EMITIR-MOTIVO THRU 8200-EXIT
007130         VARYING WS-IND-DET FROM 1 BY 1
007140             UNTIL WS-IND-DET > WS-DETALLES-USADOS.
007150 8100-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180* EMITE UNA LINEA DE RECHAZOS POR TIPO Y MOTIVO SI LA APERTURA
007190* ES UN RECHAZO DEL AREA EN CURSO
007200*----------------------------------------------------------------
007210 8200-EMITIR-MOTIVO.
007220     IF WS-TDE-AREA(WS-IND-DET) NOT = WS-TAR-AREA(WS-IND-AREA)
007230         OR WS-TDE-RESULTADO(WS-IND-DET) NOT = "R"
007240         GO TO 8200-EXIT
007250     END-IF
007260     MOVE WS-TDE-TIPO(WS-IND-DET) TO WS-LIM-TIPO
007270     MOVE WS-TDE-MOTIVO(WS-IND-DET) TO WS-LIM-MOTIVO
007280     MOVE WS-TDE-CANTIDAD(WS-IND-DET) TO WS-LIM-CANT
007290     MOVE WS-LINEA-MOTIVO TO REG-REPORTE
007300     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
007310 8200-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* GRABA UNA LINEA DE TOTAL
007350*----------------------------------------------------------------
007360 8300-GRABAR-TOTAL.
007370     MOVE WS-LINEA-TOTAL TO REG-REPORTE
007380     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
007390 8300-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------
007420* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
007430*----------------------------------------------------------------
007440 9000-FINALIZAR.
007450     IF NOT WS-FS-AUDITLOG-NO-EXISTE
007460         CLOSE AUDITLOG
007470     END-IF
007480     IF NOT WS-SIN-LOTES
007490         CLOSE LOTEREG
007500     END-IF
007510     IF NOT WS-SIN-AREAS
007520         CLOSE AREAREG
007530     END-IF
007540     CLOSE ESTMENS
007550     CLOSE REPORTE.
007560 9000-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
007600* DE ESTA EJECUCION (VER ESTALAY), CON LOS CONTADORES PRINCIPALES
007610* Y EL RETURN-CODE YA RESUELTO, PARA EL REPORTE CONSOLIDADO
007620* OPERRPT
007630*----------------------------------------------------------------
007640 8900-GRABAR-ESTADISTICA.
007650     OPEN EXTEND ESTADIST
007660     IF WS-FS-ESTADIST-NO-EXISTE
007670         OPEN OUTPUT ESTADIST
007680     END-IF
007690     MOVE "CIERRMES" TO EST-PROGRAMA
007700     MOVE WS-FECHA-CORRIDA TO EST-FECHA
007710     ACCEPT EST-HORA FROM TIME
007720     MOVE WS-CNT-AUDIT-PERIODO TO EST-CNT-1
007730     MOVE WS-CNT-LOTES         TO EST-CNT-2
007740     MOVE WS-CNT-GRABADOS      TO EST-CNT-3
007750     MOVE RETURN-CODE          TO EST-RETORNO
007760     WRITE REG-ESTADIST
007770     CLOSE ESTADIST.
007780 8900-EXIT.
007790     EXIT.
007800 9999-FIN.
007810     MOVE WS-RC-FINAL TO RETURN-CODE
007820     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
007830     STOP RUN.
