000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PENDRPT.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. REPORTE NOCTURNO DEL
000220*                     DOBLE CONTROL DE LAS CORRECCIONES EN LINEA:
000230*                     RECORRE EL ARCHIVO DE CORRECCIONES
000240*                     PENDIENTES (PENDIENT, COPY PENDLAY) QUE
000250*                     GRABA LA FUNCION M DE NUMROMO Y LISTA LAS
000260*                     QUE SIGUEN SIN APROBAR Y LAS RECHAZADAS,
000270*                     CON LA ANTIGUEDAD EN DIAS DESDE QUE SE
000280*                     INGRESARON, PARA QUE NINGUNA QUEDE OLVIDADA
000290*                     A LA ESPERA DE UN SUPERVISOR. LAS APROBADAS
000300*                     YA ESTAN EN EL MAESTRO Y NO SE LISTAN. SI
000310*                     QUEDA ALGUNA PENDIENTE LA CORRIDA TERMINA
000320*                     CON RETURN-CODE 4.
000321* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000322*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000323*                     RELOJ DEL SISTEMA PARA LA ANTIGUEDAD DE LAS
000324*                     CORRECCIONES Y EN ESTADIST. SIN CONTROL DE
000325*                     FECHA O CON EL DIA YA CERRADO LA CORRIDA SE
000326*                     RECHAZA CON RETURN-CODE 16.
000327* 15/10/2026  TL      PENDIENT SE LEE POR LA NUEVA CLAVE
000328*                     PEND-CLAVE (NUMERO, FECHA Y HORA DE ALTA):
000329*                     CADA CORRECCION DE UN MISMO NUMERO ES AHORA
000330*                     UN REGISTRO PROPIO Y LAS RECHAZADAS YA NO SE
000331*                     PIERDEN AL INGRESAR UNA NUEVA.
000332*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PENDIENT ASSIGN TO PENDIENT
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PEND-CLAVE
000410         FILE STATUS IS WS-FS-PENDIENT.
000420     SELECT REPORTE ASSIGN TO REPORTE
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT ESTADIST ASSIGN TO ESTADIST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-ESTADIST.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PENDIENT
000500     LABEL RECORDS ARE STANDARD.
000510 01  REG-PENDIENTE.
000520     COPY PENDLAY.
000530 FD  REPORTE
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 01  REG-REPORTE                PIC X(80).
000570 FD  ESTADIST
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  REG-ESTADIST.
000610     COPY ESTALAY.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-SW-FIN-PENDIENT     PIC X(01) VALUE "N".
000650         88  WS-FIN-PENDIENT            VALUE "S".
000660     05  WS-SW-SIN-PENDIENT     PIC X(01) VALUE "N".
000670         88  WS-SIN-PENDIENT            VALUE "S".
000680 77  WS-FS-PENDIENT             PIC X(02).
000690     88  WS-FS-PENDIENT-OK             VALUE "00".
000700     88  WS-FS-PENDIENT-NO-EXISTE      VALUE "35".
000710 77  WS-FS-ESTADIST             PIC X(02).
000720     88  WS-FS-ESTADIST-OK             VALUE "00".
000730     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000740 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000741 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000742     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000750 77  WS-DIA-CORRIDA             PIC 9(08) VALUE 0.
000760 77  WS-DIAS-ANTIGUEDAD         PIC 9(04) VALUE 0.
000770 01  WS-TOTALES-CONTROL.
000780     05  WS-CNT-LEIDAS          PIC 9(06) VALUE 0.
000790     05  WS-CNT-PENDIENTES      PIC 9(06) VALUE 0.
000800     05  WS-CNT-RECHAZADAS      PIC 9(06) VALUE 0.
000810     05  WS-CNT-APROBADAS       PIC 9(06) VALUE 0.
000820     05  WS-MAX-DIAS-PENDIENTE  PIC 9(04) VALUE 0.
000830 77  WS-RC-FINAL                PIC 9(02) VALUE 0.
000840 01  WS-LINEA-TITULO.
000850     05  FILLER                 PIC X(37) VALUE
000860         "CORRECCIONES EN LINEA SIN APROBAR AL ".
000870     05  WS-TIT-FECHA           PIC 9(08).
000880     05  FILLER                 PIC X(35) VALUE SPACES.
000890 01  WS-LINEA-ENCABEZADO.
000900     05  FILLER                 PIC X(38) VALUE
000910         "NUM. ESTADO    ALTA     DIAS OPERADOR ".
000920     05  FILLER                 PIC X(42) VALUE
000930         "ANTES            DESPUES         SUPERV.".
000940 01  WS-LINEA-PENDIENTE.
000950     05  WS-LIN-NUMERO          PIC 9(04).
000960     05  FILLER                 PIC X(01) VALUE SPACES.
000970     05  WS-LIN-ESTADO          PIC X(09).
000980     05  FILLER                 PIC X(01) VALUE SPACES.
000990     05  WS-LIN-FECHA           PIC 9(08).
001000     05  FILLER                 PIC X(01) VALUE SPACES.
001010     05  WS-LIN-DIAS            PIC Z(03)9.
001020     05  FILLER                 PIC X(01) VALUE SPACES.
001030     05  WS-LIN-OPERADOR        PIC X(08).
001040     05  FILLER                 PIC X(01) VALUE SPACES.
001050     05  WS-LIN-ANTES           PIC X(15).
001060     05  FILLER                 PIC X(02) VALUE "> ".
001070     05  WS-LIN-DESPUES         PIC X(15).
001080     05  FILLER                 PIC X(01) VALUE SPACES.
001090     05  WS-LIN-SUPERVISOR      PIC X(08).
001100     05  FILLER                 PIC X(01) VALUE SPACES.
001110 01  WS-LINEA-TOTAL.
001120     05  WS-LIN-TOT-TEXTO       PIC X(35).
001130     05  FILLER                 PIC X(02) VALUE ": ".
001140     05  WS-LIN-TOT-CANT        PIC Z(05)9.
001150     05  FILLER                 PIC X(37) VALUE SPACES.
001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------------
001180*                        P A R R A F O   P R I N C I P A L
001190*----------------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001220     PERFORM 2000-PROCESAR-PENDIENTE THRU 2000-EXIT
001230         UNTIL WS-FIN-PENDIENT
001240     PERFORM 8000-EMITIR-CONTROL THRU 8000-EXIT
001250     PERFORM 9000-FINALIZAR THRU 9000-EXIT
001260     GO TO 9999-FIN.
001270*----------------------------------------------------------------
001280* ABRE LOS ARCHIVOS Y EMITE EL TITULO. SIN ARCHIVO DE
001290* CORRECCIONES (NADIE USO TODAVIA LA FUNCION M) EL REPORTE SALE
001300* VACIO, SIN ABORTAR
001310*----------------------------------------------------------------
001320 1000-INICIALIZAR.
001330     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001340     COMPUTE WS-DIA-CORRIDA =
001350         FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
001360     END-COMPUTE
001370     OPEN INPUT PENDIENT
001380     IF NOT WS-FS-PENDIENT-OK
001390         SET WS-SIN-PENDIENT TO TRUE
001400         SET WS-FIN-PENDIENT TO TRUE
001410         DISPLAY "NO PUDO ABRIRSE EL ARCHIVO DE CORRECCIONES "
001420             "PENDIENTES (STATUS " WS-FS-PENDIENT
001430             "). SE INFORMA VACIO."
001440     END-IF
001450     OPEN OUTPUT REPORTE
001460     MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
001470     MOVE WS-LINEA-TITULO TO REG-REPORTE
001480     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT
001490     MOVE WS-LINEA-ENCABEZADO TO REG-REPORTE
001500     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
001510 1000-EXIT.
001520     EXIT.
001521*----------------------------------------------------------------
001522* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001523* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001524* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001525* TOCAR NINGUN ARCHIVO
001526*----------------------------------------------------------------
001527 1050-OBTENER-FECHA-PROCESO.
001528     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001529     IF NOT WS-FECHA-PROC-ABIERTA
001530         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001531             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001532         MOVE 16 TO RETURN-CODE
001533         STOP RUN
001534     END-IF.
001535 1050-EXIT.
001536     EXIT.
001537*----------------------------------------------------------------
001540* LEE LA PROXIMA CORRECCION EN ORDEN DE NUMERO Y DE FECHA Y HORA
001541* DE ALTA: LAS PENDIENTES
001550* Y LAS RECHAZADAS SE LISTAN CON SU ANTIGUEDAD; LAS APROBADAS
001560* SOLO SE CUENTAN
001570*----------------------------------------------------------------
001580 2000-PROCESAR-PENDIENTE.
001590     READ PENDIENT NEXT
001600         AT END
001610             SET WS-FIN-PENDIENT TO TRUE
001620             GO TO 2000-EXIT
001630     END-READ
001640     IF NOT WS-FS-PENDIENT-OK
001650         SET WS-FIN-PENDIENT TO TRUE
001660         GO TO 2000-EXIT
001670     END-IF
001680     ADD 1 TO WS-CNT-LEIDAS
001690     IF PEND-APROBADA
001700         ADD 1 TO WS-CNT-APROBADAS
001710         GO TO 2000-EXIT
001720     END-IF
001730     PERFORM 2100-CALCULAR-ANTIGUEDAD THRU 2100-EXIT
001740     IF PEND-PENDIENTE
001750         ADD 1 TO WS-CNT-PENDIENTES
001760         MOVE 4 TO WS-RC-FINAL
001770         IF WS-DIAS-ANTIGUEDAD > WS-MAX-DIAS-PENDIENTE
001780             MOVE WS-DIAS-ANTIGUEDAD TO WS-MAX-DIAS-PENDIENTE
001790         END-IF
001800         MOVE "PENDIENTE" TO WS-LIN-ESTADO
001810     ELSE
001820         ADD 1 TO WS-CNT-RECHAZADAS
001830         MOVE "RECHAZADA" TO WS-LIN-ESTADO
001840     END-IF
001850     PERFORM 7100-GRABAR-PENDIENTE THRU 7100-EXIT.
001860 2000-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890* DIAS CORRIDOS DESDE QUE SE INGRESO LA CORRECCION HASTA LA
001900* FECHA DE LA CORRIDA. UNA FECHA DE ALTA INVALIDA O POSTERIOR A
001910* LA CORRIDA DA ANTIGUEDAD CERO
001920*----------------------------------------------------------------
001930 2100-CALCULAR-ANTIGUEDAD.
001940     MOVE 0 TO WS-DIAS-ANTIGUEDAD
001950     IF PEND-FECHA-ALTA NOT NUMERIC
001960        OR PEND-FECHA-ALTA < 16010101
001970        OR PEND-FECHA-ALTA > WS-FECHA-CORRIDA
001980         GO TO 2100-EXIT
001990     END-IF
002000     COMPUTE WS-DIAS-ANTIGUEDAD = WS-DIA-CORRIDA -
002010         FUNCTION INTEGER-OF-DATE(PEND-FECHA-ALTA)
002020     END-COMPUTE.
002030 2100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* GRABA UNA LINEA EN EL ARCHIVO DE REPORTE Y LA MUESTRA POR
002070* CONSOLA, COMO HACEN LOS DEMAS PROGRAMAS DEL SISTEMA
002080*----------------------------------------------------------------
002090 7000-GRABAR-LINEA.
002100     WRITE REG-REPORTE
002110     DISPLAY REG-REPORTE.
002120 7000-EXIT.
002130     EXIT.
002140*----------------------------------------------------------------
002150* ARMA Y GRABA LA LINEA DE UNA CORRECCION PENDIENTE O RECHAZADA
002160*----------------------------------------------------------------
002170 7100-GRABAR-PENDIENTE.
002180     MOVE PEND-NUMERO          TO WS-LIN-NUMERO
002190     MOVE PEND-FECHA-ALTA      TO WS-LIN-FECHA
002200     MOVE WS-DIAS-ANTIGUEDAD   TO WS-LIN-DIAS
002210     MOVE PEND-OPERADOR        TO WS-LIN-OPERADOR
002220     MOVE PEND-ROMANO-ANTES    TO WS-LIN-ANTES
002230     MOVE PEND-ROMANO-DESPUES  TO WS-LIN-DESPUES
002240     MOVE PEND-SUPERVISOR      TO WS-LIN-SUPERVISOR
002250     MOVE WS-LINEA-PENDIENTE TO REG-REPORTE
002260     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002270 7100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* ARMA Y GRABA LOS TOTALES DE CONTROL DE LA CORRIDA
002310*----------------------------------------------------------------
002320 8000-EMITIR-CONTROL.
002330     MOVE "CORRECCIONES LEIDAS" TO WS-LIN-TOT-TEXTO
002340     MOVE WS-CNT-LEIDAS TO WS-LIN-TOT-CANT
002350     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
002360     MOVE "PENDIENTES DE APROBACION" TO WS-LIN-TOT-TEXTO
002370     MOVE WS-CNT-PENDIENTES TO WS-LIN-TOT-CANT
002380     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
002390     MOVE "ANTIGUEDAD MAXIMA PENDIENTE (DIAS)" TO WS-LIN-TOT-TEXTO
002400     MOVE WS-MAX-DIAS-PENDIENTE TO WS-LIN-TOT-CANT
002410     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
002420     MOVE "RECHAZADAS" TO WS-LIN-TOT-TEXTO
002430     MOVE WS-CNT-RECHAZADAS TO WS-LIN-TOT-CANT
002440     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT
002450     MOVE "APROBADAS (NO SE LISTAN)" TO WS-LIN-TOT-TEXTO
002460     MOVE WS-CNT-APROBADAS TO WS-LIN-TOT-CANT
002470     PERFORM 8100-GRABAR-TOTAL THRU 8100-EXIT.
002480 8000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* GRABA UNA LINEA DE TOTAL DE CONTROL
002520*----------------------------------------------------------------
002530 8100-GRABAR-TOTAL.
002540     MOVE WS-LINEA-TOTAL TO REG-REPORTE
002550     PERFORM 7000-GRABAR-LINEA THRU 7000-EXIT.
002560 8100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
002600*----------------------------------------------------------------
002610 9000-FINALIZAR.
002620     IF NOT WS-SIN-PENDIENT
002630         CLOSE PENDIENT
002640     END-IF
002650     CLOSE REPORTE.
002660 9000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690* AGREGA AL ARCHIVO COMUN DE ESTADISTICAS DE CORRIDA EL REGISTRO
002700* DE ESTA EJECUCION (VER ESTALAY), CON LOS CONTADORES PRINCIPALES
002710* Y EL RETURN-CODE YA RESUELTO, PARA EL REPORTE CONSOLIDADO
002720* OPERRPT
002730*----------------------------------------------------------------
002740 8900-GRABAR-ESTADISTICA.
002750     OPEN EXTEND ESTADIST
002760     IF WS-FS-ESTADIST-NO-EXISTE
002770         OPEN OUTPUT ESTADIST
002780     END-IF
002790     MOVE "PENDRPT" TO EST-PROGRAMA
002800     MOVE WS-FECHA-CORRIDA TO EST-FECHA
002810     ACCEPT EST-HORA FROM TIME
002820     MOVE WS-CNT-LEIDAS      TO EST-CNT-1
002830     MOVE WS-CNT-PENDIENTES  TO EST-CNT-2
002840     MOVE WS-CNT-RECHAZADAS  TO EST-CNT-3
002850     MOVE RETURN-CODE        TO EST-RETORNO
002860     WRITE REG-ESTADIST
002870     CLOSE ESTADIST.
002880 8900-EXIT.
002890     EXIT.
002900 9999-FIN.
002910     MOVE WS-RC-FINAL TO RETURN-CODE
002920     PERFORM 8900-GRABAR-ESTADISTICA THRU 8900-EXIT
002930     STOP RUN.
