000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NUMFEC.
000300 AUTHOR. TRONCOSO LEANDRO.
000400 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ----------------------------------------
001200* 15/10/2026  TL      VERSION ORIGINAL. CONVERSION DE UNA FECHA
001300*                     DDMMAAAA A NUMEROS ROMANOS PARA EL NUEVO
001400*                     DETALLE "F" DE LA ENTRADA DE NUMROM (PLACAS
001500*                     Y CERTIFICADOS DE LAS AREAS DE DOCUMENTA-
001600*                     CION Y CEREMONIAL). VALIDA QUE SEA UNA
001700*                     FECHA REAL DEL CALENDARIO (MES 1-12, DIA
001800*                     DENTRO DEL MES CON LOS BISIESTOS, ANIO
001900*                     1-3999, EL RANGO DE NUMCNV), CONVIERTE DIA,
002000*                     MES Y ANIO CON EL MISMO SUBPROGRAMA NUMCNV
002100*                     Y ARMA EL RESULTADO EN LA DISPOSICION
002200*                     PEDIDA: "P" PUNTEADA (XV.X.MMXXVI, LA
002300*                     ASUMIDA CON FORMATO EN BLANCO), "B" CON
002400*                     BARRAS (XV/X/MMXXVI) O "E" ESCRITA, CON
002500*                     BLANCOS (XV X MMXXVI). SE EXTRAE A UN
002600*                     SUBPROGRAMA PARA QUE NUMREEM REGENERE LA
002700*                     MISMA LINEA QUE NUMROM SIN DESACUERDO.
002800*                     DEVUELVE UN INDICADOR S/N DE VALIDEZ; UNA
002900*                     FECHA O UN FORMATO INVALIDOS DEVUELVEN EL
003000*                     RESULTADO EN BLANCO.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------
003600* DIAS DE CADA MES EN UN ANIO COMUN. FEBRERO SE EXTIENDE A 29 EN
003700* 2100-VALIDAR-FECHA CUANDO EL ANIO ES BISIESTO
003800*----------------------------------------------------------------
003900 01  WS-DIAS-POR-MES.
004000     05  FILLER                 PIC X(24) VALUE
004100         "312831303130313130313031".
004200 01  FILLER REDEFINES WS-DIAS-POR-MES.
004300     05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
004400 77  WS-ULTIMO-DIA              PIC 9(02).
004500 77  WS-COCIENTE                PIC 9(04).
004600 77  WS-RESTO-4                 PIC 9(04).
004700 77  WS-RESTO-100               PIC 9(04).
004800 77  WS-RESTO-400               PIC 9(04).
004900 77  WS-NUMERO-PARTE            PIC 9(04).
005000 77  WS-ROMANO-DIA              PIC X(15).
005100 77  WS-ROMANO-MES              PIC X(15).
005200 77  WS-ROMANO-ANIO             PIC X(15).
005300 77  WS-SEPARADOR               PIC X(01).
005400 01  WS-SW-VALIDO               PIC X(01) VALUE "S".
005500     88  WS-FECHA-VALIDA               VALUE "S".
005600     88  WS-FECHA-INVALIDA             VALUE "N".
005700 LINKAGE SECTION.
005800 01  FECHA-IN.
005900     05  FECHA-DIA              PIC 9(02).
006000     05  FECHA-MES              PIC 9(02).
006100     05  FECHA-ANIO             PIC 9(04).
006200 01  FORMATO-FECHA              PIC X(01).
006300 01  STRING-FECHA               PIC X(29).
006400 01  RESULTADO-VALIDACION       PIC X(01).
006500 PROCEDURE DIVISION USING FECHA-IN FORMATO-FECHA STRING-FECHA
006600     RESULTADO-VALIDACION.
006700*----------------------------------------------------------------
006800*                        P A R R A F O   P R I N C I P A L
006900*----------------------------------------------------------------
007000 0000-MAINLINE.
007100     SET WS-FECHA-VALIDA TO TRUE
007200     MOVE SPACES TO STRING-FECHA
007300     PERFORM 2100-VALIDAR-FECHA THRU 2100-EXIT
007400     IF WS-FECHA-VALIDA
007500         PERFORM 2200-ELEGIR-SEPARADOR THRU 2200-EXIT
007600     END-IF
007700     IF WS-FECHA-VALIDA
007800         PERFORM 2300-ARMAR-FECHA THRU 2300-EXIT
007900     END-IF
008000     MOVE WS-SW-VALIDO TO RESULTADO-VALIDACION
008100     GOBACK.
008200*----------------------------------------------------------------
008300* VALIDA QUE FECHA-IN SEA UNA FECHA REAL DEL CALENDARIO: DIGITOS
008400* NUMERICOS, ANIO ENTRE 1 Y 3999, MES ENTRE 1 Y 12 Y DIA ENTRE 1
008500* Y EL ULTIMO DEL MES. UN ANIO ES BISIESTO SI ES DIVISIBLE POR 4,
008600* SALVO LOS SECULARES, QUE LO SON SOLO SI SON DIVISIBLES POR 400.
008700*----------------------------------------------------------------
008800 2100-VALIDAR-FECHA.
008900     IF FECHA-IN NOT NUMERIC
009000         SET WS-FECHA-INVALIDA TO TRUE
009100         GO TO 2100-EXIT
009200     END-IF
009300     IF FECHA-ANIO = 0 OR FECHA-ANIO > 3999
009400         SET WS-FECHA-INVALIDA TO TRUE
009500         GO TO 2100-EXIT
009600     END-IF
009700     IF FECHA-MES = 0 OR FECHA-MES > 12
009800         SET WS-FECHA-INVALIDA TO TRUE
009900         GO TO 2100-EXIT
010000     END-IF
010100     MOVE WS-DIAS-MES(FECHA-MES) TO WS-ULTIMO-DIA
010200     IF FECHA-MES = 2
010300         DIVIDE FECHA-ANIO BY 4 GIVING WS-COCIENTE
010400             REMAINDER WS-RESTO-4
010500         DIVIDE FECHA-ANIO BY 100 GIVING WS-COCIENTE
010600             REMAINDER WS-RESTO-100
010700         DIVIDE FECHA-ANIO BY 400 GIVING WS-COCIENTE
010800             REMAINDER WS-RESTO-400
010900         IF WS-RESTO-400 = 0
011000            OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
011100             MOVE 29 TO WS-ULTIMO-DIA
011200         END-IF
011300     END-IF
011400     IF FECHA-DIA = 0 OR FECHA-DIA > WS-ULTIMO-DIA
011500         SET WS-FECHA-INVALIDA TO TRUE
011600     END-IF.
011700 2100-EXIT.
011800     EXIT.
011900*----------------------------------------------------------------
012000* DETERMINA EL SEPARADOR DE LA DISPOSICION PEDIDA. UN FORMATO
012100* DESCONOCIDO INVALIDA EL DETALLE, COMO UNA FECHA INEXISTENTE
012200*----------------------------------------------------------------
012300 2200-ELEGIR-SEPARADOR.
012400     EVALUATE FORMATO-FECHA
012500         WHEN "P"
012600         WHEN SPACE
012700             MOVE "." TO WS-SEPARADOR
012800         WHEN "B"
012900             MOVE "/" TO WS-SEPARADOR
013000         WHEN "E"
013100             MOVE SPACE TO WS-SEPARADOR
013200         WHEN OTHER
013300             SET WS-FECHA-INVALIDA TO TRUE
013400     END-EVALUATE.
013500 2200-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------
013800* CONVIERTE DIA, MES Y ANIO CON NUMCNV Y LOS CONCATENA EN ORDEN
013900* DIA-MES-ANIO CON EL SEPARADOR ELEGIDO. EL RESULTADO MAS LARGO
014000* POSIBLE (XXVIII.VIII.MMMDCCCLXXXVIII) OCUPA 27 POSICIONES.
014100*----------------------------------------------------------------
014200 2300-ARMAR-FECHA.
014300     MOVE FECHA-DIA TO WS-NUMERO-PARTE
014400     CALL "NUMCNV" USING WS-NUMERO-PARTE WS-ROMANO-DIA
014500     MOVE FECHA-MES TO WS-NUMERO-PARTE
014600     CALL "NUMCNV" USING WS-NUMERO-PARTE WS-ROMANO-MES
014700     MOVE FECHA-ANIO TO WS-NUMERO-PARTE
014800     CALL "NUMCNV" USING WS-NUMERO-PARTE WS-ROMANO-ANIO
014900     STRING WS-ROMANO-DIA  DELIMITED BY SPACE
015000            WS-SEPARADOR   DELIMITED BY SIZE
015100            WS-ROMANO-MES  DELIMITED BY SPACE
015200            WS-SEPARADOR   DELIMITED BY SIZE
015300            WS-ROMANO-ANIO DELIMITED BY SPACE
015400         INTO STRING-FECHA
015500     END-STRING.
015600 2300-EXIT.
015700     EXIT.
