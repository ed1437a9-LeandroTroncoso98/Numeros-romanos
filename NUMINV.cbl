000695*                     IGUAL QUE NUMROM Y LA FUNCION M DE NUMROMO,
000696*                     PARA QUE EL MAESTRO REGRABADO CONSERVE SU
000697*                     RASTRO CONSULTABLE POR FECHA.
000698* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000699*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000700*                     RELOJ DEL SISTEMA EN MAESTRO, HISTORIA Y
000701*                     ESTADIST. SIN CONTROL DE FECHA O CON EL DIA
000702*                     YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-
000703*                     CODE 16.
000704* 15/10/2026  TL      LA COPY HISTOLAY INCORPORA HIST-SUPERVISOR,
000705*                     QUE EN LAS ENTRADAS DE ESTE PROGRAMA QUEDA
000706*                     EN BLANCO.
000707*----------------------------------------------------------------
000708 ENVIRONMENT DIVISION.
000709 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT ENTRADA ASSIGN TO ENTRADA
000730         ORGANIZATION IS SEQUENTIAL.
001054     88  WS-FS-HISTORIA-OK             VALUE "00".
001056     88  WS-FS-HISTORIA-NO-EXISTE      VALUE "35".
001060 77  WS-FECHA-CORRIDA           PIC 9(08).
001061 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
001062     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
001063 77  WS-HORA-CORRIDA            PIC 9(08).
001110 77  NUMERO-IN                  PIC 9(04).
001120 77  STRING-ROMANO              PIC X(15).
001210 77  WS-ROMANO-SALIDA           PIC X(15).
001430* ABRE LOS ARCHIVOS Y REALIZA LA LECTURA INICIAL (PRIMING READ)
001440*----------------------------------------------------------------
001450 1000-INICIALIZAR.
001451     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001460     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001470     OPEN INPUT ENTRADA
001480     OPEN OUTPUT SALIDA
001545         CLOSE HISTORIA
001546         OPEN I-O HISTORIA
001547     END-IF
001552     ACCEPT WS-HORA-CORRIDA FROM TIME
001560     PERFORM 1300-LEER-REGISTRO THRU 1300-EXIT.
001570 1000-EXIT.
001580     EXIT.
001581*----------------------------------------------------------------
001582* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001583* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001584* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001585* TOCAR NINGUN ARCHIVO
001586*----------------------------------------------------------------
001587 1050-OBTENER-FECHA-PROCESO.
001588     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001589     IF NOT WS-FECHA-PROC-ABIERTA
001590         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001591             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001592         MOVE 16 TO RETURN-CODE
001593         STOP RUN
001594     END-IF.
001595 1050-EXIT.
001596     EXIT.
001597*----------------------------------------------------------------
001600* INTERPRETA EL PARM DEL PASO DE JCL PARA DEFINIR EL FORMATO DEL
001610* REPORTE DE SALIDA, EN LINEA CON EL MISMO PARM DE NUMROM.
001620* POSICION 1 = "M" LISTA EL ROMANO EN MINUSCULAS; POSICION 2 =
004152     SET HIST-ORIGEN-INVERSO TO TRUE
004153     MOVE SPACES             TO HIST-LOTE-ID
004154     MOVE SPACES             TO HIST-OPERADOR
004155     MOVE SPACES             TO HIST-SUPERVISOR
004156     WRITE REG-HISTORIA
004157         INVALID KEY
004158             PERFORM 4610-REGRABAR-HISTORIA THRU 4610-EXIT
004159     END-WRITE.
004160 4600-EXIT.
004161     EXIT.
004162*----------------------------------------------------------------
004163* REGRABA UNA ENTRADA DE HISTORIA CUYA CLAVE YA EXISTIA
004164*----------------------------------------------------------------
004165 4610-REGRABAR-HISTORIA.
004166     REWRITE REG-HISTORIA.
004167 4610-EXIT.
004168     EXIT.
004169*----------------------------------------------------------------
004170* CIERRA ARCHIVOS Y TERMINA LA CORRIDA
004171*----------------------------------------------------------------
004180 9000-FINALIZAR.
004190     CLOSE ENTRADA
004200     CLOSE MAESTRO
