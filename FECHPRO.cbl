000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FECHPRO.
000120 AUTHOR. TRONCOSO LEANDRO.
000130 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED. 15/10/2026.
000160*----------------------------------------------------------------
000170* HISTORIAL DE MODIFICACIONES
000180*----------------------------------------------------------------
000190* FECHA       AUTOR   DESCRIPCION
000200* ----------  ------  ----------------------------------------
000210* 15/10/2026  TL      VERSION ORIGINAL. SUBPROGRAMA QUE DEVUELVE
000220*                     LA FECHA DE PROCESO (DIA DE NEGOCIO) DEL
000230*                     REGISTRO UNICO DEL ARCHIVO DE CONTROL
000240*                     FECHAPRO (COPY FPROLAY) Y SU ESTADO, PARA
000250*                     QUE TODOS LOS PROGRAMAS BATCH DE LA CADENA
000260*                     ESTAMPEN LA MISMA FECHA EN LUGAR DEL RELOJ
000270*                     DEL SISTEMA Y RECHACEN LA CORRIDA CUANDO EL
000280*                     DIA NO ESTA ABIERTO. EL LLAMADOR RECIBE:
000290*                       "A" DIA ABIERTO (FECHA-PROCESO VALIDA)
000300*                       "C" DIA YA CERRADO POR EL FIN DE DIA
000310*                       "N" SIN ARCHIVO O SIN REGISTRO DE CONTROL
000320*                     EN LOS DOS ULTIMOS CASOS FECHA-PROCESO
000330*                     DEVUELVE LA DEL REGISTRO O CERO.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FECHAPRO ASSIGN TO FECHAPRO
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FPRO-CLAVE
000420         FILE STATUS IS WS-FS-FECHAPRO.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  FECHAPRO
000460     LABEL RECORDS ARE STANDARD.
000470 01  REG-FECHAPRO.
000480     COPY FPROLAY.
000490 WORKING-STORAGE SECTION.
000500 77  WS-FS-FECHAPRO             PIC X(02).
000510     88  WS-FS-FECHAPRO-OK             VALUE "00".
000520     88  WS-FS-FECHAPRO-NO-EXISTE      VALUE "35".
000530 LINKAGE SECTION.
000540 01  FECHA-PROCESO              PIC 9(08).
000550 01  ESTADO-FECHA-PROCESO       PIC X(01).
000560 PROCEDURE DIVISION USING FECHA-PROCESO ESTADO-FECHA-PROCESO.
000570*----------------------------------------------------------------
000580*                        P A R R A F O   P R I N C I P A L
000590*----------------------------------------------------------------
000600 0000-MAINLINE.
000610     MOVE 0 TO FECHA-PROCESO
000620     MOVE "N" TO ESTADO-FECHA-PROCESO
000630     OPEN INPUT FECHAPRO
000640     IF NOT WS-FS-FECHAPRO-OK
000650         GOBACK
000660     END-IF
000670     PERFORM 1000-LEER-CONTROL THRU 1000-EXIT
000680     CLOSE FECHAPRO
000690     GOBACK.
000700*----------------------------------------------------------------
000710* LEE EL REGISTRO UNICO DE CONTROL Y DEVUELVE SU FECHA Y ESTADO.
000720* UN ESTADO QUE NO SEA "A" NI "C" SE INFORMA COMO CERRADO: NO SE
000730* HABILITA UNA CORRIDA CON UN REGISTRO DE CONTROL DUDOSO
000740*----------------------------------------------------------------
000750 1000-LEER-CONTROL.
000760     MOVE "FECHAPRO" TO FPRO-CLAVE
000770     READ FECHAPRO
000780         INVALID KEY
000790             GO TO 1000-EXIT
000800     END-READ
000810     MOVE FPRO-FECHA TO FECHA-PROCESO
000820     IF FPRO-DIA-ABIERTO
000830         MOVE "A" TO ESTADO-FECHA-PROCESO
000840     ELSE
000850         MOVE "C" TO ESTADO-FECHA-PROCESO
000860     END-IF.
000870 1000-EXIT.
000880     EXIT.
