000350*                     ATRAVIESA UN CORTE DE DEPURACION DE
000360*                     AUDPURGE), LA REEMISION SE RECHAZA CON
000370*                     MENSAJE CLARO Y RETURN-CODE 8: EN ESE CASO
000371*                     HAY QUE RECUPERAR EL TRAMO DESDE ARCHSAL.
000372* 15/10/2026  TL      LA FECHA DE PROCESO DEL CONTROL COMUN
000373*                     FECHAPRO (SUBPROGRAMA FECHPRO) REEMPLAZA AL
000374*                     RELOJ DEL SISTEMA EN ESTADIST. SIN CONTROL
000375*                     DE FECHA O CON EL DIA YA CERRADO LA CORRIDA
000376*                     SE RECHAZA CON RETURN-CODE 16.
000377* 15/10/2026  TL      SE REEMITEN LOS DETALLES "F" (FECHA A
000378*                     ROMANOS) DE NUMROM: LA AUDITORIA GUARDA LA
000379*                     FECHA Y EL FORMATO PEDIDOS Y EL RESULTADO SE
000380*                     REGENERA CON EL MISMO SUBPROGRAMA NUMFEC, EN
000381*                     EL FORMATO DE LINEA DE NUMROM.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000900 77  WS-FS-ESTADIST             PIC X(02).
000910     88  WS-FS-ESTADIST-OK             VALUE "00".
000920     88  WS-FS-ESTADIST-NO-EXISTE      VALUE "35".
000921 77  WS-FECHA-CORRIDA           PIC 9(08) VALUE 0.
000922 77  WS-ESTADO-FECHA-PROC       PIC X(01) VALUE SPACES.
000923     88  WS-FECHA-PROC-ABIERTA         VALUE "A".
000930 77  WS-LOTE-PEDIDO             PIC X(08) VALUE SPACES.
000940 77  WS-FECHA-PEDIDA            PIC 9(08) VALUE 0.
000950 77  WS-ESPERADOS               PIC 9(06) VALUE 0.
000960 77  WS-ROMANO-SALIDA           PIC X(15).
000961 77  WS-STRING-FECHA            PIC X(29).
000962 77  WS-FECHA-SALIDA            PIC X(29).
000963 77  WS-SW-FECHA-VALIDEZ        PIC X(01) VALUE "S".
000964     88  WS-FECHA-ES-VALIDA            VALUE "S".
000970 01  WS-TOTALES-CONTROL.
000980     05  WS-CNT-HALLADOS        PIC 9(06) VALUE 0.
000990     05  WS-CNT-ACEPTADOS       PIC 9(06) VALUE 0.
001270* CON RETURN-CODE 16.
001280*----------------------------------------------------------------
001290 1000-INICIALIZAR.
001291     PERFORM 1050-OBTENER-FECHA-PROCESO THRU 1050-EXIT
001300     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001310     IF WS-LOTE-PEDIDO = SPACES
001320         DISPLAY "DEBE INDICARSE EN EL PARM EL LOTE A REEMITIR."
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001541*----------------------------------------------------------------
001542* OBTIENE LA FECHA DE PROCESO DEL CONTROL COMUN FECHAPRO (VER
001543* FPROLAY) CON EL SUBPROGRAMA FECHPRO. SIN CONTROL O CON EL DIA
001544* YA CERRADO LA CORRIDA SE RECHAZA CON RETURN-CODE 16 ANTES DE
001545* TOCAR NINGUN ARCHIVO
001546*----------------------------------------------------------------
001547 1050-OBTENER-FECHA-PROCESO.
001548     CALL "FECHPRO" USING WS-FECHA-CORRIDA WS-ESTADO-FECHA-PROC
001549     IF NOT WS-FECHA-PROC-ABIERTA
001550         DISPLAY "FECHA DE PROCESO NO ABIERTA (ESTADO "
001551             WS-ESTADO-FECHA-PROC "). LA CORRIDA SE RECHAZA."
001552         MOVE 16 TO RETURN-CODE
001553         STOP RUN
001554     END-IF.
001555 1050-EXIT.
001556     EXIT.
001557*----------------------------------------------------------------
001560* INTERPRETA EL PARM DEL PASO DE JCL: POSICIONES 1-8 = LOTE A
001570* REEMITIR (OBLIGATORIO); POSICIONES 9-16 = FECHA DE PROCESO
001580* AAAAMMDD (OPCIONAL, PARA UN LOTE REUSADO EN DISTINTAS FECHAS
002330* DESCRIPTIVO SEGUN EL PARM, Y DENTRO DEL DESCRIPTIVO EL TEXTO
002340* DEL CAMINO ARABIGO O DEL CAMINO ROMANO SEGUN AUD-TIPO-DETALLE.
002350* LAS ENTRADAS ANTERIORES A ESE CAMPO (EN BLANCO) SE REEMITEN
002360* CON EL FORMATO ARABIGO, EL MISMO DEL CAMINO PRINCIPAL. LAS
002361* FECHAS SE REEMITEN APARTE, EN 2200-REEMITIR-FECHA.
002370*----------------------------------------------------------------
002380 2100-REEMITIR-LINEA.
002381     IF AUD-DETALLE-FECHA
002382         PERFORM 2200-REEMITIR-FECHA THRU 2200-EXIT
002383         GO TO 2100-EXIT
002384     END-IF
002390     MOVE AUD-STRING-ROMANO TO WS-ROMANO-SALIDA
002400     IF WS-USAR-MINUSCULAS
002410         INSPECT WS-ROMANO-SALIDA
002610     DISPLAY REG-SALIDA.
002620 2100-EXIT.
002630     EXIT.
002631*----------------------------------------------------------------
002632* REGENERA LA LINEA DE SALIDA DE UN DETALLE DE FECHA ACEPTADO:
002633* VUELVE A CONVERTIR CON NUMFEC LA FECHA Y EL FORMATO GUARDADOS EN
002634* LA AUDITORIA Y ARMA LA LINEA COMO 0500-MOSTRAR-FECHA DE NUMROM
002635*----------------------------------------------------------------
002636 2200-REEMITIR-FECHA.
002637     CALL "NUMFEC" USING AUD-FEC-FECHA AUD-FEC-FORMATO
002638         WS-STRING-FECHA WS-SW-FECHA-VALIDEZ
002639     MOVE WS-STRING-FECHA TO WS-FECHA-SALIDA
002640     IF WS-USAR-MINUSCULAS
002641         INSPECT WS-FECHA-SALIDA
002642             CONVERTING "IVXLCDM" TO "ivxlcdm"
002643     END-IF
002644     MOVE SPACES TO REG-SALIDA
002645     IF WS-USAR-COLUMNAR
002646         MOVE AUD-FEC-FECHA     TO REG-SALIDA(1:8)
002647         MOVE WS-FECHA-SALIDA   TO REG-SALIDA(10:29)
002648     ELSE
002649         STRING "LA FECHA " AUD-FEC-FECHA(1:2) "/"
002650             AUD-FEC-FECHA(3:2) "/" AUD-FEC-FECHA(5:4)
002651             " EN ROMANOS " WS-FECHA-SALIDA
002652             DELIMITED BY SIZE INTO REG-SALIDA
002653         END-STRING
002654     END-IF
002655     WRITE REG-SALIDA
002656     DISPLAY REG-SALIDA.
002657 2200-EXIT.
002658     EXIT.
002659*----------------------------------------------------------------
002660* VERIFICA LA COBERTURA DE LA REEMISION: SIN NINGUNA ENTRADA DEL
002661* LOTE EN LA AUDITORIA LA REEMISION SE RECHAZA; CON MENOS
002670* ENTRADAS QUE LOS DETALLES QUE EL REGISTRO DE LOTES DECLARA,
002680* LA REMESA ATRAVIESA UN CORTE DE DEPURACION Y EL TRAMO FALTANTE
002690* DEBE RECUPERARSE DESDE EL ARCHIVO HISTORICO ARCHSAL. EN AMBOS
003410         OPEN OUTPUT ESTADIST
003420     END-IF
003430     MOVE "NUMREEM" TO EST-PROGRAMA
003440     MOVE WS-FECHA-CORRIDA TO EST-FECHA
003450     ACCEPT EST-HORA FROM TIME
003460     MOVE WS-CNT-HALLADOS   TO EST-CNT-1
003470     MOVE WS-CNT-ACEPTADOS  TO EST-CNT-2
