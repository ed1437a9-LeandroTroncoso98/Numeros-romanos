000100*----------------------------------------------------------------
000110* ACUSLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL ACUSE DE RECIBO QUE CADA AREA EMISORA DEVUELVE POR
000140* CADA TRANSMISION DE RESPUESTAS RECIBIDA: UN REGISTRO DE 80
000150* POSICIONES CON LA IDENTIFICACION DE LA TRANSMISION (AREA, FECHA
000160* Y SECUENCIA, COMO VINIERON EN SU CABECERA "E", COPY TRANLAY),
000170* LA FECHA EN QUE EL AREA LA RECIBIO Y LAS CANTIDADES QUE CONTO.
000180* LOS ACUSES DEL DIA SE CONCATENAN EN EL ARCHIVO ACUSES QUE LEE
000190* NUMACUS.
000200*
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       AUTOR   DESCRIPCION
000230* ----------  ------  ----------------------------------------
000240* 15/10/2026  TL      VERSION ORIGINAL.
000250*----------------------------------------------------------------
000260     05  ACU-AREA                   PIC X(04).
000270     05  ACU-FECHA                  PIC 9(08).
000280     05  ACU-SECUENCIA              PIC 9(02).
000290     05  ACU-RECEPCION              PIC 9(08).
000300     05  ACU-REGISTROS              PIC 9(08).
000310     05  ACU-LOTES                  PIC 9(06).
000320     05  ACU-DETALLES               PIC 9(08).
000330     05  FILLER                     PIC X(36).
