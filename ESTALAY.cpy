000272*   NUMREEM   HALLADAS         ACEPTADAS        RECHAZADAS
000274*   NUMCOMP   ALTAS            CAMBIOS          BAJAS
000276*   NUMDIFER  DRENADAS         GRABADAS         DESCARTADAS
000277*   AREAMNT   MOVIMIENTOS      APLICADOS        RECHAZADOS
000278*   CIERRMES  AUDIT. DEL MES   LOTES DEL MES    GRABADOS ESTMENS
000279*   PENDRPT   CORRECCIONES     PENDIENTES       RECHAZADAS
000280*   FECHMNT   APERTURAS        CIERRES          FECHA VIGENTE
000281*   NUMCERT   MAESTRO LEIDOS   EXCEPCIONES      REPARADOS
000282*   NUMPRED   ENTRADA LEIDOS   LOTES LIBERADOS  TRAMOS RETENIDOS
000283*   NUMDIST   RESPUESTA LEIDOS TRANSMISIONES    SIN AREA
000284*   NUMACUS   ACUSES LEIDOS    CONFIRMADAS      EXCEPCIONES
000285*   NUMRECH   RECONSTRUIDOS    SIN HISTORIA     DIFERENCIAS
000286*
000290* HISTORIAL DE MODIFICACIONES
000300* FECHA       AUTOR   DESCRIPCION
000310* ----------  ------  ----------------------------------------
000320* 02/09/2026  TL      VERSION ORIGINAL.
000321* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE AREAMNT.
000322* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE CIERRMES.
000323* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE PENDRPT.
000324* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE FECHMNT.
000325*                     EST-FECHA ES AHORA LA FECHA DE PROCESO
000326*                     (FECHAPRO, VER FPROLAY), NO LA DEL SISTEMA.
000327* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE NUMCERT.
000328* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE NUMPRED.
000329* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE NUMDIST Y
000330*                     NUMACUS.
000331* 15/10/2026  TL      SE DOCUMENTAN LOS CONTADORES DE NUMRECH.
000332*----------------------------------------------------------------
000340     05  EST-PROGRAMA               PIC X(08).
000350     05  EST-FECHA                  PIC 9(08).
000360     05  EST-HORA                   PIC 9(08).
