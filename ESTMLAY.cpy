000100*----------------------------------------------------------------
000110* ESTMLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL ARCHIVO PERMANENTE DE ESTADISTICAS MENSUALES
000140* (ESTMENS), INDEXADO POR PERIODO, TIPO DE REGISTRO Y APERTURA.
000150* LO GRABA EL CIERRE DE MES CIERRMES A PARTIR DEL AUDITLOG Y DEL
000160* REGISTRO DE LOTES (LOTEREG) ANTES DE QUE AUDPURGE DEPURE EL
000170* DETALLE, Y NO SE DEPURA NUNCA. POR CADA PERIODO CERRADO HAY:
000180*   "D" UN REGISTRO POR AREA EMISORA, TIPO DE DETALLE (A ARABIGO,
000190*       R ROMANO, M CORRECCION EN LINEA, H RECHAZO DE LOTE,
000191*       F FECHA A ROMANOS),
000200*       RESULTADO (A/R) Y MOTIVO DE RECHAZO, CON LA CANTIDAD DE
000210*       ENTRADAS DE AUDITORIA. LAS CORRECCIONES EN LINEA (LOTE
000220*       "ENLINEA") Y LAS ENTRADAS SIN LOTE QUEDAN CON AREA EN
000221*       BLANCO Y LAS DE UN PREFIJO DE LOTE NO
000230*       REGISTRADO EN AREAREG CON AREA "????".
000240*   "L" UN REGISTRO POR AREA CON LOS LOTES BALANCEADOS DEL MES Y
000250*       SUS DETALLES LEIDOS, ACEPTADOS Y RECHAZADOS.
000260*   "C" EL REGISTRO DE CONTROL DEL CIERRE, CON AREA, TIPO,
000270*       RESULTADO Y MOTIVO EN BLANCO/CERO. SU EXISTENCIA MARCA EL
000280*       PERIODO COMO CERRADO: SE GRABA ULTIMO, ASI QUE UN CIERRE
000290*       INTERRUMPIDO PUEDE REPETIRSE.
000300*
000310* HISTORIAL DE MODIFICACIONES
000320* FECHA       AUTOR   DESCRIPCION
000330* ----------  ------  ----------------------------------------
000340* 15/10/2026  TL      VERSION ORIGINAL.
000341* 15/10/2026  TL      TIPO DE DETALLE F (FECHA A ROMANOS).
000342* 15/10/2026  TL      SE ACLARA EL AREA DE LAS CORRECCIONES EN
000343*                     LINEA.
000350*----------------------------------------------------------------
000360     05  EMES-CLAVE.
000370         10  EMES-PERIODO           PIC 9(06).
000380         10  EMES-TIPO-REG          PIC X(01).
000390             88  EMES-REG-CONTROL          VALUE "C".
000400             88  EMES-REG-LOTES            VALUE "L".
000410             88  EMES-REG-DETALLE          VALUE "D".
000420         10  EMES-AREA              PIC X(04).
000430         10  EMES-TIPO-DETALLE      PIC X(01).
000440         10  EMES-RESULTADO         PIC X(01).
000450         10  EMES-MOTIVO            PIC 9(02).
000460     05  EMES-DATOS                 PIC X(32).
000470     05  EMES-DATOS-DETALLE REDEFINES EMES-DATOS.
000480         10  EMES-DET-CANTIDAD      PIC 9(08).
000490         10  FILLER                 PIC X(24).
000500     05  EMES-DATOS-LOTES REDEFINES EMES-DATOS.
000510         10  EMES-LOT-LOTES         PIC 9(08).
000520         10  EMES-LOT-LEIDOS        PIC 9(08).
000530         10  EMES-LOT-ACEPTADOS     PIC 9(08).
000540         10  EMES-LOT-RECHAZADOS    PIC 9(08).
000550     05  EMES-DATOS-CONTROL REDEFINES EMES-DATOS.
000560         10  EMES-CTL-FECHA-CIERRE  PIC 9(08).
000570         10  EMES-CTL-AUDITORIA     PIC 9(08).
000580         10  EMES-CTL-LOTES         PIC 9(08).
000590         10  EMES-CTL-REGISTROS     PIC 9(08).
