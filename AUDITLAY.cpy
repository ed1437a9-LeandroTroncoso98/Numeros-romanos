000316*                     LINEA QUE USO NUMROM. EN LAS ENTRADAS
000317*                     GRABADAS ANTES DE ESTE CAMPO QUEDA EN
000318*                     BLANCO Y SE REEMITE CON EL FORMATO ARABIGO.
000319* 15/10/2026  TL      SE AGREGAN LOS MOTIVOS 28 (AREA NO
000320*                     REGISTRADA), 32 (AREA SUSPENDIDA) Y 36
000321*                     (TOPE DIARIO DEL AREA EXCEDIDO) PARA LA
000322*                     ENTRADA DE TIPO "H" QUE NUMROM GRABA AL
000323*                     RECHAZAR UNA REMESA POR EL CONTROL DE AREAS
000324*                     EMISORAS (AREAREG, COPY AREALAY), CON
000325*                     NUMERO EN CERO Y ROMANO EN BLANCO COMO LA
000326*                     DEL MOTIVO 24.
000327* 15/10/2026  TL      SE AGREGA EL TIPO DE DETALLE "F" (FECHA A
000328*                     ROMANOS) DE LA ENTRADA DE NUMROM, CON EL
000329*                     MOTIVO 40 (FECHA INVALIDA). ESAS ENTRADAS
000330*                     LLEVAN NUMERO EN CERO Y, EN LUGAR DEL
000331*                     ROMANO, LA FECHA DDMMAAAA Y EL FORMATO
000332*                     PEDIDOS (AUD-DATOS-FECHA); EL RESULTADO SE
000333*                     REGENERA CON EL SUBPROGRAMA NUMFEC.
000334* 15/10/2026  TL      SE AGREGA AUD-SUPERVISOR CON EL SUPERVISOR
000335*                     QUE APROBO LA CORRECCION EN LINEA (TIPO
000336*                     "M"), TOMADO DE AUDON-SUPERVISOR POR
000337*                     AUDCONS. EN LAS ENTRADAS BATCH Y EN LAS
000338*                     GRABADAS ANTES DE ESTE CAMPO QUEDA EN
000339*                     BLANCO. EL REGISTRO PASA DE 59 A 67.
000340*----------------------------------------------------------------
000341     05  AUD-FECHA                  PIC 9(08).
000342     05  AUD-HORA                   PIC 9(08).
000343     05  AUD-NUMERO-IN              PIC 9(04).
000344     05  AUD-STRING-ROMANO          PIC X(15).
000345     05  AUD-DATOS-FECHA REDEFINES AUD-STRING-ROMANO.
000346         10  AUD-FEC-FECHA          PIC X(08).
000347         10  AUD-FEC-FORMATO        PIC X(01).
000348         10  FILLER                 PIC X(06).
000349     05  AUD-ESTADO                 PIC X(01).
000350         88  AUD-ACEPTADO                  VALUE "A".
000360         88  AUD-RECHAZADO                 VALUE "R".
000370     05  AUD-MOTIVO-RECHAZO         PIC 9(02).
000410         88  AUD-MOTIVO-FUERA-RANGO        VALUE 12.
000412         88  AUD-MOTIVO-ROMANO-INVALIDO    VALUE 20.
000414         88  AUD-MOTIVO-LOTE-DUPLICADO     VALUE 24.
000415         88  AUD-MOTIVO-AREA-DESCONOCIDA   VALUE 28.
000416         88  AUD-MOTIVO-AREA-SUSPENDIDA    VALUE 32.
000417         88  AUD-MOTIVO-TOPE-EXCEDIDO      VALUE 36.
000418         88  AUD-MOTIVO-FECHA-INVALIDA     VALUE 40.
000420     05  AUD-LOTE-ID                PIC X(08).
000430     05  AUD-TERMINAL               PIC X(04).
000440     05  AUD-OPERADOR               PIC X(08).
000470         88  AUD-DETALLE-ROMANO            VALUE "R".
000480         88  AUD-DETALLE-LOTE              VALUE "H".
000490         88  AUD-DETALLE-EN-LINEA          VALUE "M".
000491         88  AUD-DETALLE-FECHA             VALUE "F".
000500     05  AUD-SUPERVISOR             PIC X(08).
