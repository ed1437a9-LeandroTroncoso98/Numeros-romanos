000100*----------------------------------------------------------------
000110* RESPLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL REGISTRO DEL ARCHIVO DE RESPUESTA A LAS AREAS
000140* EMISORAS (RESPUESTA) QUE GRABA NUMROM: UNA CABECERA "H" POR
000150* LOTE (ECO DEL LOTE, SU FECHA DE GENERACION Y EL ESTADO DEL
000160* LOTE), UN DETALLE "D" POR CADA REGISTRO RECIBIDO Y UN
000170* FINALIZADOR "T" CON LOS CONTADORES DEL LOTE.
000180*
000190* HISTORIAL DE MODIFICACIONES
000200* FECHA       AUTOR   DESCRIPCION
000210* ----------  ------  ----------------------------------------
000220* 15/10/2026  TL      VERSION ORIGINAL. SE EXTRAE A ESTA COPY EL
000230*                     LAYOUT QUE ESTABA DECLARADO EN LA FD DE
000240*                     NUMROM, PARA QUE EL NUEVO DISTRIBUIDOR
000250*                     NUMDIST LEA EL ARCHIVO CON LA MISMA VISTA.
000260* 15/10/2026  TL      SE AGREGA LA VISTA RSP-DATOS-FECHA DEL
000270*                     DETALLE DE UN REGISTRO "F" (FECHA A
000280*                     ROMANOS): ECO DE LA FECHA DDMMAAAA Y DEL
000290*                     FORMATO, Y LA FECHA EN ROMANOS EN LA
000300*                     DISPOSICION PEDIDA. ESTADO Y MOTIVO QUEDAN
000310*                     EN LAS MISMAS POSICIONES QUE EN RSP-DATOS-
000320*                     DETALLE. EL MOTIVO 40 ES FECHA INVALIDA.
000330*----------------------------------------------------------------
000340     05  RSP-TIPO               PIC X(01).
000350     05  RSP-DATOS              PIC X(59).
000360     05  RSP-DATOS-CABECERA REDEFINES RSP-DATOS.
000370         10  RSP-CAB-LOTE-ID    PIC X(08).
000380         10  RSP-CAB-FECHA      PIC 9(08).
000390         10  RSP-CAB-ESTADO     PIC X(01).
000400             88  RSP-CAB-PROCESADO      VALUE "A".
000410             88  RSP-CAB-DUPLICADO      VALUE "D".
000420             88  RSP-CAB-AREA-DESCONOCIDA VALUE "N".
000430             88  RSP-CAB-AREA-SUSPENDIDA  VALUE "S".
000440             88  RSP-CAB-TOPE-EXCEDIDO    VALUE "T".
000450         10  FILLER             PIC X(42).
000460     05  RSP-DATOS-DETALLE REDEFINES RSP-DATOS.
000470         10  RSP-DET-TIPO-ORIG  PIC X(01).
000480         10  RSP-DET-DATO-ORIG  PIC X(19).
000490         10  RSP-DET-NUMERO     PIC 9(04).
000500         10  RSP-DET-ROMANO     PIC X(15).
000510         10  RSP-DET-ESTADO     PIC X(01).
000520         10  RSP-DET-MOTIVO     PIC 9(02).
000530         10  FILLER             PIC X(17).
000540     05  RSP-DATOS-FECHA REDEFINES RSP-DATOS.
000550         10  RSP-FEC-TIPO-ORIG  PIC X(01).
000560         10  RSP-FEC-FECHA-ORIG PIC X(08).
000570         10  RSP-FEC-FORMATO    PIC X(01).
000580         10  RSP-FEC-ROMANO     PIC X(29).
000590         10  RSP-FEC-ESTADO     PIC X(01).
000600         10  RSP-FEC-MOTIVO     PIC 9(02).
000610         10  FILLER             PIC X(17).
000620     05  RSP-DATOS-FINAL REDEFINES RSP-DATOS.
000630         10  RSP-FIN-CANTIDAD   PIC 9(06).
000640         10  RSP-FIN-ACEPTADOS  PIC 9(06).
000650         10  RSP-FIN-RECHAZADOS PIC 9(06).
000660         10  FILLER             PIC X(41).
