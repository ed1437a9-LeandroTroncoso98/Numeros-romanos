000100*----------------------------------------------------------------
000110* TRANLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DE LOS REGISTROS DE SOBRE DE UNA TRANSMISION DE
000140* RESPUESTAS A UN AREA EMISORA. NUMDIST ARMA UN ARCHIVO POR AREA
000150* CON UNA CABECERA DE TRANSMISION "E", LOS REGISTROS H/D/T DE LOS
000160* LOTES DEL AREA TAL CUAL LOS GRABO NUMROM (COPY RESPLAY, MISMO
000170* LARGO DE 60 POSICIONES) Y UN FINALIZADOR DE TRANSMISION "F" CON
000180* LA CANTIDAD DE CONTROL. LA TRANSMISION SE IDENTIFICA POR AREA,
000190* FECHA DE PROCESO Y SECUENCIA DEL DIA, LA MISMA CLAVE CON QUE
000200* QUEDA ASENTADA EN EL REGISTRO DE ENTREGAS (COPY ENTRGLAY) Y CON
000210* LA QUE EL AREA DEVUELVE SU ACUSE (COPY ACUSLAY).
000220*
000230* HISTORIAL DE MODIFICACIONES
000240* FECHA       AUTOR   DESCRIPCION
000250* ----------  ------  ----------------------------------------
000260* 15/10/2026  TL      VERSION ORIGINAL.
000270*----------------------------------------------------------------
000280     05  TRN-TIPO               PIC X(01).
000290         88  TRN-TIPO-CABECERA          VALUE "E".
000300         88  TRN-TIPO-FINAL             VALUE "F".
000310     05  TRN-AREA               PIC X(04).
000320     05  TRN-FECHA              PIC 9(08).
000330     05  TRN-SECUENCIA          PIC 9(02).
000340     05  TRN-DATOS              PIC X(45).
000350     05  TRN-DATOS-CABECERA REDEFINES TRN-DATOS.
000360         10  TRN-CAB-HORA       PIC 9(08).
000370         10  FILLER             PIC X(37).
000380     05  TRN-DATOS-FINAL REDEFINES TRN-DATOS.
000390*        CANTIDAD DE CONTROL: REGISTROS H/D/T ENTRE LOS SOBRES
000400         10  TRN-FIN-REGISTROS  PIC 9(08).
000410         10  TRN-FIN-LOTES      PIC 9(06).
000420         10  TRN-FIN-DETALLES   PIC 9(08).
000430         10  FILLER             PIC X(23).
