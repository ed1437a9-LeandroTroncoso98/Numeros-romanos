000220* FECHA       AUTOR   DESCRIPCION
000230* ----------  ------  ----------------------------------------
000240* 02/09/2026  TL      VERSION ORIGINAL.
000242* 15/10/2026  TL      SE AGREGA LREG-AREA CON EL CODIGO DEL AREA
000244*                     EMISORA DEL LOTE SEGUN EL REGISTRO DE AREAS
000246*                     (AREAREG, COPY AREALAY), PARA QUE LOTERPT
000248*                     PUEDA LISTAR LAS REMESAS POR AREA.
000250*----------------------------------------------------------------
000260     05  LREG-LOTE-ID               PIC X(08).
000270     05  LREG-FECHA-PROCESO         PIC 9(08).
000280     05  LREG-LEIDOS                PIC 9(06).
000290     05  LREG-ACEPTADOS             PIC 9(06).
000300     05  LREG-RECHAZADOS            PIC 9(06).
000310     05  LREG-AREA                  PIC X(04).
