000210* FECHA       AUTOR   DESCRIPCION
000220* ----------  ------  ----------------------------------------
000230* 22/08/2026  TL      VERSION ORIGINAL.
000232* 15/10/2026  TL      SE AGREGAN LOS MOTIVOS 28 (AREA NO
000233*                     REGISTRADA), 32 (AREA SUSPENDIDA) Y 36
000234*                     (TOPE DIARIO DEL AREA EXCEDIDO): NUMROM
000235*                     DEJA EN SUSPENSO CADA DETALLE DE UN LOTE
000236*                     RECHAZADO POR EL CONTROL DE AREAS EMISORAS.
000237* 15/10/2026  TL      SE AGREGA EL MOTIVO 40 (FECHA INVALIDA) DEL
000238*                     NUEVO DETALLE "F" DE FECHA A ROMANOS.
000240*----------------------------------------------------------------
000250     05  SUS-FECHA-CORRIDA          PIC 9(08).
000260     05  SUS-SECUENCIA              PIC 9(06).
000290         88  SUS-MOTIVO-CERO               VALUE 8.
000300         88  SUS-MOTIVO-FUERA-RANGO        VALUE 12.
000302         88  SUS-MOTIVO-ROMANO-INVALIDO    VALUE 20.
000304         88  SUS-MOTIVO-AREA-DESCONOCIDA   VALUE 28.
000306         88  SUS-MOTIVO-AREA-SUSPENDIDA    VALUE 32.
000308         88  SUS-MOTIVO-TOPE-EXCEDIDO      VALUE 36.
000309         88  SUS-MOTIVO-FECHA-INVALIDA     VALUE 40.
000310     05  SUS-CORRIDAS-EN-SUSPENSO   PIC 9(02).
000320     05  SUS-LOTE-ID                PIC X(08).
000330     05  SUS-CONTENIDO              PIC X(20).
