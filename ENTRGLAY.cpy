000100*----------------------------------------------------------------
000110* ENTRGLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL REGISTRO DE ENTREGAS DE RESPUESTAS A LAS AREAS
000140* EMISORAS (ENTREGA), INDEXADO POR AREA, FECHA DE PROCESO Y
000150* SECUENCIA DE LA TRANSMISION EN EL DIA. NUMDIST GRABA UNA
000160* ENTRADA POR CADA ARCHIVO QUE ARMA, CON EL NOMBRE DEL DATASET Y
000170* LAS CANTIDADES ENVIADAS, EN ESTADO PENDIENTE. NUMACUS LA
000180* ACTUALIZA CON EL ACUSE QUE DEVUELVE EL AREA: CONFIRMADA SI LAS
000190* CANTIDADES COINCIDEN, DISCREPANTE SI NO. UN ACUSE POSTERIOR QUE
000200* COINCIDE CONFIRMA UNA ENTREGA DISCREPANTE.
000210*
000220* HISTORIAL DE MODIFICACIONES
000230* FECHA       AUTOR   DESCRIPCION
000240* ----------  ------  ----------------------------------------
000250* 15/10/2026  TL      VERSION ORIGINAL.
000260*----------------------------------------------------------------
000270     05  ENT-CLAVE.
000280         10  ENT-AREA               PIC X(04).
000290         10  ENT-FECHA              PIC 9(08).
000300         10  ENT-SECUENCIA          PIC 9(02).
000310     05  ENT-HORA                   PIC 9(08).
000320     05  ENT-DSN                    PIC X(44).
000330     05  ENT-REGISTROS              PIC 9(08).
000340     05  ENT-LOTES                  PIC 9(06).
000350     05  ENT-DETALLES               PIC 9(08).
000360     05  ENT-ESTADO                 PIC X(01).
000370         88  ENT-PENDIENTE                 VALUE "P".
000380         88  ENT-CONFIRMADA                VALUE "C".
000390         88  ENT-DISCREPANTE               VALUE "D".
000400*    ULTIMO ACUSE RECIBIDO: FECHA DE PROCESO EN QUE SE APLICO,
000410*    FECHA DE RECEPCION QUE DECLARA EL AREA Y SUS CANTIDADES
000420     05  ENT-ACUSE-FECHA            PIC 9(08).
000430     05  ENT-ACUSE-RECEPCION        PIC 9(08).
000440     05  ENT-ACUSE-REGISTROS        PIC 9(08).
000450     05  ENT-ACUSE-LOTES            PIC 9(06).
000460     05  ENT-ACUSE-DETALLES         PIC 9(08).
