000100*----------------------------------------------------------------
000110* PENDLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL ARCHIVO DE CORRECCIONES PENDIENTES DE APROBACION
000140* (PENDIENT), INDEXADO POR NUMERO MAS FECHA Y HORA DE ALTA. LA
000150* FUNCION M DE NUMROMO YA NO ACTUALIZA EL MAESTRO: GRABA AQUI LA
000160* CORRECCION CON LA IMAGEN ANTERIOR (LA DEL MAESTRO AL MOMENTO DE
000170* PEDIRLA) Y LA POSTERIOR (EL ROMANO RECALCULADO CON NUMCNV), EN
000180* ESTADO PENDIENTE. UN SUPERVISOR, DISTINTO DEL OPERADOR QUE LA
000190* INGRESO, LA APRUEBA (RECIEN ENTONCES SE APLICA A MAESTRO,
000200* HISTORIA Y AUDITORIA) O LA RECHAZA CON LA FUNCION S. CADA
000210* CORRECCION ES UN REGISTRO NUEVO Y LAS RESUELTAS NO SE PISAN:
000220* MIENTRAS UN NUMERO TIENE UNA SIN RESOLVER NO SE ACEPTA OTRA
000230* DEL MISMO NUMERO. EL REPORTE NOCTURNO PENDRPT LISTA LAS
000240* PENDIENTES Y LAS RECHAZADAS CON SU ANTIGUEDAD.
000250*
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       AUTOR   DESCRIPCION
000280* ----------  ------  ----------------------------------------
000290* 15/10/2026  TL      VERSION ORIGINAL.
000291* 15/10/2026  TL      LA CLAVE PASA A SER PEND-CLAVE (NUMERO,
000292*                     FECHA Y HORA DE ALTA) EN LUGAR DEL NUMERO
000293*                     SOLO: UNA NUEVA CORRECCION DEL MISMO NUMERO
000294*                     REEMPLAZABA A LA ANTERIOR YA RESUELTA Y UNA
000295*                     RECHAZADA SE PERDIA ANTES DE QUE PENDRPT LA
000296*                     INFORMARA.
000300*----------------------------------------------------------------
000310     05  PEND-CLAVE.
000311         10  PEND-NUMERO            PIC 9(04).
000312*        CUANDO SE INGRESO
000313         10  PEND-FECHA-ALTA        PIC 9(08).
000314         10  PEND-HORA-ALTA         PIC 9(08).
000320     05  PEND-ESTADO                PIC X(01).
000330         88  PEND-PENDIENTE                VALUE "P".
000340         88  PEND-APROBADA                 VALUE "A".
000350         88  PEND-RECHAZADA                VALUE "R".
000360*    IMAGEN ANTERIOR: "N" SI EL NUMERO NO TENIA REGISTRO EN EL
000370*    MAESTRO (LA APROBACION LO DA DE ALTA)
000380     05  PEND-EXISTIA               PIC X(01).
000390         88  PEND-ERA-ALTA                 VALUE "N".
000391         88  PEND-ERA-REGRABACION          VALUE "S".
000400     05  PEND-ROMANO-ANTES          PIC X(15).
000410     05  PEND-FECHA-ANTES           PIC 9(08).
000420*    IMAGEN POSTERIOR
000430     05  PEND-ROMANO-DESPUES        PIC X(15).
000440*    DESDE DONDE Y QUIEN LA INGRESO
000470     05  PEND-TERMINAL              PIC X(04).
000480     05  PEND-OPERADOR              PIC X(08).
000490*    QUIEN Y CUANDO LA APROBO O RECHAZO
000500     05  PEND-FECHA-RESOL           PIC 9(08).
000510     05  PEND-HORA-RESOL            PIC 9(08).
000520     05  PEND-SUPERVISOR            PIC X(08).
