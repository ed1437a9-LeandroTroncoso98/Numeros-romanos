000100*----------------------------------------------------------------
000110* FPROLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL REGISTRO UNICO DEL ARCHIVO DE CONTROL DE LA FECHA
000140* DE PROCESO (FECHAPRO), INDEXADO POR LA CLAVE FIJA "FECHAPRO".
000150* FPRO-FECHA ES EL DIA DE NEGOCIO QUE ESTAMPAN TODOS LOS
000160* PROGRAMAS BATCH DE LA CADENA (MAESTRO, HISTORIA, AUDITORIA,
000170* ESTADIST, ETC.) Y LA TRANSACCION NUMROMO, EN LUGAR DEL RELOJ
000180* DEL SISTEMA, PARA QUE UN CICLO NOCTURNO QUE PASA LA MEDIANOCHE
000190* O EL REPROCESO DE UN DIA ANTERIOR QUEDEN CON UNA SOLA FECHA.
000200* EL PASO DE INICIO DE DIA (FECHMNT ABRIR) LO MARCA "A" Y EL DE
000210* FIN DE DIA (FECHMNT CERRAR) LO MARCA "C" Y AVANZA LA FECHA AL
000220* DIA SIGUIENTE. SIN REGISTRO O CON EL DIA CERRADO LOS PROGRAMAS
000230* RECHAZAN LA CORRIDA. LOS BATCH LO LEEN CON EL SUBPROGRAMA
000240* FECHPRO; NUMROMO LO LEE DIRECTAMENTE. LA APERTURA DE UN DIA
000241* ANTERIOR PARA REPROCESO GUARDA EN FPRO-FECHA-PENDIENTE EL DIA
000242* QUE ESPERABA ABRIRSE, Y EL CIERRE DEL REPROCESO LO RESTITUYE
000243* EN LUGAR DE AVANZAR, PARA QUE EL CALENDARIO NUNCA RETROCEDA.
000250*
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       AUTOR   DESCRIPCION
000280* ----------  ------  ----------------------------------------
000290* 15/10/2026  TL      VERSION ORIGINAL.
000291* 15/10/2026  TL      SE AGREGA FPRO-FECHA-PENDIENTE PARA LOS
000292*                     REPROCESOS DE DIAS ANTERIORES.
000300*----------------------------------------------------------------
000310     05  FPRO-CLAVE                 PIC X(08).
000320     05  FPRO-FECHA                 PIC 9(08).
000330     05  FPRO-ESTADO                PIC X(01).
000340         88  FPRO-DIA-ABIERTO              VALUE "A".
000350         88  FPRO-DIA-CERRADO              VALUE "C".
000360*    ULTIMO DIA CERRADO, PARA CONTROL DE OPERACIONES
000370     05  FPRO-FECHA-ANTERIOR        PIC 9(08).
000380*    RELOJ DEL SISTEMA AL ABRIR Y AL CERRAR EL DIA
000390     05  FPRO-APERTURA-FECHA        PIC 9(08).
000400     05  FPRO-APERTURA-HORA         PIC 9(08).
000410     05  FPRO-CIERRE-FECHA          PIC 9(08).
000420     05  FPRO-CIERRE-HORA           PIC 9(08).
000430*    DIA A RETOMAR AL CERRAR UN REPROCESO (CERO SI NO HAY)
000440     05  FPRO-FECHA-PENDIENTE       PIC 9(08).
