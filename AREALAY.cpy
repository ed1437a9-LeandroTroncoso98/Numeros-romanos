000100*----------------------------------------------------------------
000110* AREALAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL REGISTRO DE AREAS EMISORAS AUTORIZADAS (AREAREG),
000140* INDEXADO POR EL PREFIJO DE DOS POSICIONES CON QUE CADA AREA
000150* ARMA LOS IDENTIFICADORES DE SUS LOTES. NUMROM BUSCA AQUI LAS
000160* DOS PRIMERAS POSICIONES DE CADA CABECERA Y RECHAZA LA REMESA
000170* COMPLETA SI EL PREFIJO NO FIGURA (MOTIVO 28), SI EL AREA ESTA
000180* SUSPENDIDA (MOTIVO 32) O SI EL AREA YA ALCANZO SU TOPE DIARIO
000190* DE DETALLES (MOTIVO 36). EL TOPE SE CONTROLA AL ABRIR CADA
000200* LOTE CONTRA EL VOLUMEN YA PROCESADO ESE DIA: EL LOTE QUE LO
000210* CRUZA SE PROCESA ENTERO (UN LOTE NO SE PARTE) Y LOS SIGUIENTES
000220* DEL DIA SE RECHAZAN. UN TOPE EN CERO SIGNIFICA SIN TOPE. EL
000230* VOLUMEN DEL DIA LO ACUMULA NUMROM AL ASENTAR CADA LOTE
000240* BALANCEADO EN LOTEREG Y VUELVE A CERO CON EL PRIMER LOTE DE
000250* UNA FECHA NUEVA. LOS LOTES QUE ARMA EL PROPIO DEPARTAMENTO
000260* (RECICLOS "RC" DE NUMCORR Y DIFERIDOS "DF" DE NUMDIFER) PASAN
000270* POR EL MISMO CONTROL, ASI QUE SUS PREFIJOS DEBEN ESTAR DADOS DE
000280* ALTA COMO CUALQUIER OTRA AREA. EL PROGRAMA AREAMNT DA LAS
000290* ALTAS, MODIFICACIONES, SUSPENSIONES Y REACTIVACIONES Y LISTA
000300* EL REGISTRO.
000310*
000320* HISTORIAL DE MODIFICACIONES
000330* FECHA       AUTOR   DESCRIPCION
000340* ----------  ------  ----------------------------------------
000350* 15/10/2026  TL      VERSION ORIGINAL.
000360*----------------------------------------------------------------
000370     05  AREA-PREFIJO               PIC X(02).
000380     05  AREA-CODIGO                PIC X(04).
000390     05  AREA-DESCRIPCION           PIC X(20).
000400     05  AREA-ESTADO                PIC X(01).
000410         88  AREA-ACTIVA                   VALUE "A".
000420         88  AREA-SUSPENDIDA               VALUE "S".
000430     05  AREA-TOPE-DIARIO           PIC 9(06).
000440     05  AREA-FECHA-VOLUMEN         PIC 9(08).
000450     05  AREA-VOLUMEN-DIA           PIC 9(06).
000460     05  AREA-LOTES-DIA             PIC 9(04).
