000100*----------------------------------------------------------------
000110* DEPLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DE LA TABLA DE DEPENDENCIAS DE LA CADENA BATCH
000140* (DEPENDEN), TARJETAS DE 80 POSICIONES MANTENIDAS POR
000150* OPERACIONES. CADA TARJETA DICE QUE EL PROGRAMA DEP-PROGRAMA
000160* SOLO PUEDE CORRER SI EL PREDECESOR DEP-PREDECESOR YA TERMINO EL
000170* MISMO DIA DE PROCESO CON UN RETURN-CODE NO MAYOR QUE
000180* DEP-RC-MAXIMO Y QUE NO FIGURE ENTRE LOS DEP-RC-EXCLUIDO (HASTA
000190* CINCO, EN BLANCO LOS QUE NO SE USAN), SEGUN EL ULTIMO REGISTRO
000200* QUE EL PREDECESOR DEJO EN ESTADIST. LOS EXCLUIDOS SIRVEN PARA
000201* LOS PROGRAMAS CUYOS CODIGOS DE RECHAZO DE DATOS SON MAYORES QUE
000202* EL DE ABORTO: NUMROM DEVUELVE EL MAYOR MOTIVO DE RECHAZO DE LA
000203* CORRIDA (4 A 40) PERO ABORTA CON 16, ASI QUE "40 16" ACEPTA UNA
000204* CORRIDA NORMAL CON RECHAZOS Y FRENA UNA ABORTADA. UN PROGRAMA
000205* CON VARIOS PREDECESORES LLEVA UNA TARJETA POR CADA UNO; UN
000206* PROGRAMA SIN TARJETAS NO TIENE DEPENDENCIAS. EL PASO DE CONTROL
000207* CTLPASO, QUE SE EJECUTA DELANTE DE CADA PROGRAMA, VERIFICA ESTA
000208* TABLA. EJEMPLOS (POSICIONES 1, 11, 21 Y 25):
000230*   AUDPURGE  AUDCONS   04   (LA COLA NUMOAUD DEBE ESTAR VOLCADA)
000240*   NUMRECON  NUMROM    40  16 (NO CON EL MAESTRO A MEDIAS)
000250*   NUMRECON  AUDCONS   04
000252*   NUMROM    NUMPRED   04   (LA ENTRADA DEBE VENIR PRE-EDITADA)
000254*   NUMDIST   NUMROM    40  16 (LA RESPUESTA DEBE ESTAR COMPLETA)
000256*   NUMACUS   NUMDIST   04   (LA DISTRIBUCION DEBE HABER CORRIDO)
000260* LAS TARJETAS CON "*" EN LA POSICION 1 SON COMENTARIOS.
000270*
000280* HISTORIAL DE MODIFICACIONES
000290* FECHA       AUTOR   DESCRIPCION
000300* ----------  ------  ----------------------------------------
000310* 15/10/2026  TL      VERSION ORIGINAL.
000312* 15/10/2026  TL      SE AGREGA EL EJEMPLO DE NUMROM DETRAS DE LA
000314*                     PRE-EDICION NUMPRED.
000316* 15/10/2026  TL      SE AGREGAN LOS EJEMPLOS DE LA DISTRIBUCION
000318*                     NUMDIST Y LA CONCILIACION NUMACUS.
000319* 15/10/2026  TL      SE AGREGAN LOS DEP-RC-EXCLUIDO: CON SOLO EL
000320*                     MAXIMO NO HABIA FORMA DE DISTINGUIR UN
000321*                     ABORTO DE NUMROM (16) DE UNA CORRIDA NORMAL
000322*                     CON RECHAZOS (MOTIVOS HASTA 40). SE
000323*                     CORRIGEN LOS EJEMPLOS DE NUMRECON Y NUMDIST
000324*                     DETRAS DE NUMROM.
000325*----------------------------------------------------------------
000330     05  DEP-PROGRAMA               PIC X(08).
000350     05  FILLER                     PIC X(02).
000360     05  DEP-PREDECESOR             PIC X(08).
000370     05  FILLER                     PIC X(02).
000380     05  DEP-RC-MAXIMO              PIC 9(02).
000381     05  FILLER                     PIC X(02).
000382     05  DEP-RC-EXCLUIDOS.
000383         10  DEP-EXCLUIDO OCCURS 5 TIMES.
000384             15  DEP-RC-EXCLUIDO    PIC X(02).
000385             15  FILLER             PIC X(02).
000390     05  FILLER                     PIC X(36).
