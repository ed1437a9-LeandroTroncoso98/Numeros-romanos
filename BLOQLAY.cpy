000100*----------------------------------------------------------------
000110* BLOQLAY.
000120*----------------------------------------------------------------
000130* LAYOUT DEL REGISTRO DE PASOS BLOQUEADOS (BLOQPASO), ARCHIVO
000140* SECUENCIAL AL QUE EL PASO DE CONTROL CTLPASO AGREGA UN
000150* REGISTRO POR CADA PREDECESOR QUE IMPIDE CORRER UN PROGRAMA DE
000160* LA CADENA (VER DEPLAY): EL PREDECESOR NO CORRIO ESE DIA DE
000170* PROCESO ("F"), TERMINO CON UN RETURN-CODE MAYOR QUE EL
000180* ACEPTADO ("R") O CON UNO DE LOS EXCLUIDOS ("X"). CUANDO EL
000181* CONTROL MISMO NO PUEDE HACERSE (PARM SIN PROGRAMA, DIA NO
000182* ABIERTO, TABLA DE DEPENDENCIAS ILEGIBLE O EXCEDIDA) SE GRABA
000183* UN UNICO REGISTRO "C" CON EL PREDECESOR EN BLANCO. EL REPORTE
000184* CONSOLIDADO OPERRPT LISTA LOS PASOS BLOQUEADOS DE LA FECHA QUE
000190* RESUME.
000200*
000210* HISTORIAL DE MODIFICACIONES
000220* FECHA       AUTOR   DESCRIPCION
000230* ----------  ------  ----------------------------------------
000240* 15/10/2026  TL      VERSION ORIGINAL.
000241* 15/10/2026  TL      SE AGREGAN LOS MOTIVOS "X" (RC EXCLUIDO) Y
000242*                     "C" (CONTROL NO REALIZADO).
000250*----------------------------------------------------------------
000260     05  BLQ-FECHA                  PIC 9(08).
000270     05  BLQ-HORA                   PIC 9(08).
000280     05  BLQ-PROGRAMA               PIC X(08).
000290     05  BLQ-PREDECESOR             PIC X(08).
000300     05  BLQ-MOTIVO                 PIC X(01).
000310         88  BLQ-SIN-CORRIDA               VALUE "F".
000320         88  BLQ-RC-EXCEDIDO               VALUE "R".
000321         88  BLQ-RC-EXCLUIDO               VALUE "X".
000322         88  BLQ-SIN-CONTROL               VALUE "C".
000330     05  BLQ-RC-OBTENIDO            PIC 9(02).
000340     05  BLQ-RC-MAXIMO              PIC 9(02).
