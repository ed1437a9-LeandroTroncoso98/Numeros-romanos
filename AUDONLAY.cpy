000232* 02/09/2026  TL      LA CONSOLIDACION BATCH CON EL AUDITLOG QUE
000234*                     ESTA COPY DEJABA PREVISTA EXISTE AHORA EN
000236*                     EL PROGRAMA AUDCONS.
000237* 15/10/2026  TL      SE AGREGA AUDON-SUPERVISOR CON EL USUARIO
000238*                     QUE APROBO LA CORRECCION CON LA FUNCION S.
000240*----------------------------------------------------------------
000250     05  AUDON-FECHA                PIC 9(08).
000260     05  AUDON-HORA                 PIC 9(08).
000350     05  AUDON-ACCION               PIC X(01).
000360         88  AUDON-ALTA                    VALUE "A".
000370         88  AUDON-REGRABACION             VALUE "M".
000380     05  AUDON-SUPERVISOR           PIC X(08).
