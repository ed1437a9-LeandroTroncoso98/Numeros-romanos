000270* FECHA       AUTOR   DESCRIPCION
000280* ----------  ------  ----------------------------------------
000290* 02/09/2026  TL      VERSION ORIGINAL.
000291* 15/10/2026  TL      SE AGREGA EL ORIGEN "C" (CERTIFICACION) PARA
000292*                     LAS ENTRADAS QUE GRABA NUMCERT AL REPARAR UN
000293*                     REGISTRO NO CANONICO DEL MAESTRO.
000294* 15/10/2026  TL      SE AGREGA HIST-SUPERVISOR CON EL SUPERVISOR
000295*                     QUE APROBO LAS CORRECCIONES EN LINEA (ORIGEN
000296*                     "O"); EN LAS DEMAS ENTRADAS QUEDA EN BLANCO.
000300*----------------------------------------------------------------
000310     05  HIST-CLAVE.
000320         10  HIST-NUMERO            PIC 9(04).
000370         88  HIST-ORIGEN-LOTE              VALUE "B".
000380         88  HIST-ORIGEN-INVERSO           VALUE "I".
000390         88  HIST-ORIGEN-EN-LINEA          VALUE "O".
000391         88  HIST-ORIGEN-CERTIFICACION     VALUE "C".
000400     05  HIST-LOTE-ID               PIC X(08).
000410     05  HIST-OPERADOR              PIC X(08).
000420     05  HIST-SUPERVISOR            PIC X(08).
