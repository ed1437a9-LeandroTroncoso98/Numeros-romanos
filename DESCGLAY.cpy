000140* POR NUMUNLD (QUE LA GENERA) Y NUMRELD (QUE RECONSTRUYE EL
000150* MAESTRO DESDE ELLA): CABECERA "H" CON LA FECHA DE DESCARGA,
000160* DETALLES "D" CON EL LAYOUT COMPARTIDO ROMANLAY Y FINALIZADOR
000170* "T" CON LA CANTIDAD DE DETALLES DESCARGADOS. NUMRECH GRABA EL
000171* MISMO FORMATO CON EL MAESTRO RECONSTRUIDO DESDE LA HISTORIA A
000172* UNA FECHA Y HORA DE CORTE, QUE VA EN LA FECHA DE LA CABECERA.
000180*
000190* HISTORIAL DE MODIFICACIONES
000200* FECHA       AUTOR   DESCRIPCION
000210* ----------  ------  ----------------------------------------
000220* 22/08/2026  TL      VERSION ORIGINAL.
000221* 15/10/2026  TL      LA COPIA TAMBIEN LA GENERA NUMRECH.
000230*----------------------------------------------------------------
000240     05  DES-TIPO               PIC X(01).
000250         88  DES-TIPO-CABECERA          VALUE "H".
