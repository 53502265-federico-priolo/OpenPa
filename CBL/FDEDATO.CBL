000130   02 DESC-DATO                 PIC X(40).
000140   02 SENSIBILE-DATO            PIC X.
000150      88 CAMPO-SENSIBILE        VALUE "S".
000151*     GRUPPO DI VISIBILITA' DEL CAMPO SENSIBILE: IL VALORE SI
000152*     MOSTRA IN CHIARO SOLO A CHI HA NEI DIRITTI EFFETTIVI LA
000153*     CHIAMATA SI/RV/<gruppo>; SPAZI = IL GRUPPO DI DIZIONARIO
000154*     (GRUPPO-DATO), COME PER LE VOCI NATE PRIMA DI QUESTO CAMPO
000155   02 VISIBILITA-DATO           PIC X(2).
000160*
000170* REGISTRO DELLE VERSIONI DI TRACCIATO (GRUPPO "TV"): UNA RIGA
000180* PER ARCHIVIO E VERSIONE, CON LA LUNGHEZZA DEL RECORD, IL TIPO DI
000190* ORGANIZZAZIONE ("I" INDICIZZATO, "L" LINE SEQUENTIAL) E IL
000200* GRUPPO DEL DIZIONARIO CHE NE DESCRIVE I CAMPI (UNA RIGA PER
000210* CAMPO, CON NOME-COBOL/POS/SIZE/TIPO COME OGNI ALTRA VOCE)
000220*
000230  01 TRACCIATO-DATO.
000240   02 FILLER                    PIC X(6).
000250   02 ARCHIVIO-TRAC-DATO        PIC X(30).
000260   02 VERSIONE-TRAC-DATO        PIC 9(5).
000270   02 LUNGHEZZA-TRAC-DATO       PIC 9(5).
000280   02 ORGANIZZAZIONE-TRAC-DATO  PIC X.
000290      88 TRACCIATO-INDICIZZATO  VALUE "I".
000300      88 TRACCIATO-SEQUENZIALE  VALUE "L".
000310   02 CAMPI-TRAC-DATO           PIC XX.
000320   02 DESC-TRAC-DATO            PIC X(38).
000330   02 FILLER                    PIC X(3).
