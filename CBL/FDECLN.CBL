000027*
000028* STESSI TRACCIATI FISICI DI ARKUTEN (256) E ARKTAB (223):
000029* CHIAVE IN TESTA E RESTO IN BLOCCO, IL RECORD INTERO VIENE
000030* TRAVASATO COM'E' E POI OSCURATO CAMPO PER CAMPO. DEL CLONE
000031* UTENTI SONO NOMINATI I SOLI CAMPI DELLE CHIAVI ALTERNATE,
000032* ALLE STESSE POSIZIONI DI FDEUTEN
000033*
000040  FD ARKUTENC LABEL RECORD  IS STANDARD GLOBAL
000050             BLOCK  CONTAINS 256 CHARACTERS
000060             RECORD CONTAINS 256 CHARACTERS.
000070*
000080  01 UTENTE-CLONE.
000090   02 CHIAVE-UTEN-CLONE         PIC X(08).
000100   02 NOME-UTEN-CLONE           PIC X(30).
000101   02 GRUPPO-UTEN-CLONE         PIC 9(04).
000102   02 FILLER                    PIC X(41).
000103   02 NUM-GRUPPI-UTEN-CLONE     PIC 9(02).
000104   02 FILLER                    PIC X(117).
000105   02 ENTE-UTEN-CLONE           PIC 9(02).
000106   02 FILLER                    PIC X(52).
000110*
000120  FD ARKTABC LABEL RECORD  IS STANDARD GLOBAL
000130             BLOCK  CONTAINS 223 CHARACTERS
