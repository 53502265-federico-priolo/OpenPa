000280* PREFISSO DI NUMERO-LOG). I PERCORSI DI ESPORTAZIONE WEB
000290* VIVONO DENTRO LE PAGINE E QUI SI RIGENERANO LE STESSE
000300* COLONNE IN BATCH, ANNOTAZIONE IN TESTATA DEL FILE.
000301* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW) IL
000302* REPORT NON VA AGLI ABBONATI MA ALLA RACCOLTA DELL'ISTANZA.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENSUB.
000910          MOVE ZEROS                 TO SPEDITI-SUB
000920                                        ESAMINATI-SUB.
000930
000931          PERFORM AMBIENTE-AMB       THRU EX-AMBIENTE-AMB.
000932
000940          PERFORM OPEN-I-SUB         THRU EX-OPEN-I-SUB.
000950
000960          MOVE LOW-VALUES            TO CHIAVE-SUB.
004340           GO TO EX-SPEDISCI-SUB
004350          END-IF.
004360
004361          IF NOT AMB-PRODUZIONE
004362           MOVE DESTINATARI-SUB      TO DESTINATARI-AMB-WEB
004363           MOVE SPACES               TO OGGETTO-AMB-WEB
004364           STRING "OPENPA REPORT " CODICE-SUB
004365            DELIMITED BY SIZE INTO OGGETTO-AMB-WEB
004366           MOVE NOME-CSV             TO CORPO-AMB-WEB
004367           PERFORM DEVIA-POSTA-AMB   THRU EX-DEVIA-POSTA-AMB
004368           GO TO EX-SPEDISCI-SUB
004369          END-IF.
004370
004371          MOVE SPACES                TO COMANDO-SUB.
004380          STRING "mail -s 'OPENPA REPORT " DELIMITED BY SIZE
004390           CODICE-SUB DELIMITED BY SPACE
004400           "' " DELIMITED BY SIZE
004520          COPY "PIOUTEN.CBL".
004530          COPY "PIOABI.CBL".
004540          COPY "PIOCSV.CBL".
004550          COPY "PIOAMB.CBL".
