000270* openmdig.exe, E VIENE SPEDITO VIA POSTA AI DESTINATARI DELLA
000280* TABELLA "NT" TIPO "DIGESTO" (SE PRESENTI). VA IN CODA AL GIRO
000290* NOTTURNO COME PASSO "DIGE".
000291* SOTTO OGNI PASSO CHE LI HA REGISTRATI COMPAIONO I TOTALI DI
000292* CONTROLLO E, SE IL GIRO LO HA GIUDICATO SOSPETTO, IL MOTIVO: UN
000293* PASSO SOSPETTO BASTA A FAR DIRE "DA VERIFICARE" AL VERDETTO.
000294* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW) LA
000295* SINTESI PORTA LA FILIGRANA DI TEST IN TESTA E LA POSTA VA ALLA
000296* RACCOLTA DELL'ISTANZA, NON AI DESTINATARI DELLA TABELLA "NT".
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENDIG.
000670*
000680 01 PASSI-DIG                PIC 9(4).
000690 01 PASSI-FALLITI-DIG        PIC 9(4).
000695 01 PASSI-SOSPETTI-DIG       PIC 9(4).
000700 01 JOB-FALLITI-DIG          PIC 9(5).
000710 01 JOB-IN-CODA-DIG          PIC 9(5).
000720 01 BLOCCATI-DIG             PIC 9(5).
000860
000870          MOVE ZEROS                 TO PASSI-DIG
000880                                        PASSI-FALLITI-DIG
000885                                        PASSI-SOSPETTI-DIG
000890                                        JOB-FALLITI-DIG
000900                                        JOB-IN-CODA-DIG
000910                                        BLOCCATI-DIG
000960           DELIMITED BY SIZE INTO NOME-CSV.
000970          PERFORM OPEN-O-CSV         THRU EX-OPEN-O-CSV.
000980
000981          PERFORM AMBIENTE-AMB       THRU EX-AMBIENTE-AMB.
000982
000983          IF FILIGRANA-AMB-WEB NOT = SPACES
000984           MOVE SPACES               TO DATI-CSV
000985           MOVE FILIGRANA-AMB-WEB    TO DATI-CSV
000986           PERFORM SCRIVI-RIGA-CSV   THRU EX-SCRIVI-RIGA-CSV
000987          END-IF.
000988
000990          MOVE SPACES                TO DATI-CSV.
001000          STRING "SINTESI OPERATIVA DEL " DATA-OGGI-DIG
001010           DELIMITED BY SIZE INTO DATI-CSV.
001110          PERFORM RIGA-VUOTA-DIG     THRU EX-RIGA-VUOTA-DIG.
001120          MOVE SPACES                TO DATI-CSV.
001130          IF PASSI-FALLITI-DIG = ZEROS AND JOB-FALLITI-DIG = ZEROS
001135           AND PASSI-SOSPETTI-DIG = ZEROS
001140           MOVE "VERDETTO: NOTTE REGOLARE" TO DATI-CSV
001150          ELSE
001160           STRING "VERDETTO: DA VERIFICARE (" PASSI-FALLITI-DIG
001170            " PASSI FALLITI, " PASSI-SOSPETTI-DIG
001175            " PASSI SOSPETTI, " JOB-FALLITI-DIG " JOB FALLITI)"
001180            DELIMITED BY SIZE INTO DATI-CSV
001190          END-IF.
001200          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
001830           DELIMITED BY SIZE INTO DATI-CSV.
001840          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
001850
001851          IF BCK-CON-TOTALI
001852           MOVE SPACES               TO DATI-CSV
001853           STRING "   LETTI " LETTI-BCK " SCRITTI " SCRITTI-BCK
001854            " AGGIORNATI " AGGIORNATI-BCK
001855            " CANCELLATI " CANCELLATI-BCK
001856            " SCARTATI " SCARTATI-BCK
001857            DELIMITED BY SIZE INTO DATI-CSV
001858           PERFORM SCRIVI-RIGA-CSV   THRU EX-SCRIVI-RIGA-CSV
001859          END-IF.
001860
001861          IF BCK-SOSPETTO
001862           ADD 1                     TO PASSI-SOSPETTI-DIG
001863           MOVE SPACES               TO DATI-CSV
001864           STRING "   SOSPETTO: " MOTIVO-SOSPETTO-BCK
001865            DELIMITED BY SIZE INTO DATI-CSV
001866           PERFORM SCRIVI-RIGA-CSV   THRU EX-SCRIVI-RIGA-CSV
001867          END-IF.
001868
001869          GO TO CICLO-BATCH-DIG.
001870
001880 FINE-BATCH-DIG.
001890
004350           GO TO EX-SPEDISCI-DIG
004360          END-IF.
004370
004371          IF NOT AMB-PRODUZIONE
004372           MOVE DESTINATARIO-DIG     TO DESTINATARI-AMB-WEB
004373           MOVE SPACES               TO OGGETTO-AMB-WEB
004374           STRING "OPENPA SINTESI " DATA-OGGI-DIG
004375            DELIMITED BY SIZE INTO OGGETTO-AMB-WEB
004376           MOVE NOME-CSV             TO CORPO-AMB-WEB
004377           PERFORM DEVIA-POSTA-AMB   THRU EX-DEVIA-POSTA-AMB
004378           GO TO EX-SPEDISCI-DIG
004379          END-IF.
004380
004381          MOVE SPACES                TO COMANDO-DIG.
004390          STRING "mail -s 'OPENPA SINTESI " DELIMITED BY SIZE
004400           DATA-OGGI-DIG DELIMITED BY SIZE
004410           "' " DELIMITED BY SIZE
004550          COPY "PIOTAB.CBL".
004560          COPY "PIOCSV.CBL".
004561          COPY "PIOACC.CBL".
004562          COPY "PIOAMB.CBL".
005000*
005010** ACCESSI DI EMERGENZA (BREAKGLASS SU ARKACC, IERI E OGGI):
005020** OGNI INVOCAZIONE DEVE COMPARIRE NELLA SINTESI DEL MATTINO,
