000250* VENGONO ELENCATI NEL RIEPILOGO. A FINE GIRO LA CASSETTA
000260* RIPARTE VUOTA (STESSO GESTO DI OPENALOG SU ARKLOG): CIO' CHE
000270* NON E' PARTITO STA NEL REGISTRO, NON SPARISCE IN SILENZIO.
000271* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW) GLI
000272* ENDPOINT DELLA TABELLA "WH" NON SI TOCCANO: OGNI EVENTO VA SOLO
000273* ALL'ENDPOINT DI RACCOLTA DELL'ISTANZA O, SE NON C'E', IN CODA A
000274* FILES/AMBIENTE.WEBHOOK.TXT.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENOUTD.
000740
000750          PERFORM CARICA-ENDPOINT-OUTD
000760           THRU EX-CARICA-ENDPOINT-OUTD.
000761
000762          PERFORM AMBIENTE-AMB       THRU EX-AMBIENTE-AMB.
000763
000764          IF NOT AMB-PRODUZIONE AND QUANTI-ENDPOINT-OUTD > ZEROS
000765           DISPLAY "OPENOUTD: AMBIENTE " CODICE-AMB-WEB
000766            " - EVENTI DEVIATI ALLA RACCOLTA"
000767           MOVE 1                    TO QUANTI-ENDPOINT-OUTD
000768           MOVE WEBHOOK-AMB-WEB      TO URL-OUTD(1)
000769          END-IF.
000770
000780          IF QUANTI-ENDPOINT-OUTD = ZEROS
000790           DISPLAY "OPENOUTD: NESSUN ENDPOINT IN TABELLA WH -"
002110
002120          ADD 1                      TO TENTATIVO-OUTD.
002130
002131***** ISTANZA NON DI PRODUZIONE SENZA ENDPOINT DI RACCOLTA:
002132***** L'EVENTO RESTA SU FILE LOCALE
002133
002134          IF URL-OUTD(IND-OUTD) = SPACES
002135           PERFORM RACCOLTA-LOCALE-OUTD
002136            THRU EX-RACCOLTA-LOCALE-OUTD
002137           MOVE "S"                  TO CONSEGNATO-OUTD
002138           GO TO CICLO-POSTA-OUTD
002139          END-IF.
002140
002141          MOVE SPACES                TO COMANDO-OUTD.
002150          STRING "curl -s -f -X POST -H " DELIMITED BY SIZE
002160           "'Content-Type: application/json' " DELIMITED BY SIZE
002170           "--data-binary @FILES/OUTBODY.TXT " DELIMITED BY SIZE
002540 EX-REGISTRA-DLQ-OUTD.
002550          EXIT.
002560*
002561 RACCOLTA-LOCALE-OUTD.
002562
002563          MOVE "FILES/AMBIENTE.WEBHOOK.TXT" TO NOME-ARC-WEB.
002564          PERFORM OPEN-E-ARC         THRU EX-OPEN-E-ARC.
002565
002566          MOVE SPACES                TO DATI-ARC.
002567          MOVE EVENTO-CORRENTE-OUTD  TO DATI-ARC(1:300).
002568          PERFORM SCRIVI-RIGA-ARC    THRU EX-SCRIVI-RIGA-ARC.
002569
002570          PERFORM CLOSE-ARC          THRU EX-CLOSE-ARC.
002571
002572 EX-RACCOLTA-LOCALE-OUTD.
002573          EXIT.
002574*
002575          COPY "PIOTAB.CBL".
002580          COPY "PIOARC.CBL".
002590          COPY "PIOAMB.CBL".
