003270* SEGNALATE COME NON CONTROLLABILI, NON SALTATE IN SILENZIO. UN
003280* CALO DI CONTEGGIO VIENE SOLO SEGNALATO: CON LA RITENZIONE DI
003290* OPENRETE UN CALO NOTTURNO PUO' ESSERE DEL TUTTO LEGITTIMO.
003291* IL FEED PORTA ANCHE IL CONTRASSEGNO DI AMBIENTE DELL'ISTANZA
003292* (RIGA "SALUTE-AMBIENTE": CODICE IN POS 1-10, "S"/"N" IN POS 12
003293* E 14 PER CASELLA E ENDPOINT DI RACCOLTA CONFIGURATI), COSI' IL
003294* MONITORAGGIO DISTINGUE UNA MACCHINA DI PROVA DALLA PRODUZIONE.
003300*
003310 IDENTIFICATION   DIVISION.
003320 PROGRAM-ID.      OPENHLTH.
004511
004512          PERFORM CONTROLLA-REPLICA-HLTH
004513           THRU EX-CONTROLLA-REPLICA-HLTH.
004514
004515          PERFORM REGISTRA-AMBIENTE-HLTH
004516           THRU EX-REGISTRA-AMBIENTE-HLTH.
004520
004530          PERFORM CONTROLLA-CATALOGO-HLTH
004540           THRU EX-CONTROLLA-CATALOGO-HLTH.
004765 EX-CONTROLLA-REPLICA-HLTH.
004766          EXIT.
004767*
004768** CONTRASSEGNO DI AMBIENTE NEL FEED
004769*
004770 REGISTRA-AMBIENTE-HLTH.
004771
004772          PERFORM AMBIENTE-AMB       THRU EX-AMBIENTE-AMB.
004773
004774          DISPLAY "AMBIENTE: " CODICE-AMB-WEB.
004775
004776          OPEN I-O ARKVIEW.
004777
004778          IF STATUS-VIEW = "35"
004779           OPEN OUTPUT ARKVIEW
004780           CLOSE ARKVIEW
004781           OPEN I-O ARKVIEW
004782          END-IF.
004783
004784          INITIALIZE VIEW.
004785          MOVE "SALUTE-AMBIENTE"     TO NOME-VIEW.
004786          MOVE CODICE-AMB-WEB        TO STRINGA-VIEW(1:10).
004787          MOVE "N"                   TO STRINGA-VIEW(12:1)
004788                                        STRINGA-VIEW(14:1).
004789
004790          IF POSTA-AMB-WEB NOT = SPACES
004791           MOVE "S"                  TO STRINGA-VIEW(12:1)
004792          END-IF.
004793
004794          IF WEBHOOK-AMB-WEB NOT = SPACES
004795           MOVE "S"                  TO STRINGA-VIEW(14:1)
004796          END-IF.
004797
004798          PERFORM SCRITTURA-VIEW     THRU EX-SCRITTURA-VIEW.
004799
004800          PERFORM CLOSE-VIEW         THRU EX-CLOSE-VIEW.
004801
004802 EX-REGISTRA-AMBIENTE-HLTH.
004803          EXIT.
004804*
004805** REGISTRA NELLA TABELLA IL RISULTATO DEL FILE APPENA SCANDITO
004806*
004807 REGISTRA-RISULTATO-HLTH.
004808
004809          ADD 1                      TO MAX-RIS-HLTH.
004810          MOVE SIGLA-HLTH     TO SIGLA-RIS-HLTH(MAX-RIS-HLTH).
004811          MOVE CONTA-HLTH     TO CONTA-RIS-HLTH(MAX-RIS-HLTH).
004812          MOVE ESITO-FILE-HLTH TO ESITO-RIS-HLTH(MAX-RIS-HLTH).
004813          MOVE STATO-FILE-HLTH TO STATO-RIS-HLTH(MAX-RIS-HLTH).
004814
004820 EX-REGISTRA-RISULTATO-HLTH.
004830          EXIT.
004840*
013470           GO TO AGGIORNA-STATO-HLTH
013480          END-IF.
013490
013491          IF ESITO-RIS-HLTH(IND-RIS-HLTH) = "E"
013492           AND STATO-RIS-HLTH(IND-RIS-HLTH) = "39"
013493           ADD 1                     TO ANOMALIE-HLTH
013494           DISPLAY SIGLA-RIS-HLTH(IND-RIS-HLTH)
013495            " A UNA VERSIONE DI TRACCIATO DIVERSA (STATUS 39):"
013496            " CONVERTIRLO CON OPENTCNV"
013497           GO TO AGGIORNA-STATO-HLTH
013498          END-IF.
013500          IF ESITO-RIS-HLTH(IND-RIS-HLTH) = "E"
013510           ADD 1                     TO ANOMALIE-HLTH
013520           DISPLAY SIGLA-RIS-HLTH(IND-RIS-HLTH)
014300*
014310          COPY "PIOVIEW.CBL".
014320          COPY "PIOFILE.CBL".
014330          COPY "PIOAMB.CBL".
