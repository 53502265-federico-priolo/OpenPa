000510    88 AZIONE-CANCELLA         VALUE "C".
000520    88 AZIONE-RIPRISTINA       VALUE "R".
000525    88 AZIONE-SBLOCCA          VALUE "S".
000526    88 AZIONE-CANCELLA-PERSONA VALUE "P".
000527*
000528** DISATTIVAZIONE PER PERSONA FISICA: TUTTE LE UTENZE CON LO STESSO
000529** PERSONA-UTEN (SCHEDA ARKFIS) VENGONO DISATTIVATE INSIEME
000530*
000531 01 PERSONA-CANC               PIC 9(08).
000532 01 NUM-PERSONA-CANC           PIC 9(04).
000533 01 SAVE-UTENTE-CANC           PIC X(08).
000534*
000540 PROCEDURE  DIVISION.
000550*
000560          PERFORM INIZIO-WEB   THRU EX-INIZIO-WEB.
000862          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "S"
000864           MOVE "S"               TO AZIONE-CANC
000866          END-IF.
000867          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "P"
000868           MOVE "P"               TO AZIONE-CANC
000869          END-IF.
000870
000871*         SENZA MK-AZIONE LA PAGINA DISATTIVA L'UTENTE: IL GETTONE
000872*         DI MODULO VA PRETESO ANCHE IN QUEL CASO
000873          PERFORM CONTROLLA-TOKEN-FORM-WEB
000874           THRU EX-CONTROLLA-TOKEN-FORM-WEB.
000875          IF SESSIONE-RIFIUTATA
000876           GO TO EX-LOAD-VIEW
000877          END-IF.
000878
000880          IF FILE-CANC NOT = "UT"
000890           MOVE "Tipo di archivio non gestito" TO MESSAGGIO
000900           PERFORM VIS-MESS       THRU EX-VIS-MESS
000990           PERFORM VIS-MESS       THRU EX-VIS-MESS
001000           GO TO EX-LOAD-VIEW
001010          END-IF.
001011*
001012***** MK-AZIONE=P: SI DISATTIVA LA PERSONA, CIOE' OGNI UTENZA ANCORA
001013***** ATTIVA COLLEGATA ALLA STESSA SCHEDA ARKFIS
001014          IF AZIONE-CANCELLA-PERSONA
001015           IF PERSONA-UTEN NOT NUMERIC OR PERSONA-UTEN = ZEROS
001016            MOVE "Utente non collegato a una persona fisica"
001017             TO MESSAGGIO
001018           ELSE
001019            PERFORM CANCELLA-PERSONA-CANC
001020             THRU EX-CANCELLA-PERSONA-CANC
001021            MOVE SPACES           TO MESSAGGIO
001022            STRING "Persona disattivata: " NUM-PERSONA-CANC
001023             " utenze" DELIMITED BY SIZE INTO MESSAGGIO
001024           END-IF
001025           PERFORM VIS-MESS       THRU EX-VIS-MESS
001026           GO TO EX-LOAD-VIEW
001027          END-IF.
001028
001029***** LO SBLOCCO NON SI APPLICA CON UNA FIRMA SOLA: LA
001030***** RICHIESTA VA SU ARKPEN E UN SECONDO AMMINISTRATORE LA
001031***** APPROVA DA openpend.exe (CONTROLLO A QUATTRO OCCHI)
001032          IF AZIONE-SBLOCCA
001033           PERFORM STAGE-SBLOCCO-CANC
001034            THRU EX-STAGE-SBLOCCO-CANC
001035           IF ESITO-NOK
001036            MOVE "Errore in scrittura richiesta" TO MESSAGGIO
001040           ELSE
001041            MOVE SPACES           TO MESSAGGIO
001042            STRING "Sblocco in attesa di seconda "
001216            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
001217           PERFORM SCRIVI-EVENTO-OUT
001218            THRU EX-SCRIVI-EVENTO-OUT
001219*          LA STESSA PERSONA PUO' AVERE ALTRE UTENZE ANCORA APERTE:
001220*          L'OPERATORE LO DEVE SAPERE PRIMA DI CHIUDERE LA PRATICA
001221           IF AZIONE-CANCELLA
001222            AND PERSONA-UTEN NUMERIC AND PERSONA-UTEN NOT = ZEROS
001223            PERFORM CONTA-PERSONA-CANC
001224             THRU EX-CONTA-PERSONA-CANC
001225            IF NUM-PERSONA-CANC > ZEROS
001226             MOVE SPACES          TO MESSAGGIO
001227             STRING "Utente disattivato - la persona ha ancora "
001228              NUM-PERSONA-CANC " utenze attive"
001229              DELIMITED BY SIZE INTO MESSAGGIO
001230            END-IF
001231           END-IF
001232          END-IF.
001233
001240          PERFORM VIS-MESS        THRU EX-VIS-MESS.
001250
001260 EX-LOAD-VIEW.
001295 EX-GIORNALE-SBLOCCO-CANC.
001296          EXIT.
001297*
001301***** DISATTIVA TUTTE LE UTENZE ATTIVE DELLA PERSONA DI PERSONA-UTEN,
001305***** CON UN EVENTO UTENTE-CANCEL PER CIASCUNA
001309*
001313 CANCELLA-PERSONA-CANC.
001317
001321          MOVE PERSONA-UTEN       TO PERSONA-CANC.
001325          MOVE ZEROS              TO NUM-PERSONA-CANC.
001329
001333          MOVE LOW-VALUE          TO CHIAVE-UTEN.
001337          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
001341
001345          IF ESITO-NOK GO TO EX-CANCELLA-PERSONA-CANC.
001349
001353 CICLO-PERSONA-CANC.
001357
001361          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
001365
001369          IF FINE-FILE = "S" GO TO EX-CANCELLA-PERSONA-CANC.
001373
001377          IF PERSONA-UTEN NOT NUMERIC
001381           OR PERSONA-UTEN NOT = PERSONA-CANC
001385           OR UTENTE-CANCELLATO
001389           GO TO CICLO-PERSONA-CANC
001393          END-IF.
001397
001401          SET UTENTE-CANCELLATO   TO TRUE.
001405          ACCEPT DATA-CANC-UTEN   FROM DATE YYYYMMDD.
001409
001413          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
001417
001421          IF ESITO-NOK GO TO CICLO-PERSONA-CANC.
001425
001429          ADD 1                   TO NUM-PERSONA-CANC.
001433
001437          MOVE "UTENTE-CANCEL"    TO TIPO-OUT-WEB.
001441          MOVE CHIAVE-UTEN        TO UTENTE-OUT-WEB.
001445          MOVE SPACES             TO DETTAGLIO-OUT-WEB.
001449          STRING "utente " CHIAVE-UTEN " gruppo " GRUPPO-UTEN
001453           " persona " PERSONA-CANC
001457           DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB.
001461          PERFORM SCRIVI-EVENTO-OUT
001465           THRU EX-SCRIVI-EVENTO-OUT.
001469
001473          GO TO CICLO-PERSONA-CANC.
001477
001481 EX-CANCELLA-PERSONA-CANC.
001485          EXIT.
001489*
001493***** CONTA LE ALTRE UTENZE ANCORA ATTIVE DELLA PERSONA DELL'UTENTE
001497***** CORRENTE (CHE VIENE RILETTO ALLA FINE)
001501*
001505 CONTA-PERSONA-CANC.
001509
001513          MOVE PERSONA-UTEN       TO PERSONA-CANC.
001517          MOVE CHIAVE-UTEN        TO SAVE-UTENTE-CANC.
001521          MOVE ZEROS              TO NUM-PERSONA-CANC.
001525
001529          MOVE LOW-VALUE          TO CHIAVE-UTEN.
001533          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
001537
001541          IF ESITO-NOK GO TO FINE-CONTA-PERSONA-CANC.
001545
001549 CICLO-CONTA-PERSONA-CANC.
001553
001557          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
001561
001565          IF FINE-FILE = "S" GO TO FINE-CONTA-PERSONA-CANC.
001569
001573          IF PERSONA-UTEN NUMERIC
001577           AND PERSONA-UTEN = PERSONA-CANC
001581           AND CHIAVE-UTEN NOT = SAVE-UTENTE-CANC
001585           AND UTENTE-ATTIVO
001589           ADD 1                  TO NUM-PERSONA-CANC
001593          END-IF.
001597
001601          GO TO CICLO-CONTA-PERSONA-CANC.
001605
001609 FINE-CONTA-PERSONA-CANC.
001613
001617          MOVE SAVE-UTENTE-CANC   TO CHIAVE-UTEN.
001621          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001625
001629 EX-CONTA-PERSONA-CANC.
001633          EXIT.
001637*
001641***** ACCODA SU ARKPEN LA RICHIESTA DI SBLOCCO IN ATTESA DELLA
001645***** SECONDA FIRMA
001649*
001653 STAGE-SBLOCCO-CANC.
001657
001661          PERFORM OPEN-I-PEN      THRU EX-OPEN-I-PEN.
001665
001669          INITIALIZE MODIFICA-PENDENTE.
001673          SET PEN-SBLOCCO         TO TRUE.
001677          MOVE CHIAVE-UTEN        TO UTENTE-OGG-PEN.
001681
001685          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001689          PERFORM READ-WEB        THRU EX-READ-WEB.
001693          MOVE VALUE-WEB(1:8)     TO RICHIEDENTE-PEN.
001697
001701          ACCEPT DATA-RICH-PEN    FROM DATE YYYYMMDD.
001705          ACCEPT ORA-RICH-PEN     FROM TIME.
001709          SET PEN-PENDENTE        TO TRUE.
001713
001717          MOVE "OPENCANC"         TO PROGRAMMA-NUM-WEB.
001721          PERFORM SCRIVI-NUOVA-PEN
001725           THRU EX-SCRIVI-NUOVA-PEN.
001729
001733          PERFORM CLOSE-PEN       THRU EX-CLOSE-PEN.
001737
001741 EX-STAGE-SBLOCCO-CANC.
001745          EXIT.
001749
001753 FINE.
001757          PERFORM CLOSE-VIEW   THRU EX-CLOSE-VIEW.
001761          PERFORM CLOSE-UTEN   THRU EX-CLOSE-UTEN.
001765
001769          PERFORM FINE-WEB     THRU EX-FINE-WEB.
001773
001777          GOBACK.
