000180*
000190* FUSIONE DI UN GRUPPO IN UN ALTRO (RIORGANIZZAZIONI): CARTELLINI
000200* A CONSOLE CON GRUPPO DI PARTENZA, GRUPPO DI ARRIVO E MODO
000210* ("R" = SOLO REPORT DI CIO' CHE VERREBBE TOCCATO, "A" = APPLICA)
000211* E TICKET DI CAMBIAMENTO (8 CIFRE, VUOTO = NESSUNO).
000220* IN UN UNICO PASSAGGIO CONTROLLATO: ARKUTEN (GRUPPO-UTEN E
000230* GRUPPO-EXTRA-UTEN, SENZA MAI DUPLICARE L'ARRIVO), ARKABI (LE
000240* RIGHE DEL GRUPPO DI PARTENZA MIGRANO SULL'ARRIVO PASSANDO DA
000610 01 GRUPPO-A-FUS             PIC 9(4).
000620 01 MODO-FUS                 PIC X.
000630    88 MODO-APPLICA-FUS      VALUE "A".
000634 01 TICKET-FUS               PIC X(8).
000640*
000650 01 UTENTI-TOCCATI-FUS       PIC 9(9).
000660 01 ABI-MIGRATE-FUS          PIC 9(9).
000690 01 IND-FUS                  PIC 9(2) COMP.
000700 01 IND2-FUS                 PIC 9(2) COMP.
000710 01 TOCCATO-FUS              PIC X.
000714*
000718 01 ERRORE-UNITA-FUS         PIC X.
000722 01 NOTA-UNITA-FUS           PIC X(60).
000730*
000740** IMMAGINE DELLA RIGA ABI APPOGGIATA SULLO SCRATCH ARKCSV
000750*
000920           MOVE 1                 TO RETURN-CODE
000930           GOBACK
000940          END-IF.
000941
000942*         IN APPLICA IL TICKET DI CAMBIAMENTO (QUARTO CARTELLINO),
000943*         SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
000944          IF MODO-APPLICA-FUS
000945           PERFORM VERIFICA-TICKET-FUS
000946            THRU EX-VERIFICA-TICKET-FUS
000947           IF ESITO-TKT-WEB NOT = "OK"
000948            DISPLAY "OPENGFUS: TICKET " TICKET-FUS " - "
000949             MOTIVO-TKT-WEB
000950            MOVE 8              TO RETURN-CODE
000951            GOBACK
000952           END-IF
000953          END-IF.
000954
000955*         IN APPLICA LA FUSIONE E' UN'UNICA UNITA' DI LAVORO SUL
000956*         GIORNALE (OPENUDLW): SE SI FERMA A META' (ERRORE O
000957*         CADUTA) TUTTI GLI ARCHIVI TOCCATI TORNANO INDIETRO
000958          MOVE "N"                TO ERRORE-UNITA-FUS.
000959          IF MODO-APPLICA-FUS
000960           MOVE "OPENGFUS"        TO PROGRAMMA-UDL-WEB
000961                                     OPERATORE-UDL-WEB
000962           PERFORM INIZIA-UNITA-WEB THRU EX-INIZIA-UNITA-WEB
000963           IF ESITO-UDL-WEB NOT = "OK"
000964            DISPLAY "OPENGFUS: " NOTA-UDL-WEB
000965            MOVE 8                TO RETURN-CODE
000966            GOBACK
000967           END-IF
000968          END-IF.
000969
000970          MOVE ZEROS              TO UTENTI-TOCCATI-FUS
000971                                     ABI-MIGRATE-FUS
000980                                     ABI-GIA-FUS
000990                                     GER-TOCCATE-FUS.
001000
001100          PERFORM ELABORA-UTENTI-FUS
001110           THRU EX-ELABORA-UTENTI-FUS.
001120
001130          IF ERRORE-UNITA-FUS NOT = "S"
001135           PERFORM ELABORA-ABI-FUS
001140            THRU EX-ELABORA-ABI-FUS
001145          END-IF.
001150
001160          IF ERRORE-UNITA-FUS NOT = "S"
001165           PERFORM ELABORA-GER-FUS
001166            THRU EX-ELABORA-GER-FUS
001167          END-IF.
001168
001169          IF MODO-APPLICA-FUS
001170           IF ERRORE-UNITA-FUS = "S"
001171            PERFORM ANNULLA-UNITA-WEB THRU EX-ANNULLA-UNITA-WEB
001172            DISPLAY "OPENGFUS: " NOTA-UNITA-FUS
001173            DISPLAY "OPENGFUS: FUSIONE ANNULLATA, ARCHIVI"
001174             " RIPORTATI ALLO STATO DI PARTENZA"
001175            MOVE 8               TO RETURN-CODE
001176            GOBACK
001177           END-IF
001178           PERFORM CONFERMA-UNITA-WEB THRU EX-CONFERMA-UNITA-WEB
001179          END-IF.
001180
001190          DISPLAY " ".
001200          DISPLAY "UTENTI DA AGGIORNARE    : " UTENTI-TOCCATI-FUS.
001360          COPY "PIOABIS.CBL".
001370          COPY "PIOGER.CBL".
001380          COPY "PIOCSV.CBL".
001384          COPY "PIOUDLW.CBL".
001390*
001400 LEGGI-PARAMETRI-FUS.
001410
001470
001480          MOVE "R"                TO MODO-FUS.
001490          ACCEPT MODO-FUS         FROM CONSOLE.
001492
001494          MOVE SPACES             TO TICKET-FUS.
001496          ACCEPT TICKET-FUS       FROM CONSOLE.
001500
001510 EX-LEGGI-PARAMETRI-FUS.
001520          EXIT.
001521*
001522** TICKET DI CAMBIAMENTO DEL CARTELLINO: LE RIGHE DI STORICO
001523** ARKABIS SCRITTE IN APPLICA FINISCONO SUL GIORNALE ARKTKU
001524*
001525 VERIFICA-TICKET-FUS.
001526
001527          MOVE "OK"               TO ESITO-TKT-WEB.
001528          MOVE SPACES             TO MOTIVO-TKT-WEB.
001529          MOVE ZEROS              TO NUMERO-TKT-WEB.
001530          MOVE "OPENGFUS"         TO PROGRAMMA-TKT-WEB.
001531
001532          IF TICKET-FUS NOT = SPACES
001533           IF TICKET-FUS NUMERIC
001534            MOVE TICKET-FUS       TO NUMERO-TKT-WEB
001535           ELSE
001536            MOVE "KO"             TO ESITO-TKT-WEB
001537            MOVE "numero di ticket non valido" TO MOTIVO-TKT-WEB
001538            GO TO EX-VERIFICA-TICKET-FUS
001539           END-IF
001540          END-IF.
001541
001542          MOVE "VERIFICA"         TO AZIONE-TKT-WEB.
001543          MOVE "ABIS"             TO ARCHIVIO-TKT-WEB.
001544          MOVE SPACES             TO RIFERIMENTO-TKT-WEB.
001545          MOVE "OPENGFUS"         TO UTENTE-TKT-WEB.
001546
001547          CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
001548               ARCHIVIO-TKT-WEB RIFERIMENTO-TKT-WEB
001549               PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
001550               ESITO-TKT-WEB MOTIVO-TKT-WEB.
001551          CANCEL "OPENTKTW".
001552
001553 EX-VERIFICA-TICKET-FUS.
001554          EXIT.
001555*
001556** ARKUTEN: SOSTITUISCE IL GRUPPO DI PARTENZA OVUNQUE COMPAIA,
001557** SENZA MAI CREARE UN DOPPIONE DEL GRUPPO DI ARRIVO
001560*
001570 ELABORA-UTENTI-FUS.
001580
001760           ADD 1                  TO UTENTI-TOCCATI-FUS
001770           DISPLAY "UTENTE " CHIAVE-UTEN " GRUPPI AGGIORNATI"
001780           IF MODO-APPLICA-FUS
001781            MOVE "ARKUTEN"        TO ARCHIVIO-UDL-WEB
001782            MOVE CHIAVE-UTEN      TO CHIAVE-UDL-WEB
001783            PERFORM IMMAGINE-FUS  THRU EX-IMMAGINE-FUS
001784            IF ERRORE-UNITA-FUS = "S"
001785             GO TO FINE-ELABORA-UTENTI-FUS
001786            END-IF
001790            PERFORM RISCRIVI-UTEN THRU EX-RISCRIVI-UTEN
001800           END-IF
001810          END-IF.
003180
003190          PERFORM MIGRA-RIGA-ABI-FUS
003200           THRU EX-MIGRA-RIGA-ABI-FUS.
003205          IF ERRORE-UNITA-FUS = "S" GO TO FINE-ELABORA-ABI-FUS.
003210
003220          GO TO CICLO-APPLICA-ABI-FUS.
003230
003640          MOVE SCADENZA-IMM-FUS   TO SCADENZA-ABI.
003650          MOVE NEGATA-IMM-FUS     TO NEGATA-ABI.
003660
003661          MOVE "ARKABI"           TO ARCHIVIO-UDL-WEB.
003662          MOVE CHIAVE-ABI         TO CHIAVE-UDL-WEB.
003663          PERFORM IMMAGINE-FUS    THRU EX-IMMAGINE-FUS.
003664          IF ERRORE-UNITA-FUS = "S" GO TO EX-MIGRA-RIGA-ABI-FUS.
003665
003670          PERFORM SCRIVI-ABI      THRU EX-SCRIVI-ABI.
003680
003690          PERFORM RIMUOVI-PARTENZA-ABI-FUS
003860           INVALID KEY GO TO EX-RIMUOVI-PARTENZA-ABI-FUS
003870          END-READ.
003880
003881          MOVE "ARKABI"           TO ARCHIVIO-UDL-WEB.
003882          MOVE CHIAVE-ABI         TO CHIAVE-UDL-WEB.
003883          PERFORM IMMAGINE-FUS    THRU EX-IMMAGINE-FUS.
003884          IF ERRORE-UNITA-FUS = "S"
003885           GO TO EX-RIMUOVI-PARTENZA-ABI-FUS
003886          END-IF.
003887
003890          PERFORM CANCELLA-ABI    THRU EX-CANCELLA-ABI.
003900
003910 EX-RIMUOVI-PARTENZA-ABI-FUS.
004150           DISPLAY "GERARCHIA: FIGLIO " GRUPPO-FIGLIO-GER
004160            " RIAGGANCIATO A " GRUPPO-A-FUS
004170           IF MODO-APPLICA-FUS
004171            MOVE "ARKGER"         TO ARCHIVIO-UDL-WEB
004172            MOVE CHIAVE-GER       TO CHIAVE-UDL-WEB
004173            PERFORM IMMAGINE-FUS  THRU EX-IMMAGINE-FUS
004174            IF ERRORE-UNITA-FUS = "S"
004175             GO TO FINE-ELABORA-GER-FUS
004176            END-IF
004180            MOVE GRUPPO-A-FUS     TO GRUPPO-PADRE-GER
004190            PERFORM RISCRIVI-GER  THRU EX-RISCRIVI-GER
004200           END-IF
004250           DISPLAY "GERARCHIA: RIGA DEL FIGLIO " GRUPPO-FIGLIO-GER
004260            " RIMOSSA"
004270           IF MODO-APPLICA-FUS
004271            MOVE "ARKGER"         TO ARCHIVIO-UDL-WEB
004272            MOVE CHIAVE-GER       TO CHIAVE-UDL-WEB
004273            PERFORM IMMAGINE-FUS  THRU EX-IMMAGINE-FUS
004274            IF ERRORE-UNITA-FUS = "S"
004275             GO TO FINE-ELABORA-GER-FUS
004276            END-IF
004280            PERFORM CANCELLA-GER  THRU EX-CANCELLA-GER
004290           END-IF
004300          END-IF.
004380 EX-ELABORA-GER-FUS.
004390          EXIT.
004400
004405*
004410** IMMAGINE SUL GIORNALE PRIMA DI OGNI MODIFICA (ARCHIVIO-UDL-WEB,
004420** CHIAVE-UDL-WEB); AL PRIMO ERRORE LA FUSIONE SI FERMA
004430*
004440 IMMAGINE-FUS.
004450
004460          PERFORM SALVA-IMMAGINE-WEB THRU EX-SALVA-IMMAGINE-WEB.
004470          IF ESITO-UDL-WEB NOT = "OK"
004480           MOVE "S"               TO ERRORE-UNITA-FUS
004490           MOVE NOTA-UDL-WEB      TO NOTA-UNITA-FUS
004500          END-IF.
004510
004520 EX-IMMAGINE-FUS.
004530          EXIT.
