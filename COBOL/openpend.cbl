000220* JSON CON I LINK DI APPROVAZIONE E RIFIUTO; funzione=approva
000230* APPLICA LA MODIFICA SU ARKUTEN (L'APPROVATORE DEVE DIFFERIRE
000240* DAL RICHIEDENTE) E GIORNALA SU ARKACC; funzione=respingi CHIUDE
000250* LA RICHIESTA SENZA TOCCARE NULLA. APPROVATA UNA CREAZIONE O UN
000251* CAMBIO GRUPPI, L'UTENTE RICEVE LA LETTERA DI ATTRIBUZIONE
000252* DEGLI ACCESSI (OPENLACW), IL CUI RIFERIMENTO CHIUDE IL
000253* MESSAGGIO DI ESITO.
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENPEND.
000380          COPY "SELVIEW.CBL".
000390          COPY "SELVSTO.CBL".
000400          COPY "SELUTEN.CBL".
000404          COPY "SELPWH.CBL".
000406          COPY "SELTAB.CBL".
000410          COPY "SELPEN.CBL".
000411          COPY "SELGRU.CBL".
000420          COPY "SELACC.CBL".
000510          COPY "FDEVIEW.CBL".
000520          COPY "FDEVSTO.CBL".
000530          COPY "FDEUTEN.CBL".
000534          COPY "FDEPWH.CBL".
000536          COPY "FDETAB.CBL".
000540          COPY "FDEPEN.CBL".
000541          COPY "FDEGRU.CBL".
000550          COPY "FDEACC.CBL".
000698 01 IND-GRUPPI-PEND            PIC 9(01) COMP.
000699 01 EMESSO-PEND                PIC 9(14).
000700*
000701** MESSAGGIO DI ESITO DA COMPLETARE CON IL RIFERIMENTO DELLA
000702** LETTERA DI ATTRIBUZIONE DEGLI ACCESSI (OPENLACW)
000703*
000704 01 MESSAGGIO-PEND             PIC X(200).
000705*
000710 PROCEDURE  DIVISION.
000720*
000730          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001171          COPY "PIOGRU.CBL".
001172          COPY "PIOJSON.CBL".
001180          COPY "PIOACC.CBL".
001181          COPY "PIOTAB.CBL".
001182          COPY "PIOPWH.CBL".
001184          COPY "PIOTOTP.CBL".
001186          COPY "PIOSTEP.CBL".
001190*
001200***** ELENCO DELLE RICHIESTE PENDENTI CON I LINK DI DECISIONE
001210*
001780          STRING '"APPROVA":"'     DELIMITED BY SIZE
001790           '<a href=openpend.exe?MK-KEY=' DELIMITED BY SIZE
001800           SECTION-WEB            DELIMITED BY SIZE
001805           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001810           "&MK-FUNZIONE=approva&MK-numero=" DELIMITED BY SIZE
001820           NUMERO-PEN             DELIMITED BY SIZE
001830           ">SI</a>"              DELIMITED BY SIZE
001840           '","RESPINGI":"'        DELIMITED BY SIZE
001850           '<a href=openpend.exe?MK-KEY=' DELIMITED BY SIZE
001860           SECTION-WEB            DELIMITED BY SIZE
001865           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001870           "&MK-FUNZIONE=respingi&MK-numero=" DELIMITED BY SIZE
001880           NUMERO-PEN             DELIMITED BY SIZE
001890           ">NO</a>"              DELIMITED BY SIZE
002750           GO TO EX-DECIDI-PEND
002760          END-IF.
002770
002771*         L'APPROVAZIONE TOCCA UN'UTENZA: PRIMA DI APPLICARLA
002772*         L'APPROVATORE CONFERMA LA PROPRIA IDENTITA' (PIOSTEP)
002773          MOVE "OPENPEND"         TO CHIAMATA-STEP-WEB.
002774          MOVE OPERATORE-PEND     TO OPERATORE-STEP-WEB.
002775          MOVE SPACES             TO RIPETI-STEP-WEB.
002776          STRING "openpend.exe?MK-KEY=" SECTION-WEB
002777           "&MK-OPERATORE=" OPERATORE-PEND
002778           "&MK-FORM=" TOKEN-FORM-SES-WEB
002779           "&MK-FUNZIONE=approva&MK-numero=" NUMERO-PEND
002780           DELIMITED BY SPACE INTO RIPETI-STEP-WEB.
002781
002782          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002783          PERFORM VERIFICA-STEP   THRU EX-VERIFICA-STEP.
002784          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002785
002786          IF NOT STEP-SUPERATO GO TO EX-DECIDI-PEND.
002787
002788          PERFORM APPLICA-PEND    THRU EX-APPLICA-PEND.
002790
002800          IF ESITO-NOK
002810           MOVE "Errore nell'applicazione della modifica"
002947            DELIMITED BY SIZE INTO MESSAGGIO
002948          END-IF.
002949
002950*         CREAZIONE O CAMBIO GRUPPI APPROVATI: L'UTENTE RICEVE LA
002951*         LETTERA DI ATTRIBUZIONE DEGLI ACCESSI AGGIORNATA
002952          IF NOT PEN-SBLOCCO
002953           PERFORM LETTERA-PEND    THRU EX-LETTERA-PEND
002954          END-IF.
002955
002956          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002960
002970 EX-DECIDI-PEND.
002980          EXIT.
003950          EXIT.
003951*
003952***** VERIFICA CHE GRUPPO PRIMARIO ED EXTRA DELLA RICHIESTA
003962***** SIANO ANCORA ASSEGNABILI AL MOMENTO DELL'APPROVAZIONE,
003972***** ANCHE QUANTO ALLE QUALIFICHE DELL'UTENTE NUOVO
003982*
003992 CONTROLLA-GRUPPI-PEND.
004002
004012          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
004022          MOVE UTENTE-OGG-PEN     TO UTENTE-QUA-WEB.
004032
004042          MOVE GRUPPO-NUOVO-PEN   TO GRUPPO-GRU.
004052          PERFORM VERIFICA-ASSEGNABILE-GRU
004062           THRU EX-VERIFICA-ASSEGNABILE-GRU.
004072
004082          MOVE ZERO               TO IND-GRUPPI-PEND.
004092
004102 CICLO-CONTROLLA-GRUPPI-PEND.
004112
004122          IF GRUPPO-ASSEGNABILE-WEB = "N"
004132           GO TO CHIUDI-CONTROLLA-GRUPPI-PEND
004142          END-IF.
004152
004162          ADD 1                   TO IND-GRUPPI-PEND.
004172
004182          IF IND-GRUPPI-PEND > 5
004192           GO TO CHIUDI-CONTROLLA-GRUPPI-PEND
004202          END-IF.
004212
004222          IF GRUPPO-EXTRA-NUOVO-PEN(IND-GRUPPI-PEND)
004232           NOT = ZEROS
004242           MOVE GRUPPO-EXTRA-NUOVO-PEN(IND-GRUPPI-PEND)
004252            TO GRUPPO-GRU
004262           PERFORM VERIFICA-ASSEGNABILE-GRU
004272            THRU EX-VERIFICA-ASSEGNABILE-GRU
004282          END-IF.
004292
004302          GO TO CICLO-CONTROLLA-GRUPPI-PEND.
004312
004322 CHIUDI-CONTROLLA-GRUPPI-PEND.
004332
004342          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
004352          MOVE SPACES             TO UTENTE-QUA-WEB.
004362
004372 EX-CONTROLLA-GRUPPI-PEND.
004382          EXIT.
004392
004402*
004412***** LETTERA DI ATTRIBUZIONE DEGLI ACCESSI DOPO UN'APPROVAZIONE:
004422***** MOTIVO NUOVOUTEN O GRUPPI CON IL NUMERO DI PRATICA; UNA
004432***** LETTERA NON EMESSA NON ANNULLA L'APPROVAZIONE, LO DICE SOLO IL
004442***** MESSAGGIO
004452*
004462 LETTERA-PEND.
004472
004482          MOVE SPACES             TO AREA-LAC-WEB.
004492          MOVE UTENTE-OGG-PEN     TO UTENTE-LAC-WEB.
004502          IF PEN-NUOVOUTEN
004512           MOVE "NUOVOUTEN"       TO MOTIVO-LAC-WEB
004522          ELSE
004532           MOVE "GRUPPI"          TO MOTIVO-LAC-WEB
004542          END-IF.
004552          MOVE NUMERO-PEND        TO PRATICA-LAC-WEB.
004562          MOVE OPERATORE-PEND     TO OPERATORE-LAC-WEB.
004572          MOVE SECTION-WEB        TO SECTION-LAC-WEB.
004582
004592          CALL "OPENLACW" USING AREA-LAC-WEB.
004602          CANCEL "OPENLACW".
004612
004622          MOVE MESSAGGIO          TO MESSAGGIO-PEND.
004632          MOVE SPACES             TO MESSAGGIO.
004642
004652          IF LETTERA-EMESSA-WEB
004662           STRING MESSAGGIO-PEND DELIMITED BY "  "
004672            ". Lettera di accesso rif. " DELIMITED BY SIZE
004682            RIFERIMENTO-LAC-WEB DELIMITED BY SPACE
004692            INTO MESSAGGIO
004702          ELSE
004712           STRING MESSAGGIO-PEND DELIMITED BY "  "
004722            ". Lettera di accesso non emessa: " DELIMITED BY SIZE
004732            NOTA-LAC-WEB DELIMITED BY "  "
004742            INTO MESSAGGIO
004752          END-IF.
004762
004772 EX-LETTERA-PEND.
004782          EXIT.
