000280* IL LEAVER PERDE L'ACCESSO SUBITO). OGNI DIFFERENZA FINISCE
000290* NEL REPORT PRIMA DI QUALSIASI APPLICAZIONE E OGNI MODIFICA
000300* APPLICATA LASCIA IL SUO EVENTO SUL GIORNALE ACCESSI ARKACC.
000301* LE UTENZE NON PERSONALI (TIPO-UTEN) IL CUI TIPO NON E' SOGGETTO
000302* ALLA DIRECTORY (REGOLA OPENSVCW: FUNZIONALI, DI SERVIZIO, BATCH,
000303* SONDA) NON VENGONO NE' RINOMINATE NE' BLOCCATE: IN DIRECTORY NON
000304* CI SONO PER NATURA E RISPONDONO AL LORO RESPONSABILE (ARKSVC).
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENDSYN.
000780 01 DA-RINOMINARE-DSYN       PIC 9(5).
000790 01 DA-BLOCCARE-DSYN         PIC 9(5).
000800 01 APPLICATE-DSYN           PIC 9(5).
000805 01 NON-NOMINATIVE-DSYN      PIC 9(5).
000810*
000820 PROCEDURE  DIVISION.
000830*
000960                                        DA-CREARE-DSYN
000970                                        DA-RINOMINARE-DSYN
000980                                        DA-BLOCCARE-DSYN
000985                                        NON-NOMINATIVE-DSYN
000990                                        APPLICATE-DSYN
001000                                        QUANTE-DIR-DSYN.
001005          MOVE "N"                   TO DIRECTORY-TRONCA-DSYN.
001530          DISPLAY "DA CREARE          : " DA-CREARE-DSYN.
001540          DISPLAY "DA RINOMINARE      : " DA-RINOMINARE-DSYN.
001550          DISPLAY "DA BLOCCARE        : " DA-BLOCCARE-DSYN.
001555          DISPLAY "NON NOMINATIVE     : " NON-NOMINATIVE-DSYN.
001560          DISPLAY "MODIFICHE APPLICATE: " APPLICATE-DSYN.
001570
001580          MOVE ZERO                  TO RETURN-CODE.
001770           GO TO EX-CONFRONTA-DSYN
001780          END-IF.
001790
001791          IF NOT UTENZA-PERSONA
001792           PERFORM REGOLE-TIPO-UTEN  THRU EX-REGOLE-TIPO-UTEN
001793           IF NOT SVC-IN-DIRECTORY
001794            ADD 1                    TO NON-NOMINATIVE-DSYN
001795            DISPLAY "NON NOMIN.  " CHIAVE-DIR-DSYN
001796             " (TIPO " TIPO-UTEN ", RIGA DI DIRECTORY IGNORATA)"
001797            GO TO EX-CONFRONTA-DSYN
001798           END-IF
001799          END-IF.
001800
001801          IF NOME-UTEN NOT = NOME-DIR-DSYN
001810           ADD 1                     TO DA-RINOMINARE-DSYN
001820           DISPLAY "RINOMINA    " CHIAVE-DIR-DSYN " '"
001830            NOME-UTEN "' -> '" NOME-DIR-DSYN "'"
002060
002061***** CICLO DI VITA DEI GRUPPI (ARKGRU): UN GRUPPO CONGELATO O
002062***** CHIUSO NON SI ASSEGNA A UN UTENTE NUOVO NEMMENO DALLA
002063***** SINCRONIA CON LA DIRECTORY, NE' A CHI NON HA LE QUALIFICHE
002064***** CHE IL GRUPPO RICHIEDE
002065
002066          IF GRUPPO-DIR-DSYN NUMERIC
002067           MOVE GRUPPO-DIR-DSYN      TO GRUPPO-GRU
002068           MOVE CHIAVE-DIR-DSYN      TO UTENTE-QUA-WEB
002069           PERFORM VERIFICA-ASSEGNABILE-GRU
002070            THRU EX-VERIFICA-ASSEGNABILE-GRU
002071           MOVE SPACES               TO UTENTE-QUA-WEB
002072           IF GRUPPO-ASSEGNABILE-WEB = "N"
002073            DISPLAY "CREAZIONE RIFIUTATA PER " CHIAVE-DIR-DSYN
002074             ": " MOTIVO-GRU-WEB
002075            GO TO EX-CREA-UTENTE-DSYN
002076           END-IF
002077          END-IF.
002078
002079          INITIALIZE UTENTE.
002080          MOVE CHIAVE-DIR-DSYN       TO CHIAVE-UTEN.
002090          MOVE NOME-DIR-DSYN         TO NOME-UTEN.
002100
002490           GO TO CICLO-INVERSA-DSYN
002500          END-IF.
002510
002511          IF NOT UTENZA-PERSONA
002512           PERFORM REGOLE-TIPO-UTEN  THRU EX-REGOLE-TIPO-UTEN
002513           IF NOT SVC-IN-DIRECTORY
002514            ADD 1                    TO NON-NOMINATIVE-DSYN
002515            GO TO CICLO-INVERSA-DSYN
002516           END-IF
002517          END-IF.
002518
002520          MOVE "N"                   TO TROVATO-DSYN.
002530          PERFORM CERCA-IN-DIRECTORY-DSYN
002540           THRU EX-CERCA-IN-DIRECTORY-DSYN
