003885  EX-CATENA-LOG-WEB.
003886          EXIT.
003887*
003888** INDICE-LOG-WEB: DA INVOCARE SUBITO DOPO LA WRITE LOGGATO.
003889** PASSA LA RIGA APPENA SCRITTA AL SERVIZIO OPENILGW, CHE LE
003890** ASSEGNA LA POSIZIONE NEL LOG CORRENTE E NE SCRIVE LA VOCE
003891** SULL'INDICE ARKILOG (CHIAVI PER RECORD INTERESSATO E PER NOME
003892** CAMPO). LA RIGA NON CAMBIA, QUINDI LA CATENA DI HASH NEMMENO;
003893** UN INDICE NON AGGIORNABILE NON BLOCCA LA PAGINA
003894*
003895  INDICE-LOG-WEB.
003896
003897          MOVE "AGGIUNGI"         TO AZIONE-ILOG-WEB.
003898
003899          CALL "OPENILGW" USING AZIONE-ILOG-WEB DATI-LOG
003900                                POSIZIONE-ILOG-WEB ESITO-ILOG-WEB.
003901
003902          CANCEL "OPENILGW".
003903
003904  EX-INDICE-LOG-WEB.
003905          EXIT.
003906*
003907** VERIFICA-MANUTENZIONE-WEB: INIZIALI.CBL LA INVOCA DOPO LA
003908** REGISTRAZIONE DELLA SESSIONE. CON L'INTERRUTTORE
003909** "MANUTENZIONE-WEB" ALZATO (POS 1 = "S") LA PAGINA DI
003910** CORTESIA SOSTITUISCE IL LAVORO NORMALE, CON MESSAGGIO (POS
003911** 13-92) E ORA DI FINE PREVISTA (POS 8-11) REGOLABILI DA
003912** openmman.exe; PASSANO SOLO GLI OPERATORI CENSITI NELLE RIGHE
003913** "MANUTENZIONE-AMMESSO-<utente>" (FOTOGRAFIA DEL GRUPPO
003914** DESIGNATO SCATTATA DA openmman.exe ALL'ACCENSIONE)
003915*
003916  VERIFICA-MANUTENZIONE-WEB.
003917
003918          MOVE "MANUTENZIONE-WEB" TO NOME-VIEW.
003919          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
003920
003921          IF ESITO-NOK OR STRINGA-VIEW(1:1) NOT = "S"
003922           GO TO EX-VERIFICA-MANUTENZIONE-WEB
003923          END-IF.
003924
003925          MOVE STRINGA-VIEW(13:80) TO MESSAGGIO-MANUTENZIONE-WEB.
003926          MOVE STRINGA-VIEW(8:4)   TO FINE-MANUTENZIONE-WEB.
003927
003928          IF OPERATORE-SESSIONE-WEB NOT = SPACES
003929           MOVE SPACES             TO NOME-VIEW
003930           STRING "MANUTENZIONE-AMMESSO-" OPERATORE-SESSIONE-WEB
003931            DELIMITED BY SIZE INTO NOME-VIEW
003932           PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW
003933           IF ESITO-OK
003934            GO TO EX-VERIFICA-MANUTENZIONE-WEB
003935           END-IF
003936          END-IF.
003937
003938          SET SESSIONE-RIFIUTATA   TO TRUE.
003939
003940          MOVE SPACES              TO MESSAGGIO.
003941          IF FINE-MANUTENZIONE-WEB NUMERIC
003942           STRING "Sistema in manutenzione: "
003943            MESSAGGIO-MANUTENZIONE-WEB " - fine prevista ore "
003944            FINE-MANUTENZIONE-WEB
003945            DELIMITED BY SIZE INTO MESSAGGIO
003946          ELSE
003947           STRING "Sistema in manutenzione: "
003948            MESSAGGIO-MANUTENZIONE-WEB
003949            DELIMITED BY SIZE INTO MESSAGGIO
003950          END-IF.
003951
003952          PERFORM VIS-MESS         THRU EX-VIS-MESS.
003953
003954  EX-VERIFICA-MANUTENZIONE-WEB.
003955          EXIT.
003956*
003957** LEGGI-ENTE-SESSIONE-WEB: RISOLVE L'ENTE SCELTO PER LA
003958** SESSIONE DALLE POSIZIONI 31-32 DELLA RIGA "SESSIONE-WEB"
003959** (SCRITTE DA openente.exe); 00 = NESSUNA SEGREGAZIONE
003960*
003961  LEGGI-ENTE-SESSIONE-WEB.
003962
003963          MOVE ZEROS              TO ENTE-SESSIONE-WEB.
003964
003965          MOVE SPACES             TO NOME-VIEW.
003966          STRING "SESSIONE-WEB" SECTION-WEB
003967           DELIMITED BY SIZE INTO NOME-VIEW.
003968          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
003969
003970          IF ESITO-OK AND STRINGA-VIEW(31:2) NUMERIC
003971           MOVE STRINGA-VIEW(31:2) TO ENTE-SESSIONE-WEB
003972          END-IF.
003973
003974  EX-LEGGI-ENTE-SESSIONE-WEB.
003975          EXIT.
