000180*
000190* MANUTENZIONE DEI GETTONI API (RIGHE "AK" ENTE 00: GETTONE IN
000200* POS 1-32, SIGLA CHIAMANTE 34-41, SCADENZA AAAAMMGG 43-50,
000210* GRUPPO DEI PERMESSI 52-55, SOGLIA DI CHIAMATE AL MINUTO 57-60
000211* E AL GIORNO 62-67, VUOTE O ZERO = NESSUN LIMITE).
000212* funzione=elenca EMETTE LA GRIGLIA
000220* (GETTONE MASCHERATO, ULTIME 6 CIFRE); funzione=salva REGISTRA
000230* LA MASCHERA; funzione=ruota GENERA UN GETTONE NUOVO PER LA
000240* STESSA SIGLA (DERIVATO SHA DAL VECCHIO) E LASCIA IL VECCHIO
000250* VALIDO PER UNA FINESTRA DI SOVRAPPOSIZIONE (MK-giorni,
000260* DEFAULT 7), COSI' IL PARTNER MIGRA SENZA INTERRUZIONI.
000262* LA MASCHERA E' RISERVATA AL GRUPPO PROPRIETARIO CHE IL REGISTRO
000265* DEI TIPI DI TABELLA (OPENTTPW) ASSEGNA AL TIPO "AK".
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENMTOK.
000760*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000770          IF SESSIONE-RIFIUTATA GO TO FINE-MTOK.
000780          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000781*         IL REGISTRO DEI TIPI DI TABELLA RISERVA I GETTONI AL
000782*         GRUPPO PROPRIETARIO DEL TIPO "AK" (SE NE HA UNO)
000783          INITIALIZE AREA-TTP-WEB.
000784          MOVE "VERIFICA"         TO AZIONE-TTP-WEB.
000785          MOVE "AK"               TO TIPO-TTP-WEB.
000786          MOVE ZEROS              TO ENTE-TTP-WEB.
000787          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-TTP-WEB.
000788
000789          CALL "OPENTTPW" USING AREA-TTP-WEB.
000790
000791          IF NOT TIPO-AMMESSO-WEB
000792           MOVE SPACES            TO MESSAGGIO
000793           STRING "Gettoni API: " NOTA-TTP-WEB
000794            DELIMITED BY SIZE INTO MESSAGGIO
000795           PERFORM VIS-MESS       THRU EX-VIS-MESS
000796           GO TO FINE-MTOK
000797          END-IF.
000798
000799          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
000800
000810          ACCEPT DATA-OGGI-MTOK   FROM DATE YYYYMMDD.
000820
001670           TABELLA(43:8)          DELIMITED BY SIZE
001680           '","GRUPPO":"'         DELIMITED BY SIZE
001690           TABELLA(52:4)          DELIMITED BY SIZE
001691           '","MINUTO":"'         DELIMITED BY SIZE
001692           TABELLA(57:4)          DELIMITED BY SIZE
001693           '","GIORNO":"'         DELIMITED BY SIZE
001694           TABELLA(62:6)          DELIMITED BY SIZE
001700           '"}'                   DELIMITED BY SIZE
001710           INTO DATI-JSON.
001720          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002360          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
002370           MOVE VALUE-WEB(1:4)    TO TABELLA(52:4)
002380          END-IF.
002381
002382          MOVE "MK-minuto"        TO FIELD-WEB.
002383          PERFORM READ-WEB        THRU EX-READ-WEB.
002384          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
002385           MOVE VALUE-WEB(1:4)    TO TABELLA(57:4)
002386          END-IF.
002387
002388          MOVE "MK-giorno"        TO FIELD-WEB.
002389          PERFORM READ-WEB        THRU EX-READ-WEB.
002390          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:6) NUMERIC
002391           MOVE VALUE-WEB(1:6)    TO TABELLA(62:6)
002392          END-IF.
002393
002400          ACCEPT DATA-MODIFICA-TAB FROM DATE YYYYMMDD.
002410          ACCEPT ORA-MODIFICA-TAB  FROM TIME.
002420
