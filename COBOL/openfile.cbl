000180*
000190* MANUTENZIONE DEL CATALOGO FILES.TXT (STESSO FILE CHE FAI-NOME
000200* RISOLVE CON NOMIFILE): SENZA funzione TORNA IN JSON LE VOCI DI
000210* ARKFILE (NOME/PATH/VERSIONE) PER LA GRIGLIA. funzione=salva RICEVE
000220* MK-nome/MK-path E AGGIUNGE LA VOCE O AGGIORNA QUELLA ESISTENTE
000230* CON LO STESSO NOME. funzione=elimina RICEVE MK-nome E TOGLIE
000240* LA VOCE DAL CATALOGO. ARKFILE E' LINE SEQUENTIAL SENZA CHIAVE,
000250* QUINDI OGNI SALVA/ELIMINA RISCRIVE L'INTERO FILE PASSANDO PER
000260* UNA COPIA DI SERVIZIO SU ARKCSV (STESSA TECNICA DI OPENALOG PER
000270* ARKLOG/ARKLOGA). LA VERSIONE DI TRACCIATO DI UNA VOCE NON SI
000271* TOCCA DA QUI (LA AGGIORNA SOLO LA CONVERSIONE OPENTCNV): UNA
000272* VOCE NUOVA NASCE ALLA 001, UNA AGGIORNATA TIENE LA SUA
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENFILE.
001615          MOVE SPACES             TO STRINGA-JSON.
001618          MOVE PATH-CAT-FILE      TO STRINGA-JSON.
001620          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
001621
001622          IF VERSIONE-CAT-FILE = SPACES
001623           MOVE "001"             TO VERSIONE-CAT-FILE
001624          END-IF.
001625          STRING STRINGA-JSON-ESC(1:LUNGH-JSON-ESC)
001628                 '","VERSIONE":"' VERSIONE-CAT-FILE
001629                 '"}'             DELIMITED BY SIZE
001630           INTO DATI-JSON WITH POINTER PUNTA-CAT-FILE.
001640
001650          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002150          MOVE SPACES             TO DATI-CSV.
002160          MOVE NOME-CAT-FILE      TO DATI-CSV(1:30).
002170          MOVE PATH-CAT-FILE      TO DATI-CSV(31:80).
002175          MOVE VERSIONE-CAT-FILE  TO DATI-CSV(111:3).
002180          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
002190
002200          GO TO CICLO-COPIA-FILE.
002250           MOVE SPACES            TO DATI-CSV
002260           MOVE NOME-WEB-FILE     TO DATI-CSV(1:30)
002270           MOVE PATH-WEB-FILE     TO DATI-CSV(31:80)
002275           MOVE "001"             TO DATI-CSV(111:3)
002280           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
002290          END-IF.
002300
002420
002430          MOVE DATI-CSV(1:30)     TO NOME-CAT-FILE.
002440          MOVE DATI-CSV(31:80)    TO PATH-CAT-FILE.
002445          MOVE DATI-CSV(111:3)    TO VERSIONE-CAT-FILE.
002450          PERFORM SCRIVI-RIGA-CAT THRU EX-SCRIVI-RIGA-CAT.
002460
002470          GO TO CICLO-RISCRIVI-FILE.
