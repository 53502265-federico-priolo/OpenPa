000780          ACCEPT DATA-SALVATAGGIO-MVER     FROM DATE YYYYMMDD.
000790
000800          PERFORM SCRIVI-MVER  THRU EX-SCRIVI-MVER.
000801*
000802*     LA RIGA SCRITTA SOTTO UN TICKET DI CAMBIAMENTO (NUMERO-TKT-WEB
000803*     VALORIZZATO DAL CHIAMANTE) FINISCE SUL GIORNALE ARKTKU
000804
000805          IF ESITO-OK AND NUMERO-TKT-WEB NUMERIC
000806                      AND NUMERO-TKT-WEB > ZEROS
000807           MOVE "REGISTRA"      TO AZIONE-TKT-WEB
000808           MOVE "MVER"          TO ARCHIVIO-TKT-WEB
000809           MOVE CHIAVE-MVER     TO RIFERIMENTO-TKT-WEB
000810           MOVE UTENTE-MVER     TO UTENTE-TKT-WEB
000811           CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
000812                                 ARCHIVIO-TKT-WEB
000813                                 RIFERIMENTO-TKT-WEB
000814                                 PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
000815                                 ESITO-TKT-WEB MOTIVO-TKT-WEB
000816           CANCEL "OPENTKTW"
000817          END-IF.
000818
000820  EX-SCRIVI-STORICO-MENU.
000830          EXIT.
000840*
