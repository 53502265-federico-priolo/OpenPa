000250          ACCEPT DATA-VERS-LIBH      FROM DATE YYYYMMDD.

000260          PERFORM SCRIVI-LIBH        THRU EX-SCRIVI-LIBH.
000261*
000262*     LA RIGA SCRITTA SOTTO UN TICKET DI CAMBIAMENTO (NUMERO-TKT-WEB
000263*     VALORIZZATO DAL CHIAMANTE) FINISCE SUL GIORNALE ARKTKU

000264          IF ESITO-OK AND NUMERO-TKT-WEB NUMERIC
000265                      AND NUMERO-TKT-WEB > ZEROS
000266           MOVE "REGISTRA"      TO AZIONE-TKT-WEB
000267           MOVE "LIBH"          TO ARCHIVIO-TKT-WEB
000268           MOVE CHIAVE-LIBH     TO RIFERIMENTO-TKT-WEB
000269           MOVE UTENTE-VERS-LIBH TO UTENTE-TKT-WEB
000270           CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
000271                                 ARCHIVIO-TKT-WEB
000272                                 RIFERIMENTO-TKT-WEB
000273                                 PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
000274                                 ESITO-TKT-WEB MOTIVO-TKT-WEB
000275           CANCEL "OPENTKTW"
000276          END-IF.

000277          PERFORM POTA-STORICO-LIBH  THRU EX-POTA-STORICO-LIBH.

000280  EX-SCRIVI-STORICO-LIBH.
000290          EXIT.
