000820
000830          PERFORM SCRIVI-ABIS    THRU EX-SCRIVI-ABIS.
000831*
000841*     LA RIGA SCRITTA SOTTO UN TICKET DI CAMBIAMENTO (NUMERO-TKT-WEB
000851*     VALORIZZATO DAL CHIAMANTE) FINISCE SUL GIORNALE ARKTKU

000861          IF ESITO-OK AND NUMERO-TKT-WEB NUMERIC
000871                      AND NUMERO-TKT-WEB > ZEROS
000881           MOVE "REGISTRA"      TO AZIONE-TKT-WEB
000891           MOVE "ABIS"          TO ARCHIVIO-TKT-WEB
000901           MOVE CHIAVE-ABIS     TO RIFERIMENTO-TKT-WEB
000911           MOVE UTENTE-ABIS     TO UTENTE-TKT-WEB
000921           CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
000931                                 ARCHIVIO-TKT-WEB
000941                                 RIFERIMENTO-TKT-WEB
000951                                 PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
000961                                 ESITO-TKT-WEB MOTIVO-TKT-WEB
000971           CANCEL "OPENTKTW"
000981          END-IF.
000991*
001001*     OGNI OPERAZIONE CHE LASCIA STORICO LASCIA ANCHE IL SUO
001011*     EVENTO STRUTTURATO NELLA CASSETTA DI USCITA (PERMESSO
001021*     CONCESSO O REVOCATO), SPEDITO POI DA OPENOUTD
001031
001041          IF OPERAZIONE-ABIS = "R"
001051           MOVE "PERMESSO-REV"  TO TIPO-OUT-WEB
001061          ELSE
001071           MOVE "PERMESSO-GRANT" TO TIPO-OUT-WEB
001081          END-IF.
001091          MOVE UTENTE-ABI-WEB    TO UTENTE-OUT-WEB.
001101          MOVE SPACES            TO DETTAGLIO-OUT-WEB.
001111          STRING "ente " ENTE-ABI-ABIS
001121           " gruppo " GRUPPO-ABI-ABIS
001131           " chiamata " MOD-ABIS "/" ENT-ABIS "/" FUNZ-ABIS
001141           DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB.
001151          PERFORM SCRIVI-EVENTO-OUT
001161           THRU EX-SCRIVI-EVENTO-OUT.
001171
001181*
001191*     LA RIGA VARIATA CAMBIA I PERMESSI EFFETTIVI DI CHI RAGGIUNGE IL
001201*     SUO GRUPPO: OPENEFFW LI RICALCOLA SU ARKEFF, DOPO AVER LASCIATO
001211*     LIBERA LA RIGA CHE IL RICALCOLO RILEGGE
001221
001231          UNLOCK ARKABI.
001241
001251          MOVE "GRUPPO"          TO AZIONE-EFF-WEB.
001261          MOVE SPACES            TO UTENTE-EFF-WEB.
001271          MOVE ZEROS             TO GRUPPI-EFF-WEB.
001281          MOVE GRUPPO-ABI-ABIS   TO GRUPPO-EFF-WEB.
001291
001301          CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
001311                                GRUPPI-EFF-WEB GRUPPO-EFF-WEB
001321                                RICALCOLATI-EFF-WEB ESITO-EFF-WEB.
001331          CANCEL "OPENEFFW".
001341
001351  EX-SCRIVI-STORICO-ABI.
001361          EXIT.
