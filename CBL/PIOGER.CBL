000088
000089          MOVE "OK"            TO ESITO-WEB.
000090
000091          PERFORM AGGIORNA-EFF-GER THRU EX-AGGIORNA-EFF-GER.
000092
000093  EX-SCRIVI-GER.
000094          EXIT.
000095
000096  RISCRIVI-GER.
000097
000098          MOVE "NO"            TO ESITO-WEB.
000099
000100          REWRITE GERARCHIA-GRUPPO
000101           INVALID KEY GO TO EX-RISCRIVI-GER.
000102
000103          MOVE "OK"            TO ESITO-WEB.
000104
000105          PERFORM AGGIORNA-EFF-GER THRU EX-AGGIORNA-EFF-GER.
000106
000107  EX-RISCRIVI-GER.
000108          EXIT.
000109
000110  CANCELLA-GER.
000111
000112          MOVE "NO"            TO ESITO-WEB.
000113
000114          DELETE ARKGER RECORD
000115           INVALID KEY GO TO EX-CANCELLA-GER.
000116
000117          MOVE "OK"            TO ESITO-WEB.
000118
000119          PERFORM AGGIORNA-EFF-GER THRU EX-AGGIORNA-EFF-GER.
000120
000121  EX-CANCELLA-GER.
000122          EXIT.
000123*
000124** UNA VARIAZIONE DI ARKGER CAMBIA I PERMESSI EFFETTIVI DI CHI
000125** RAGGIUNGE IL GRUPPO FIGLIO: OPENEFFW LI RICALCOLA SU ARKEFF. IL
000126** BLOCCO SULLA RIGA APPENA SCRITTA VA RILASCIATO PRIMA, PERCHE' IL
000127** RICALCOLO LA RILEGGE
000128*
000129  AGGIORNA-EFF-GER.
000130
000131          UNLOCK ARKGER.
000132
000133          MOVE "GRUPPO"          TO AZIONE-EFF-WEB.
000134          MOVE SPACES            TO UTENTE-EFF-WEB.
000135          MOVE ZEROS             TO GRUPPI-EFF-WEB.
000136          MOVE GRUPPO-FIGLIO-GER TO GRUPPO-EFF-WEB.
000137
000138          CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
000139                                GRUPPI-EFF-WEB GRUPPO-EFF-WEB
000140                                RICALCOLATI-EFF-WEB ESITO-EFF-WEB.
000141          CANCEL "OPENEFFW".
000142
000143  EX-AGGIORNA-EFF-GER.
000144          EXIT.
