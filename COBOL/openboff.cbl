001580          MOVE ORA-INIZIO-BOFF    TO ORA-INIZIO-BCK.
001590          ACCEPT ORA-FINE-BCK     FROM TIME.
001600          MOVE SPACES             TO NOTA-BCK.
001602          MOVE ZEROS              TO TOTALI-BCK.
001604          MOVE SPACES             TO EQUAZIONE-BCK SOSPETTO-BCK
001606                                     MOTIVO-SOSPETTO-BCK.
001610          IF ESITO-BOFF = "S"
001620           STRING "SNAP." DATA-SET-BOFF " VERIFICATO"
001630            DELIMITED BY SIZE INTO NOTA-BCK
