000087           INVALID KEY GO TO EX-SCRIVI-STAB.
000088
000089          MOVE "OK"            TO ESITO-WEB.
000090*
000091*     LA RIGA SCRITTA SOTTO UN TICKET DI CAMBIAMENTO (NUMERO-TKT-WEB
000092*     VALORIZZATO DAL CHIAMANTE) FINISCE SUL GIORNALE ARKTKU
000093
000094          IF NUMERO-TKT-WEB NUMERIC AND NUMERO-TKT-WEB > ZEROS
000095           MOVE "REGISTRA"      TO AZIONE-TKT-WEB
000096           MOVE "STAB"          TO ARCHIVIO-TKT-WEB
000097           MOVE CHIAVE-STAB     TO RIFERIMENTO-TKT-WEB
000098           MOVE UTENTE-STAB     TO UTENTE-TKT-WEB
000099           CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
000100                                 ARCHIVIO-TKT-WEB
000101                                 RIFERIMENTO-TKT-WEB
000102                                 PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
000103                                 ESITO-TKT-WEB MOTIVO-TKT-WEB
000104           CANCEL "OPENTKTW"
000105          END-IF.
000106
000107  EX-SCRIVI-STAB.
000108          EXIT.
