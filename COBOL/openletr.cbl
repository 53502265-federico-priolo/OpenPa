000420          COPY "GLOBALS.CBL".
000430*
000440 01 RIGHE-LETTE-LETR         PIC 9(9).
000445 01 RIVELATE-LETR            PIC 9(9).
000450*
000460 01 TAB-UTENTI-LETR.
000470    02 VOCE-UTENTE-LETR OCCURS 200 TIMES.
000610 PROCEDURE  DIVISION.
000620*
000630          MOVE ZEROS              TO RIGHE-LETTE-LETR.
000635          MOVE ZEROS              TO RIVELATE-LETR.
000640          MOVE ZEROS              TO NUM-UTENTI-LETR.
000650          MOVE ZEROS              TO NUM-CAMPI-LETR.
000660          INITIALIZE TAB-UTENTI-LETR.
000880          IF FINE-FILE = "S" GO TO FINE-LETR.
000890
000900          ADD 1                   TO RIGHE-LETTE-LETR.
000905          IF LETTURA-IN-CHIARO
000906           ADD 1                  TO RIVELATE-LETR
000907          END-IF.
000910
000920          PERFORM ACCUMULA-UTENTE-LETR
000930           THRU EX-ACCUMULA-UTENTE-LETR.
001020          PERFORM CLOSE-LET       THRU EX-CLOSE-LET.
001030
001040          DISPLAY "LETTURE DI CAMPI SENSIBILI: " RIGHE-LETTE-LETR.
001045          DISPLAY "DI CUI RIVELATE IN CHIARO:  " RIVELATE-LETR.
001050          DISPLAY " ".
001060          DISPLAY "PER UTENTE".
001070
