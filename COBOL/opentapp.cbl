000260* PRIMO GENNAIO ENTRANO IN VIGORE SENZA NESSUNO IN TURNO LA
000270* NOTTE DI CAPODANNO.
000280*
000282* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000284* OPENTAPP.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000286* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000288*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENTAPP.
000310 ENVIRONMENT      DIVISION.
000370          COPY "SELTFU.CBL".
000380          COPY "SELTAB.CBL".
000390          COPY "SELSTAB.CBL".
000395          COPY "SELTOT.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000440          COPY "FDETFU.CBL".
000450          COPY "FDETAB.CBL".
000460          COPY "FDESTAB.CBL".
000465          COPY "FDETOT.CBL".
000470
000480 WORKING-STORAGE  SECTION.
000490
000520 01 DATA-OGGI-TAPP           PIC 9(8).
000530 01 APPLICATE-TAPP           PIC 9(5).
000540 01 IN-ATTESA-TAPP           PIC 9(5).
000543 01 LETTI-TAPP               PIC 9(5).
000546 01 FALLITE-TAPP             PIC 9(5).
000550 01 VECCHIA-TABELLA-TAPP     PIC X(200).
000560 01 RIGA-NUOVA-TAPP          PIC X.
000570*
000600          ACCEPT DATA-OGGI-TAPP      FROM DATE YYYYMMDD.
000610
000620          MOVE ZEROS                 TO APPLICATE-TAPP
000623                                        IN-ATTESA-TAPP
000626                                        LETTI-TAPP
000630                                        FALLITE-TAPP.
000640
000650          PERFORM OPEN-I-TFU         THRU EX-OPEN-I-TFU.
000660          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
000760          PERFORM LEGGO-NEXT-TFU     THRU EX-LEGGO-NEXT-TFU.
000770
000780          IF FINE-FILE = "S" GO TO FINE-TAPP.
000783
000786          ADD 1                      TO LETTI-TAPP.
000790
000800          IF DATA-EFFETTO-TFU > DATA-OGGI-TAPP
000810           ADD 1                     TO IN-ATTESA-TAPP
000950          DISPLAY "MODIFICHE APPLICATE: " APPLICATE-TAPP.
000960          DISPLAY "ANCORA IN ATTESA   : " IN-ATTESA-TAPP.
000970
000971***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
000972
000973          MOVE "OPENTAPP"            TO PROGRAMMA-TOT-WEB.
000974          MOVE LETTI-TAPP            TO LETTI-TOT-WEB.
000975          MOVE IN-ATTESA-TAPP        TO SCRITTI-TOT-WEB.
000976          MOVE APPLICATE-TAPP        TO AGGIORNATI-TOT-WEB.
000977          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
000978          MOVE FALLITE-TAPP          TO SCARTATI-TOT-WEB.
000979          MOVE "C"                   TO EQUAZIONE-TOT-WEB.
000980          PERFORM CONSEGNA-TOTALI-TOT
000981           THRU EX-CONSEGNA-TOTALI-TOT.
000982
000983          MOVE ZERO                  TO RETURN-CODE.
000990
001000          GOBACK.
001010*
001370          IF ESITO-NOK
001380           DISPLAY "APPLICAZIONE FALLITA PER " TIPO-TFU
001390            ENTE-TFU PROG-TFU " - RIGA LASCIATA IN ATTESA"
001395           ADD 1                     TO FALLITE-TAPP
001400           GO TO EX-APPLICA-TAPP
001410          END-IF.
001420
001660          COPY "PIOTFU.CBL".
001670          COPY "PIOTAB.CBL".
001680          COPY "PIOSTAB.CBL".
001690          COPY "PIOTOT.CBL".
