000260* VIENE EMESSO IL RIEPILOGO LETTI/TENUTI/RIMOSSI. UNA SIGLA NON
000270* RICONOSCIUTA VIENE SEGNALATA E SALTATA.
000280*
000282* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000284* OPENRETE.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000286* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000288*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENRETE.
000310 ENVIRONMENT      DIVISION.
000430          COPY "SELARC.CBL".
000431          COPY "SELVIEW.CBL".
000432          COPY "SELHLD.CBL".
000436          COPY "SELTOT.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000540          COPY "FDEARC.CBL".
000541          COPY "FDEVIEW.CBL".
000542          COPY "FDEHLD.CBL".
000546          COPY "FDETOT.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570
000780 01 RIMOSSI-RETE             PIC 9(9).
000790 01 TENUTI-RETE              PIC 9(9).
000800 01 REGOLE-RETE              PIC 9(4).
000801 01 LETTI-GIRO-RETE          PIC 9(9).
000802 01 RIMOSSI-GIRO-RETE        PIC 9(9).
000803 01 TRATTENUTE-GIRO-RETE     PIC 9(9).
000804*
000805** CHECKPOINT DI POSIZIONE SU ARKVIEW ("CHECKPOINT-RETE"): OGNI
000806** 1000 RECORD LETTI SI SALVANO SIGLA DEL FILE, ULTIMA CHIAVE E
000807** CONTATORE, COSI' UN RILANCIO RIPRENDE LA SCANSIONE DEL FILE
000808** GROSSO DA DOVE ERA INVECE CHE DAL PRIMO RECORD
000809*
000810** FERMI LEGALI ATTIVI DI TIPO "G" (ARKHLD): LE RIGHE DI
000811** GIORNALE CON DATA DENTRO A UN INTERVALLO FERMATO NON SI
000812** RIMUOVONO E FINISCONO NEL RIEPILOGO COME "TRATTENUTE"
000813*
000814 01 TAB-FERMI-RETE.
000815    02 DATI-FERMO-RETE OCCURS 20 TIMES.
000816       03 FERMO-DAL-RETE       PIC 9(8).
000817       03 FERMO-AL-RETE        PIC 9(8).
000818 01 NUM-FERMI-RETE           PIC 9(02) COMP.
000819 01 IND-FERMI-RETE           PIC 9(02) COMP.
000820 01 FERMATA-RETE             PIC X.
000821 01 TRABOCCO-FERMI-RETE      PIC X.
000822 01 DATA-FERMO-RETE          PIC 9(8).
000823 01 TRATTENUTE-RETE          PIC 9(9).
000824*
000825 01 CHECK-SIGLA-RETE         PIC X(8).
000826 01 CHECK-CHIAVE-RETE        PIC X(120).
000827 01 CHECK-CONTA-RETE         PIC 9(9).
000828 01 CHIAVE-CORRENTE-RETE     PIC X(120).
000829*
000830 PROCEDURE  DIVISION.
000831*
000840          ACCEPT DATA-OGGI-RETE      FROM DATE YYYYMMDD.
000850
000860          COMPUTE OGGI-INTEGER-RETE =
000870           FUNCTION INTEGER-OF-DATE(DATA-OGGI-RETE).
000880
000882          MOVE ZEROS                 TO REGOLE-RETE
000884                                        LETTI-GIRO-RETE
000886                                        RIMOSSI-GIRO-RETE
000890                                        TRATTENUTE-GIRO-RETE.
000900
000910          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
000911          PERFORM OPEN-I-VIEW        THRU EX-OPEN-I-VIEW.
001290           DISPLAY "REGOLE APPLICATE   : " REGOLE-RETE
001300          END-IF.
001310
001311***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
001312
001313          MOVE "OPENRETE"            TO PROGRAMMA-TOT-WEB.
001314          MOVE LETTI-GIRO-RETE       TO LETTI-TOT-WEB.
001315          MOVE ZEROS                 TO SCRITTI-TOT-WEB.
001316          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
001317          MOVE RIMOSSI-GIRO-RETE     TO CANCELLATI-TOT-WEB.
001318          MOVE TRATTENUTE-GIRO-RETE  TO SCARTATI-TOT-WEB.
001319          MOVE "M"                   TO EQUAZIONE-TOT-WEB.
001320          PERFORM CONSEGNA-TOTALI-TOT
001321           THRU EX-CONSEGNA-TOTALI-TOT.
001322
001323          MOVE ZERO                  TO RETURN-CODE.
001330
001340          GOBACK.
001350*
002042          ADD 1                      TO REGOLE-RETE.
002050
002060          COMPUTE TENUTI-RETE = LETTI-RETE - RIMOSSI-RETE.
002062
002064          ADD LETTI-RETE             TO LETTI-GIRO-RETE.
002066          ADD RIMOSSI-RETE           TO RIMOSSI-GIRO-RETE.
002068          ADD TRATTENUTE-RETE        TO TRATTENUTE-GIRO-RETE.
002070
002080          DISPLAY SIGLA-RETE " OLTRE " GIORNI-RETE " GIORNI ("
002090           AZIONE-RETE ") - LETTI " LETTI-RETE
005130          COPY "PIOARC.CBL".
005140          COPY "PIOVIEW.CBL".
005150          COPY "PIOHLD.CBL".
005155          COPY "PIOTOT.CBL".
005160*
005170** CARICA GLI INTERVALLI DEI FERMI LEGALI ATTIVI DI TIPO "G"
005180*
