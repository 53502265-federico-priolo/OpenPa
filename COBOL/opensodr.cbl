000220* AUTORIZZA-GER) COMPRENDONO ENTRAMBE LE CHIAMATE DELLA COPPIA
000230* VIETATA; OGNI VIOLAZIONE PRODUCE UNA RIGA DI REPORT. L'ENTE DA
000240* ESAMINARE ARRIVA A CONSOLE (DEFAULT 00).
000241* LA STESSA VERIFICA SI RIPETE PER PERSONA FISICA (PERSONA-UTEN):
000242* CHI HA LA PRIMA CHIAMATA SU UN'UTENZA E LA SECONDA SU UN'ALTRA
000243* DIVIDE TRA DUE CONTI UN CONTROLLO CHE DEVE RESTARE A DUE PERSONE.
000250*
000260 IDENTIFICATION   DIVISION.
000270 PROGRAM-ID.      OPENSODR.
000360          COPY "SELGER.CBL".
000370          COPY "SELSOD.CBL".
000371          COPY "SELWAI.CBL".
000375          COPY "SELFIS.CBL".
000380
000390 DATA             DIVISION.
000400 FILE SECTION.
000440          COPY "FDEGER.CBL".
000450          COPY "FDESOD.CBL".
000451          COPY "FDEWAI.CBL".
000455          COPY "FDEFIS.CBL".
000460
000470 WORKING-STORAGE  SECTION.
000480
000560 01 POSSIEDE-SODR            PIC X.
000570 01 CHIAMATA-CERCA-SODR      PIC X(6).
000580 01 IND-SODR                 PIC 9(2) COMP.
000581*
000582** UTENZE COLLEGATE A UNA PERSONA FISICA, RACCOLTE NEL GIRO UTENTI,
000583** E PER LA PERSONA IN ESAME I DIRITTI DI OGNI SUA UTENZA SULLA
000584** REGOLA CORRENTE
000585*
000586 01 TAB-PERSONE-SODR.
000587    02 RIGA-PERSONA-SODR OCCURS 5000 TIMES.
000588       03 PERSONA-TAB-SODR     PIC 9(8).
000589       03 UTENTE-TAB-SODR      PIC X(8).
000590 01 NUM-TAB-SODR              PIC 9(4) COMP.
000591 01 IND-TAB-SODR              PIC 9(4) COMP.
000592 01 IND2-TAB-SODR             PIC 9(4) COMP.
000593 01 FUORI-TAB-SODR            PIC 9(9).
000594 01 PRIMA-PERSONA-SODR        PIC X.
000595 01 TAB-CONTI-SODR.
000596    02 DATI-CONTO-SODR OCCURS 20 TIMES.
000597       03 UTENTE-CONTO-SODR    PIC X(8).
000598       03 A-CONTO-SODR         PIC X.
000599       03 B-CONTO-SODR         PIC X.
000600 01 NUM-CONTI-SODR            PIC 9(2) COMP.
000601 01 IND-CONTO-SODR            PIC 9(2) COMP.
000602 01 IND2-CONTO-SODR           PIC 9(2) COMP.
000603 01 CONTO-A-SODR              PIC 9(2) COMP.
000604 01 CONTO-B-SODR              PIC 9(2) COMP.
000605 01 SINGOLO-SODR              PIC X.
000606 01 CODFIS-SODR               PIC X(16).
000607 01 ESITO-PERSONA-SODR        PIC X.
000608 01 VIOLAZIONI-PERSONA-SODR   PIC 9(9).
000609*
000610 PROCEDURE  DIVISION.
000611*
000620          MOVE ZEROS              TO ENTE-SODR.
000630          ACCEPT ENTE-SODR        FROM CONSOLE.
000640
000660          MOVE ZEROS              TO VIOLAZIONI-SODR
000661                                     COPERTE-SODR
000662                                     SCADUTE-SODR
000663                                     NUM-DEROGHE-SODR
000664                                     NUM-TAB-SODR
000665                                     FUORI-TAB-SODR
000666                                     VIOLAZIONI-PERSONA-SODR.
000667          ACCEPT DATA-OGGI-SODR   FROM DATE YYYYMMDD.
000668          PERFORM CARICA-DEROGHE-SODR
000669           THRU EX-CARICA-DEROGHE-SODR.
000670
000680          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000690          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
000700          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
000710          PERFORM OPEN-I-SOD      THRU EX-OPEN-I-SOD.
000714          PERFORM OPEN-I-FIS      THRU EX-OPEN-I-FIS.
000720
000730          DISPLAY "CONTROLLO SEPARAZIONE COMPITI - ENTE "
000731           ENTE-SODR.
000900
000910          PERFORM ESAMINA-UTENTE-SODR
000920           THRU EX-ESAMINA-UTENTE-SODR.
000921
000922          IF PERSONA-UTEN NUMERIC AND PERSONA-UTEN NOT = ZEROS
000923           PERFORM REGISTRA-PERSONA-SODR
000924            THRU EX-REGISTRA-PERSONA-SODR
000925          END-IF.
000930
000940          GO TO CICLO-UTENTI-SODR.
000950
000960 FINE-SODR.
000962
000964          PERFORM CONTROLLO-PERSONE-SODR
000966           THRU EX-CONTROLLO-PERSONE-SODR.
000970
000974          PERFORM CLOSE-FIS       THRU EX-CLOSE-FIS.
000980          PERFORM CLOSE-SOD       THRU EX-CLOSE-SOD.
000990          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001000          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
001030          DISPLAY " ".
001040          DISPLAY "UTENTI ESAMINATI : " UTENTI-LETTI-SODR.
001050          DISPLAY "VIOLAZIONI NUOVE : " VIOLAZIONI-SODR.
001052          DISPLAY "DI CUI PER PERSONA: " VIOLAZIONI-PERSONA-SODR.
001054          DISPLAY "COPERTE DA DEROGA: " COPERTE-SODR.
001056          DISPLAY "DEROGHE SCADUTE  : " SCADUTE-SODR.
001060
001070          MOVE ZERO               TO RETURN-CODE.
001080
001140          COPY "PIOGERA.CBL".
001150          COPY "PIOSOD.CBL".
001151          COPY "PIOWAI.CBL".
001155          COPY "PIOFIS.CBL".
001160*
001170** SCANDISCE LE REGOLE PER L'UTENTE CORRENTE (CURSORE ARKSOD
001180** RIPOSIZIONATO AD OGNI UTENTE) E SEGNALA LE COPPIE POSSEDUTE
002780
002790 EX-CONFRONTA-DEROGA-SODR.
002800          EXIT.
002801*
002802** ACCODA L'UTENTE CORRENTE ALLA TABELLA DELLE PERSONE FISICHE
002803*
002804 REGISTRA-PERSONA-SODR.
002805
002806          IF NUM-TAB-SODR NOT < 5000
002807           ADD 1                  TO FUORI-TAB-SODR
002808           GO TO EX-REGISTRA-PERSONA-SODR
002809          END-IF.
002810
002811          ADD 1                   TO NUM-TAB-SODR.
002812          MOVE PERSONA-UTEN
002822           TO PERSONA-TAB-SODR(NUM-TAB-SODR).
002832          MOVE CHIAVE-UTEN
002842           TO UTENTE-TAB-SODR(NUM-TAB-SODR).
002852
002862 EX-REGISTRA-PERSONA-SODR.
002872          EXIT.
002882*
002892** SEPARAZIONE DEI COMPITI PER PERSONA: OGNI PERSONA CON PIU'
002902** UTENZE VIENE ESAMINATA UNA VOLTA SOLA (ALLA SUA PRIMA RIGA)
002912*
002922 CONTROLLO-PERSONE-SODR.
002932
002942          IF NUM-TAB-SODR = ZEROS GO TO EX-CONTROLLO-PERSONE-SODR.
002952
002962          DISPLAY " ".
002972          DISPLAY "CONTROLLO PER PERSONA FISICA".
002982
002992          PERFORM ESAMINA-PERSONA-SODR
003002           THRU EX-ESAMINA-PERSONA-SODR
003012           VARYING IND-TAB-SODR FROM 1 BY 1
003022           UNTIL IND-TAB-SODR > NUM-TAB-SODR.
003032
003042          IF FUORI-TAB-SODR > ZEROS
003052           DISPLAY "UTENZE NON ESAMINATE PER PERSONA: "
003062            FUORI-TAB-SODR
003072          END-IF.
003082
003092 EX-CONTROLLO-PERSONE-SODR.
003102          EXIT.
003112*
003122 ESAMINA-PERSONA-SODR.
003132
003142          MOVE "S"                TO PRIMA-PERSONA-SODR.
003152          MOVE ZEROS              TO NUM-CONTI-SODR.
003162
003172          PERFORM RACCOGLI-CONTI-SODR THRU EX-RACCOGLI-CONTI-SODR
003182           VARYING IND2-TAB-SODR FROM 1 BY 1
003192           UNTIL IND2-TAB-SODR > NUM-TAB-SODR.
003202
003212          IF PRIMA-PERSONA-SODR = "N" OR NUM-CONTI-SODR < 2
003222           GO TO EX-ESAMINA-PERSONA-SODR
003232          END-IF.
003242
003252          MOVE SPACES             TO CODFIS-SODR.
003262          MOVE PERSONA-TAB-SODR(IND-TAB-SODR) TO NUMERO-FIS.
003272          PERFORM LEGGO-NUMERO-FIS THRU EX-LEGGO-NUMERO-FIS.
003282          IF ESITO-OK
003292           MOVE CODFIS-FIS        TO CODFIS-SODR
003302          END-IF.
003312
003322          MOVE LOW-VALUE          TO CHIAVE-SOD.
003332          PERFORM STARTO-SOD      THRU EX-STARTO-SOD.
003342
003352          IF ESITO-NOK GO TO EX-ESAMINA-PERSONA-SODR.
003362
003372 CICLO-REGOLE-PERSONA-SODR.
003382
003392          PERFORM LEGGO-NEXT-SOD  THRU EX-LEGGO-NEXT-SOD.
003402
003412          IF FINE-FILE = "S" GO TO EX-ESAMINA-PERSONA-SODR.
003422
003432          MOVE "N"                TO SINGOLO-SODR.
003442
003452          PERFORM VALUTA-CONTO-SODR THRU EX-VALUTA-CONTO-SODR
003462           VARYING IND-CONTO-SODR FROM 1 BY 1
003472           UNTIL IND-CONTO-SODR > NUM-CONTI-SODR.
003482
003492***** UN'UTENZA CHE HA GIA' DA SOLA ENTRAMBE LE CHIAMATE E' STATA
003502***** SEGNALATA NEL GIRO PER UTENTE
003512
003522          IF SINGOLO-SODR = "S" GO TO CICLO-REGOLE-PERSONA-SODR.
003532
003542          MOVE ZEROS              TO CONTO-A-SODR
003552                                     CONTO-B-SODR.
003562
003572          PERFORM INCROCIO-A-SODR THRU EX-INCROCIO-A-SODR
003582           VARYING IND-CONTO-SODR FROM 1 BY 1
003592           UNTIL IND-CONTO-SODR > NUM-CONTI-SODR
003602           OR CONTO-B-SODR NOT = ZEROS.
003612
003622          IF CONTO-B-SODR = ZEROS GO TO CICLO-REGOLE-PERSONA-SODR.
003632
003642***** DEROGA: BASTA QUELLA DI UNA DELLE DUE UTENZE COINVOLTE
003652
003662          MOVE UTENTE-CONTO-SODR(CONTO-A-SODR) TO CHIAVE-UTEN.
003672          PERFORM CERCA-DEROGA-SODR
003682           THRU EX-CERCA-DEROGA-SODR.
003692          MOVE ESITO-DEROGA-SODR  TO ESITO-PERSONA-SODR.
003702
003712          IF ESITO-PERSONA-SODR NOT = "V"
003722           MOVE UTENTE-CONTO-SODR(CONTO-B-SODR) TO CHIAVE-UTEN
003732           PERFORM CERCA-DEROGA-SODR
003742            THRU EX-CERCA-DEROGA-SODR
003752           IF ESITO-DEROGA-SODR NOT = "N"
003762            MOVE ESITO-DEROGA-SODR TO ESITO-PERSONA-SODR
003772           END-IF
003782          END-IF.
003792
003802          DISPLAY "PERSONA " PERSONA-TAB-SODR(IND-TAB-SODR)
003812           " " CODFIS-SODR
003822           " " CHIAMATA-A-SOD " SU "
003832           UTENTE-CONTO-SODR(CONTO-A-SODR)
003842           " E " CHIAMATA-B-SOD " SU "
003852           UTENTE-CONTO-SODR(CONTO-B-SODR).
003862
003872          IF ESITO-PERSONA-SODR = "V"
003882           ADD 1                  TO COPERTE-SODR
003892           DISPLAY "  - COPERTA DA DEROGA"
003902          ELSE
003912           IF ESITO-PERSONA-SODR = "S"
003922            ADD 1                 TO SCADUTE-SODR
003932            DISPLAY "  - DEROGA SCADUTA, DA RIDECIDERE"
003942           ELSE
003952            ADD 1                 TO VIOLAZIONI-SODR
003962                                     VIOLAZIONI-PERSONA-SODR
003972            DISPLAY "  - " DESC-SOD
003982           END-IF
003992          END-IF.
004002
004012          GO TO CICLO-REGOLE-PERSONA-SODR.
004022
004032 EX-ESAMINA-PERSONA-SODR.
004042          EXIT.
004052*
004062** RACCOGLIE LE UTENZE DELLA PERSONA DELLA RIGA IND-TAB-SODR; SE
004072** LA PERSONA COMPARE PRIMA IN TABELLA E' GIA' STATA ESAMINATA
004082*
004092 RACCOGLI-CONTI-SODR.
004102
004112          IF PERSONA-TAB-SODR(IND2-TAB-SODR) NOT =
004122             PERSONA-TAB-SODR(IND-TAB-SODR)
004132           GO TO EX-RACCOGLI-CONTI-SODR
004142          END-IF.
004152
004162          IF IND2-TAB-SODR < IND-TAB-SODR
004172           MOVE "N"               TO PRIMA-PERSONA-SODR
004182          END-IF.
004192
004202          IF NUM-CONTI-SODR < 20
004212           ADD 1                  TO NUM-CONTI-SODR
004222           MOVE UTENTE-TAB-SODR(IND2-TAB-SODR)
004232            TO UTENTE-CONTO-SODR(NUM-CONTI-SODR)
004242          END-IF.
004252
004262 EX-RACCOGLI-CONTI-SODR.
004272          EXIT.
004282*
004292** DIRITTI EFFETTIVI DELL'UTENZA IND-CONTO-SODR SULLA REGOLA CORRENTE
004302*
004312 VALUTA-CONTO-SODR.
004322
004332          MOVE "N"                TO A-CONTO-SODR(IND-CONTO-SODR)
004342                                     B-CONTO-SODR(IND-CONTO-SODR).
004352
004362          MOVE UTENTE-CONTO-SODR(IND-CONTO-SODR) TO CHIAVE-UTEN.
004372          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004382
004392          IF ESITO-NOK GO TO EX-VALUTA-CONTO-SODR.
004402
004412          MOVE CHIAMATA-A-SOD     TO CHIAMATA-CERCA-SODR.
004422          PERFORM POSSIEDE-CHIAMATA-SODR
004432           THRU EX-POSSIEDE-CHIAMATA-SODR.
004442          MOVE POSSIEDE-SODR      TO A-CONTO-SODR(IND-CONTO-SODR).
004452
004462          MOVE CHIAMATA-B-SOD     TO CHIAMATA-CERCA-SODR.
004472          PERFORM POSSIEDE-CHIAMATA-SODR
004482           THRU EX-POSSIEDE-CHIAMATA-SODR.
004492          MOVE POSSIEDE-SODR      TO B-CONTO-SODR(IND-CONTO-SODR).
004502
004512          IF A-CONTO-SODR(IND-CONTO-SODR) = "S"
004522           AND B-CONTO-SODR(IND-CONTO-SODR) = "S"
004532           MOVE "S"               TO SINGOLO-SODR
004542          END-IF.
004552
004562 EX-VALUTA-CONTO-SODR.
004572          EXIT.
004582*
004592** CERCA UN'UTENZA CON LA CHIAMATA A E UN'ALTRA CON LA CHIAMATA B
004602*
004612 INCROCIO-A-SODR.
004622
004632          IF A-CONTO-SODR(IND-CONTO-SODR) NOT = "S"
004642           GO TO EX-INCROCIO-A-SODR
004652          END-IF.
004662
004672          MOVE IND-CONTO-SODR     TO CONTO-A-SODR.
004682
004692          PERFORM INCROCIO-B-SODR THRU EX-INCROCIO-B-SODR
004702           VARYING IND2-CONTO-SODR FROM 1 BY 1
004712           UNTIL IND2-CONTO-SODR > NUM-CONTI-SODR
004722           OR CONTO-B-SODR NOT = ZEROS.
004732
004742 EX-INCROCIO-A-SODR.
004752          EXIT.
004762*
004772 INCROCIO-B-SODR.
004782
004792          IF IND2-CONTO-SODR NOT = CONTO-A-SODR
004802           AND B-CONTO-SODR(IND2-CONTO-SODR) = "S"
004812           MOVE IND2-CONTO-SODR   TO CONTO-B-SODR
004822          END-IF.
004832
004842 EX-INCROCIO-B-SODR.
004852          EXIT.
