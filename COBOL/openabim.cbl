000220* ENTE-ABI/GRUPPO-ABI SEGUITA DA UNA RIGA PER OGNI MOD-ABI/ENT-ABI/
000230* FUNZ-ABI CHE IL GRUPPO POSSIEDE, CON LA SUA DESC-ABI: LA STESSA
000240* MATRICE GRUPPO X CHIAMATA CHE OGGI SI VEDREBBE SOLO SFOGLIANDO
000250* ARKABI UNA CHIAVE ALLA VOLTA. LE CHIAMATE CHE HANNO UN LIMITE DI
000252* IMPORTO SU ARKLIM (STESSA CHIAVE DELLA RIGA DI ARKABI) LO PORTANO
000254* IN CODA ALLA RIGA, CON LA VALUTA E L'AZIONE OLTRE IL LIMITE
000256* (R = RIFIUTA, I = INOLTRA); LE EREDITATE PORTANO QUELLO DEL PADRE.
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENABIM.
000340
000350          COPY "SELABI.CBL".
000355          COPY "SELGER.CBL".
000357          COPY "SELLIM.CBL".
000360
000370 DATA             DIVISION.
000380 FILE SECTION.
000390
000400          COPY "FDEABI.CBL".
000405          COPY "FDEGER.CBL".
000407          COPY "FDELIM.CBL".
000410
000420 WORKING-STORAGE  SECTION.
000430
000518 01 PADRE-ABIM                 PIC 9(4).
000519 01 LIVELLI-ABIM               PIC 9(2).
000520 01 EREDITATE-ABIM             PIC 9(7).
000521*
000522** limite di importo della riga stampata (vuoto se non ce n'e')
000523*
000524 01 TESTO-LIMITE-ABIM          PIC X(40).
000525 01 IMPORTO-ED-ABIM            PIC Z(11)9,99.
000526 01 LIMITATE-ABIM              PIC 9(7).
000527*
000530** contatori del riepilogo finale
000540*
000550 01 GRUPPI-ABIM                PIC 9(5).
000620          MOVE ZEROS                 TO GRUPPI-ABIM.
000630          MOVE ZEROS                 TO RIGHE-ABIM.
000632          MOVE ZEROS                 TO EREDITATE-ABIM.
000634          MOVE ZEROS                 TO LIMITATE-ABIM.
000640          MOVE "S"                   TO PRIMA-TESTATA-ABIM.
000650
000660          DISPLAY "MATRICE PERMESSI GRUPPO-ABI X CHIAMATA-ABI".
000950          DISPLAY "GRUPPI CENSITI  : " GRUPPI-ABIM.
000960          DISPLAY "PERMESSI LETTI  : " RIGHE-ABIM.
000962          DISPLAY "EREDITATI       : " EREDITATE-ABIM.
000964          DISPLAY "CON LIMITE      : " LIMITATE-ABIM.
000970
000980          PERFORM CHIUDI-FILE-ABIM  THRU EX-CHIUDI-FILE-ABIM.
000990
001010
001020          COPY "PIOABI.CBL".
001025          COPY "PIOGER.CBL".
001027          COPY "PIOLIM.CBL".
001030*
001040** APRE ARKABI IN SOLA CONSULTAZIONE (OPEN-I-ABI APRE COMUNQUE
001050** I-O, MA QUESTO REPORT NON SCRIVE MAI SUL FILE)
001080
001090          PERFORM OPEN-I-ABI        THRU EX-OPEN-I-ABI.
001095          PERFORM OPEN-I-GER        THRU EX-OPEN-I-GER.
001097          PERFORM OPEN-I-LIM        THRU EX-OPEN-I-LIM.
001100
001110 EX-APRI-FILE-ABIM.
001120          EXIT.
001130
001140 CHIUDI-FILE-ABIM.
001150
001153          PERFORM CLOSE-LIM         THRU EX-CLOSE-LIM.
001155          PERFORM CLOSE-GER         THRU EX-CLOSE-GER.
001160          PERFORM CLOSE-ABI         THRU EX-CLOSE-ABI.
001170
001400
001410          ADD 1                     TO RIGHE-ABIM.
001420
001422          PERFORM LIMITE-RIGA-ABIM  THRU EX-LIMITE-RIGA-ABIM.
001424
001430          DISPLAY "    " MOD-ABI "/" ENT-ABI "/" FUNZ-ABI
001440           "  " DESC-ABI TESTO-LIMITE-ABIM.
001450
001460 EX-STAMPA-RIGA-ABIM.
001470          EXIT.
002320
002330          ADD 1                     TO EREDITATE-ABIM.
002340
002342          PERFORM LIMITE-RIGA-ABIM  THRU EX-LIMITE-RIGA-ABIM.
002344
002350          IF ABI-NEGATA
002360           DISPLAY "    " MOD-ABI "/" ENT-ABI "/" FUNZ-ABI
002370            "  " DESC-ABI " EREDITATA DA " PADRE-ABIM
002390          ELSE
002400           DISPLAY "    " MOD-ABI "/" ENT-ABI "/" FUNZ-ABI
002410            "  " DESC-ABI " EREDITATA DA " PADRE-ABIM
002415            TESTO-LIMITE-ABIM
002420          END-IF.
002430
002440          GO TO CICLO-STAMPA-PADRE-ABIM.
002450
002460 EX-STAMPA-PADRE-ABIM.
002470          EXIT.
002480*
002490** LIMITE DI IMPORTO DELLA RIGA DI ARKABI CORRENTE: LA CHIAVE DI
002500** ARKLIM E' LA STESSA (ENTE, GRUPPO, CHIAMATA CON I SUOI JOLLY)
002510*
002520 LIMITE-RIGA-ABIM.
002530
002540          MOVE SPACES               TO TESTO-LIMITE-ABIM.
002550
002560          IF ABI-NEGATA GO TO EX-LIMITE-RIGA-ABIM.
002570
002580          MOVE CHIAVE-ABI           TO CHIAVE-LIM.
002590          PERFORM LEGGO-LIM         THRU EX-LEGGO-LIM.
002600
002610          IF ESITO-NOK GO TO EX-LIMITE-RIGA-ABIM.
002620
002630          ADD 1                     TO LIMITATE-ABIM.
002640          IF VALUTA-LIM = SPACES
002650           MOVE "EUR"               TO VALUTA-LIM
002660          END-IF.
002670          MOVE IMPORTO-MAX-LIM      TO IMPORTO-ED-ABIM.
002680          STRING " LIMITE " VALUTA-LIM IMPORTO-ED-ABIM
002690           " (" AZIONE-LIM ")"
002700           DELIMITED BY SIZE INTO TESTO-LIMITE-ABIM.
002710
002720 EX-LIMITE-RIGA-ABIM.
002730          EXIT.
