000290* FINISCONO NEL RIEPILOGO E SULLA CODA ARKNOT: IL FILE HR
000300* MANCANTE NON DEVE PIU' PASSARE IN SILENZIO. GIRA COME PASSO
000310* SCHEDULATO (openskd.exe) O DENTRO IL GIRO NOTTURNO.
000311* L'ARRIVO CHE NON SI RIESCE AD ACCODARE RESTA AL SUO POSTO E
000312* FINISCE NEI SOSPESI (ARKSOS, UNA SOLA VOLTA PER FILE); QUELLI
000313* RIPRESENTATI DA openmsos.exe (STATO "R", NOME DEL FILE
000314* EVENTUALMENTE CORRETTO) VENGONO RIACCODATI PER PRIMI. QUANDO
000315* L'ACCODAMENTO RIESCE IL SOSPESO DEL FILE SI CHIUDE ("C").
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENFEED.
000410          COPY "SELFEE.CBL".
000420          COPY "SELJOB.CBL".
000430          COPY "SELNOT.CBL".
000435          COPY "SELSOS.CBL".
000440
000450          SELECT FILE-LISTA-FEED ASSIGN TO "FILES/FEEDLIST.TMP"
000460           ORGANIZATION IS LINE SEQUENTIAL
000520          COPY "FDEFEE.CBL".
000530          COPY "FDEJOB.CBL".
000540          COPY "FDENOT.CBL".
000545          COPY "FDESOS.CBL".
000550
000560  FD FILE-LISTA-FEED.
000570  01 RIGA-LISTA-FEED           PIC X(120).
000700 01 ARRIVATI-FEED             PIC 9(5).
000710 01 MANCANTI-FEED             PIC 9(5).
000720 01 CODICE-CORR-FEED          PIC X(8).
000721 01 ACCODATO-FEED             PIC X.
000722 01 MOTIVO-FEED               PIC X(60).
000723*
000724** SOSPESI RIPRESENTATI DA RIACCODARE (CHIAVI RACCOLTE PRIMA,
000725** PERCHE' L'ACCODAMENTO RILEGGE ARKSOS)
000726*
000727 01 RIPRESI-FEED.
000728    02 CHIAVE-RIPRESO-FEED    PIC X(19) OCCURS 50 TIMES.
000729 01 NUM-RIPRESI-FEED          PIC 9(3).
000730 01 IND-RIPRESI-FEED          PIC 9(3).
000731*
000740 PROCEDURE  DIVISION.
000750*
000760          ACCEPT DATA-OGGI-FEED   FROM DATE YYYYMMDD.
000810          PERFORM OPEN-I-FEE      THRU EX-OPEN-I-FEE.
000820          PERFORM OPEN-I-JOB      THRU EX-OPEN-I-JOB.
000830          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
000835          PERFORM OPEN-I-SOS      THRU EX-OPEN-I-SOS.
000840
000850***** LA CARTELLA DEGLI ARRIVI LAVORATI DEVE ESISTERE
000860
000870          MOVE "mkdir -p FILES/ARRIVATI" TO COMANDO-FEED.
000880          CALL "SYSTEM" USING COMANDO-FEED.
000881
000882          PERFORM RIPRESENTA-SOSPESI-FEED
000883           THRU EX-RIPRESENTA-SOSPESI-FEED.
000890
000900          MOVE SPACES             TO CHIAVE-FEE.
000910          PERFORM STARTO-FEE      THRU EX-STARTO-FEE.
001080 FINE-FEED.
001090
001100          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001105          PERFORM CLOSE-SOS       THRU EX-CLOSE-SOS.
001110          PERFORM CLOSE-JOB       THRU EX-CLOSE-JOB.
001120          PERFORM CLOSE-FEE       THRU EX-CLOSE-FEE.
001130
001210          COPY "PIOFEE.CBL".
001220          COPY "PIOJOB.CBL".
001230          COPY "PIONOT.CBL".
001235          COPY "PIOSOS.CBL".
001240*
001250***** ELENCA GLI ARRIVI DEL FLUSSO E LI LAVORA UNO PER UNO;
001260***** POI VALUTA L'ATTESA GIORNALIERA
002170          IF ESITO-NOK
002180           DISPLAY "ACCODAMENTO FALLITO PER "
002190            NOME-ARRIVATO-FEED(1:60)
002191           MOVE "N"               TO ACCODATO-FEED
002192           MOVE SPACES            TO MOTIVO-FEED
002193           STRING "ACCODAMENTO DI " PROGRAMMA-FEE
002194            DELIMITED BY "  "
002195            " NON RIUSCITO" DELIMITED BY SIZE
002196            INTO MOTIVO-FEED
002197           PERFORM AGGIORNA-SOSPESO-FEED
002198            THRU EX-AGGIORNA-SOSPESO-FEED
002200           GO TO EX-LAVORA-ARRIVO-FEED
002210          END-IF.
002220
002320          PERFORM RISCRIVI-FEE    THRU EX-RISCRIVI-FEE.
002330
002340          ADD 1                   TO ARRIVATI-FEED.
002341
002342          MOVE "S"                TO ACCODATO-FEED.
002343          PERFORM AGGIORNA-SOSPESO-FEED
002344           THRU EX-AGGIORNA-SOSPESO-FEED.
002350
002360          DISPLAY "FLUSSO " CODICE-CORR-FEED " ARRIVATO: "
002370           NOME-ARRIVATO-FEED(1:50)
002390
002400 EX-LAVORA-ARRIVO-FEED.
002410          EXIT.
002420*
002430***** TIENE ALLINEATO IL SOSPESO DEL FILE IN ARKSOS: SE L'ARRIVO
002440***** E' STATO ACCODATO CHIUDE QUELLO APERTO ("C"); SE NON LO E'
002450***** AGGIORNA QUELLO APERTO COL NUOVO MOTIVO O, SE NON C'E',
002460***** PARCHEGGIA L'ARRIVO (UN SOLO SOSPESO APERTO PER FILE)
002470*
002480 AGGIORNA-SOSPESO-FEED.
002490
002520          MOVE LOW-VALUE          TO CHIAVE-SOS.
002530          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
002540
002550          IF ESITO-NOK GO TO PARCHEGGIA-ARRIVO-FEED.
002560
002570 CICLO-AGGIORNA-SOSPESO-FEED.
002580
002590          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
002600
002610          IF FINE-FILE = "S" GO TO PARCHEGGIA-ARRIVO-FEED.
002620
002630          IF FONTE-SOS NOT = "OPENFEED" OR NOT SOS-APERTO
002640           OR CONTENUTO-SOS(1:120) NOT = NOME-ARRIVATO-FEED
002650           GO TO CICLO-AGGIORNA-SOSPESO-FEED.
002660
002670          ACCEPT DATA-ESITO-SOS   FROM DATE YYYYMMDD.
002680          ACCEPT ORA-ESITO-SOS    FROM TIME.
002690          ADD 1                   TO TENTATIVI-SOS.
002700
002710          IF ACCODATO-FEED = "S"
002720           MOVE "C"               TO STATO-SOS
002730          ELSE
002740           MOVE "S"               TO STATO-SOS
002750           MOVE MOTIVO-FEED       TO MOTIVO-SOS
002760          END-IF.
002770
002780          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
002790
002800          GO TO EX-AGGIORNA-SOSPESO-FEED.
002810
002820 PARCHEGGIA-ARRIVO-FEED.
002830
002840          IF ACCODATO-FEED = "S" GO TO EX-AGGIORNA-SOSPESO-FEED.
002850
002860          MOVE "OPENFEED"         TO FONTE-SOS-WEB.
002870          MOVE CODICE-CORR-FEED   TO FLUSSO-SOS-WEB.
002880          MOVE ZEROS              TO RIGA-SOS-WEB.
002890          MOVE MOTIVO-FEED        TO MOTIVO-SOS-WEB.
002900          MOVE NOME-ARRIVATO-FEED TO CONTENUTO-SOS-WEB.
002910
002920          PERFORM PARCHEGGIA-SOS  THRU EX-PARCHEGGIA-SOS.
002930
002940 EX-AGGIORNA-SOSPESO-FEED.
002950          EXIT.
002960*
002970***** RIACCODA GLI ARRIVI RIPRESENTATI DA openmsos.exe: PRIMA
002980***** RACCOGLIE LE CHIAVI (AL PIU' 50 PER GIRO, GLI ALTRI AL GIRO
002990***** DOPO), POI LI LAVORA UNO PER UNO COME UN ARRIVO NORMALE
003000*
003010 RIPRESENTA-SOSPESI-FEED.
003020
003030          MOVE ZEROS              TO NUM-RIPRESI-FEED.
003040
003050          MOVE LOW-VALUE          TO CHIAVE-SOS.
003060          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
003070
003080          IF ESITO-NOK GO TO EX-RIPRESENTA-SOSPESI-FEED.
003090
003100 CICLO-RIPRESENTA-SOSPESI-FEED.
003110
003120          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
003130
003140          IF FINE-FILE = "S" GO TO LAVORA-RIPRESI-FEED.
003150
003160          IF FONTE-SOS NOT = "OPENFEED" OR NOT SOS-RIPRESENTATO
003170           GO TO CICLO-RIPRESENTA-SOSPESI-FEED.
003180
003190          ADD 1                   TO NUM-RIPRESI-FEED.
003200          MOVE CHIAVE-SOS         TO
003205               CHIAVE-RIPRESO-FEED(NUM-RIPRESI-FEED).
003210
003220          IF NUM-RIPRESI-FEED < 50
003230           GO TO CICLO-RIPRESENTA-SOSPESI-FEED.
003240
003250 LAVORA-RIPRESI-FEED.
003260
003270          PERFORM RIACCODA-RIPRESO-FEED
003280           THRU EX-RIACCODA-RIPRESO-FEED
003290           VARYING IND-RIPRESI-FEED FROM 1 BY 1
003300           UNTIL IND-RIPRESI-FEED > NUM-RIPRESI-FEED.
003310
003320 EX-RIPRESENTA-SOSPESI-FEED.
003330          EXIT.
003340*
003350***** UN SOSPESO RIPRESENTATO: IL FLUSSO DEVE ESSERE ANCORA IN
003360***** REGISTRO E IL FILE (COL NOME CORRETTO) DEVE ESISTERE,
003370***** ALTRIMENTI TORNA SOSPESO COL MOTIVO
003380*
003390 RIACCODA-RIPRESO-FEED.
003400
003410          MOVE CHIAVE-RIPRESO-FEED(IND-RIPRESI-FEED)
003415                                  TO CHIAVE-SOS.
003420          PERFORM LEGGO-SOS       THRU EX-LEGGO-SOS.
003430
003440          IF ESITO-NOK GO TO EX-RIACCODA-RIPRESO-FEED.
003450
003460          MOVE SPACES             TO MOTIVO-FEED.
003470          MOVE FLUSSO-SOS(1:8)    TO CODICE-FEE.
003480          PERFORM LEGGO-FEE       THRU EX-LEGGO-FEE.
003490
003500          IF ESITO-NOK
003510           MOVE "FLUSSO NON PIU' IN REGISTRO" TO MOTIVO-FEED
003520          END-IF.
003530
003540          IF MOTIVO-FEED = SPACES
003550           MOVE SPACES            TO COMANDO-FEED
003560           STRING "test -f " DELIMITED BY SIZE
003570            CONTENUTO-SOS(1:120) DELIMITED BY "  "
003580            INTO COMANDO-FEED
003590           CALL "SYSTEM" USING COMANDO-FEED
003600           IF RETURN-CODE NOT = ZERO
003610            MOVE "FILE NON TROVATO" TO MOTIVO-FEED
003620           END-IF
003630           MOVE ZERO              TO RETURN-CODE
003640          END-IF.
003650
003660          IF MOTIVO-FEED NOT = SPACES
003670           ACCEPT DATA-ESITO-SOS  FROM DATE YYYYMMDD
003680           ACCEPT ORA-ESITO-SOS   FROM TIME
003690           ADD 1                  TO TENTATIVI-SOS
003700           MOVE "S"               TO STATO-SOS
003710           MOVE MOTIVO-FEED       TO MOTIVO-SOS
003720           PERFORM RISCRIVI-SOS   THRU EX-RISCRIVI-SOS
003730           GO TO EX-RIACCODA-RIPRESO-FEED
003740          END-IF.
003750
003760          MOVE CODICE-FEE         TO CODICE-CORR-FEED.
003770          MOVE CONTENUTO-SOS(1:120) TO NOME-ARRIVATO-FEED.
003780
003790          PERFORM LAVORA-ARRIVO-FEED
003800           THRU EX-LAVORA-ARRIVO-FEED.
003810
003820 EX-RIACCODA-RIPRESO-FEED.
003830          EXIT.
