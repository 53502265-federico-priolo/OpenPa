000240* LA INSERISCE; ALLA FINE VIENE STAMPATO IL RIEPILOGO DI RIGHE
000250* CARICATE/RIFIUTATE, COSI' DA POTER RIPRISTINARE UNA TABELLA DA UNO
000260* SNAPSHOT SENZA RIBATTERE A MANO OGNI RECORD.
000261* OGNI RIGA RIFIUTATA FINISCE NEI SOSPESI (ARKSOS) COL NUMERO DI
000262* RIGA E IL MOTIVO; ALL'AVVIO IL PROGRAMMA RIPRENDE PRIMA I SUOI
000263* SOSPESI CORRETTI E RIPRESENTATI DA openmsos.exe (STATO "R"),
000264* CHE PASSANO A "C" SE CARICATI O TORNANO A "S" COL NUOVO MOTIVO.
000265* SONO RIFIUTATE ANCHE LE RIGHE DI UN TIPO CHE NON E' NEL REGISTRO
000266* DEI TIPI DI TABELLA (OPENTTPW, LETTO ALL'AVVIO; LE RIGHE "TT"
000267* DEL FILE STESSO REGISTRANO I LORO TIPI PER LE RIGHE SEGUENTI) E
000268* QUELLE DI UN TIPO CENTRALE SU UN ENTE DIVERSO DA 00.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENTCAR.
000350
000360          COPY "SELCSV.CBL".
000370          COPY "SELTAB.CBL".
000375          COPY "SELSOS.CBL".
000380
000390 DATA             DIVISION.
000400 FILE SECTION.
000410
000420          COPY "FDECSV.CBL".
000430          COPY "FDETAB.CBL".
000435          COPY "FDESOS.CBL".
000440
000450 WORKING-STORAGE  SECTION.
000460
000560    88 RIGA-OK-CARICA         VALUE "S".
000570 01 TROVATA-CARICA            PIC X.
000580    88 TROVATA-CARICA-SI      VALUE "S".
000581 01 MOTIVO-CARICA             PIC X(60).
000582 01 NUMERO-RIGA-CARICA        PIC 9(7).
000583*
000584** TIPI DEL REGISTRO DEI TIPI DI TABELLA CON IL LORO AMBITO
000585*
000586 01 TIPI-REG-CARICA.
000587    02 TIPO-REG-CARICA        OCCURS 99 TIMES.
000588       03 CODICE-REG-CARICA   PIC XX.
000589       03 AMBITO-REG-CARICA   PIC X.
000590 01 NUM-REG-CARICA            PIC 9(02) COMP.
000591 01 IND-REG-CARICA            PIC 9(02) COMP.
000592 01 TROVATO-REG-CARICA        PIC 9(02) COMP.
000593*
000600** contatori del riepilogo finale
000610*
000620 01 CARICATE-CARICA           PIC 9(9).
000630 01 RISCRITTE-CARICA          PIC 9(9).
000640 01 RIFIUTATE-CARICA          PIC 9(9).
000641 01 RIPRESE-OK-CARICA         PIC 9(9).
000642 01 RIPRESE-KO-CARICA         PIC 9(9).
000650*
000660 PROCEDURE  DIVISION.
000670*
000672          PERFORM REGISTRO-CARICA    THRU EX-REGISTRO-CARICA.
000675
000680          PERFORM APRI-FILE-CARICA   THRU EX-APRI-FILE-CARICA.
000690
000700          MOVE ZEROS                 TO CARICATE-CARICA.
000710          MOVE ZEROS                 TO RISCRITTE-CARICA.
000720          MOVE ZEROS                 TO RIFIUTATE-CARICA.
000721          MOVE ZEROS                 TO NUMERO-RIGA-CARICA.
000722
000723          PERFORM RIPRESENTA-SOSPESI-CARICA
000724           THRU EX-RIPRESENTA-SOSPESI-CARICA.
000730
000740          PERFORM LEGGI-CSV          THRU EX-LEGGI-CSV.
000750
000760 CICLO-CARICA-TAB.
000770
000780          IF FINE-FILE = "S" GO TO FINE-CARICA-TAB.
000781
000782          ADD 1                      TO NUMERO-RIGA-CARICA.
000790
000800          IF DATI-CSV = SPACES
000810           PERFORM LEGGI-CSV         THRU EX-LEGGI-CSV
000880
000890          IF RIGA-OK-CARICA
000900           PERFORM CARICA-TABELLA    THRU EX-CARICA-TABELLA
000910          END-IF.
000911
000912          IF NOT RIGA-OK-CARICA
000920           ADD 1                     TO RIFIUTATE-CARICA
000921           PERFORM PARCHEGGIA-RIGA-CARICA
000922            THRU EX-PARCHEGGIA-RIGA-CARICA
000930          END-IF.
000940
000950          PERFORM LEGGI-CSV          THRU EX-LEGGI-CSV.
001020          DISPLAY "RIGHE INSERITE   : " CARICATE-CARICA.
001030          DISPLAY "RIGHE RISCRITTE  : " RISCRITTE-CARICA.
001040          DISPLAY "RIGHE RIFIUTATE  : " RIFIUTATE-CARICA.
001041          DISPLAY "SOSPESI RIPRESI CARICATI : " RIPRESE-OK-CARICA.
001042          DISPLAY "SOSPESI RIPRESI RIFIUTATI: " RIPRESE-KO-CARICA.
001050
001060          PERFORM CHIUDI-FILE-CARICA THRU EX-CHIUDI-FILE-CARICA.
001070
001090
001100          COPY "PIOCSV.CBL".
001110          COPY "PIOTAB.CBL".
001115          COPY "PIOSOS.CBL".
001120*
001130** APRE I FILE: IL FLAT IN LETTURA, ARKTAB E ARKSOS IN I-O
001140*
001150 APRI-FILE-CARICA.
001160
001170          PERFORM OPEN-I-CSV         THRU EX-OPEN-I-CSV.
001180          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
001185          PERFORM OPEN-I-SOS         THRU EX-OPEN-I-SOS.
001190
001200 EX-APRI-FILE-CARICA.
001210          EXIT.
001240
001250          PERFORM CLOSE-CSV          THRU EX-CLOSE-CSV.
001260          PERFORM CLOSE-TAB          THRU EX-CLOSE-TAB.
001265          PERFORM CLOSE-SOS          THRU EX-CLOSE-SOS.
001270
001280 EX-CHIUDI-FILE-CARICA.
001290          EXIT.
001480 VALIDA-RIGA-CARICA.
001490
001500          MOVE "S"                TO RIGA-VALIDA-CARICA.
001505          MOVE SPACES             TO MOTIVO-CARICA.
001510
001520          IF TIPO-TAB-CARICA = SPACES
001550           MOVE "N"                TO RIGA-VALIDA-CARICA
001551           MOVE "TIPO TABELLA ASSENTE" TO MOTIVO-CARICA
001552           GO TO EX-VALIDA-RIGA-CARICA
001553          END-IF.
001554
001555          IF ENTE-TAB-CARICA NOT NUMERIC
001556           MOVE "N"                TO RIGA-VALIDA-CARICA
001557           MOVE "ENTE NON NUMERICO" TO MOTIVO-CARICA
001558           GO TO EX-VALIDA-RIGA-CARICA
001559          END-IF.
001560
001561          IF PROG-TAB-CARICA NOT NUMERIC
001562           MOVE "N"                TO RIGA-VALIDA-CARICA
001563           MOVE "PROGRESSIVO NON NUMERICO" TO MOTIVO-CARICA
001564          END-IF.
001565
001566          IF NOT RIGA-OK-CARICA GO TO EX-VALIDA-RIGA-CARICA.
001567
001568          MOVE ZEROS              TO TROVATO-REG-CARICA.
001569          PERFORM CERCA-REG-CARICA THRU EX-CERCA-REG-CARICA
001570           VARYING IND-REG-CARICA FROM 1 BY 1
001571           UNTIL IND-REG-CARICA > NUM-REG-CARICA
001572           OR TROVATO-REG-CARICA > ZEROS.
001573
001574          IF TROVATO-REG-CARICA = ZEROS
001575           MOVE "N"               TO RIGA-VALIDA-CARICA
001576           MOVE "TIPO TABELLA NON REGISTRATO" TO MOTIVO-CARICA
001577           GO TO EX-VALIDA-RIGA-CARICA
001578          END-IF.
001579
001580          IF AMBITO-REG-CARICA(TROVATO-REG-CARICA) = "C"
001581           AND ENTE-TAB-CARICA NOT = ZEROS
001582           MOVE "N"               TO RIGA-VALIDA-CARICA
001583           MOVE "TIPO CENTRALE SU ENTE DIVERSO DA 00"
001584                                  TO MOTIVO-CARICA
001585           GO TO EX-VALIDA-RIGA-CARICA
001586          END-IF.
001587
001588***** UNA RIGA "TT" REGISTRA IL SUO TIPO PER LE RIGHE CHE SEGUONO
001589
001590          IF TIPO-TAB-CARICA = "TT"
001591           AND TABELLA-CARICA(1:2) NOT = SPACES
001592           PERFORM AGGIUNGI-REG-CARICA THRU EX-AGGIUNGI-REG-CARICA
001593          END-IF.
001594
001595 EX-VALIDA-RIGA-CARICA.
001596          EXIT.
001597*
001598** CARICA IN MEMORIA I TIPI REGISTRATI E IL LORO AMBITO, PRIMA DI
001599** APRIRE ARKTAB (OPENTTPW LO LEGGE PER CONTO SUO)
001600*
001601 REGISTRO-CARICA.
001602
001603          MOVE ZEROS              TO NUM-REG-CARICA.
001604          INITIALIZE AREA-TTP-WEB.
001605          MOVE SPACES             TO TIPO-TTP-WEB.
001606
001607 CICLO-REGISTRO-CARICA.
001608
001609          MOVE "PROSSIMO"         TO AZIONE-TTP-WEB.
001610
001611          CALL "OPENTTPW" USING AREA-TTP-WEB.
001612
001613          IF NOT TIPO-AMMESSO-WEB GO TO EX-REGISTRO-CARICA.
001614
001615          IF NUM-REG-CARICA < 99
001616           ADD 1                  TO NUM-REG-CARICA
001617           MOVE TIPO-TTP-WEB
001618            TO CODICE-REG-CARICA(NUM-REG-CARICA)
001619           MOVE AMBITO-TTP-WEB
001620            TO AMBITO-REG-CARICA(NUM-REG-CARICA)
001621          END-IF.
001622
001623          GO TO CICLO-REGISTRO-CARICA.
001624
001625 EX-REGISTRO-CARICA.
001626          EXIT.
001627*
001628 CERCA-REG-CARICA.
001629
001630          IF CODICE-REG-CARICA(IND-REG-CARICA) = TIPO-TAB-CARICA
001631           MOVE IND-REG-CARICA    TO TROVATO-REG-CARICA
001632          END-IF.
001633
001634 EX-CERCA-REG-CARICA.
001635          EXIT.
001636*
001637** TIPO REGISTRATO DA UNA RIGA "TT" DEL FILE: NUOVO IN CODA O, SE
001638** GIA' NOTO, CON L'AMBITO AGGIORNATO
001639*
001640 AGGIUNGI-REG-CARICA.
001641
001642          MOVE ZEROS              TO TROVATO-REG-CARICA.
001643          PERFORM CERCA-TT-CARICA THRU EX-CERCA-TT-CARICA
001644           VARYING IND-REG-CARICA FROM 1 BY 1
001645           UNTIL IND-REG-CARICA > NUM-REG-CARICA
001646           OR TROVATO-REG-CARICA > ZEROS.
001647
001648          IF TROVATO-REG-CARICA = ZEROS
001649           IF NUM-REG-CARICA NOT < 99
001650            GO TO EX-AGGIUNGI-REG-CARICA
001651           END-IF
001652           ADD 1                  TO NUM-REG-CARICA
001653           MOVE NUM-REG-CARICA    TO TROVATO-REG-CARICA
001654           MOVE TABELLA-CARICA(1:2)
001655            TO CODICE-REG-CARICA(TROVATO-REG-CARICA)
001656           MOVE "E"
001657            TO AMBITO-REG-CARICA(TROVATO-REG-CARICA)
001658          END-IF.
001659
001660          IF TABELLA-CARICA(70:1) = "E"
001661           OR TABELLA-CARICA(70:1) = "C"
001662           MOVE TABELLA-CARICA(70:1)
001663            TO AMBITO-REG-CARICA(TROVATO-REG-CARICA)
001664          END-IF.
001665
001666 EX-AGGIUNGI-REG-CARICA.
001667          EXIT.
001668*
001669 CERCA-TT-CARICA.
001670
001671          IF CODICE-REG-CARICA(IND-REG-CARICA)
001672             = TABELLA-CARICA(1:2)
001673           MOVE IND-REG-CARICA    TO TROVATO-REG-CARICA
001674          END-IF.
001675
001676 EX-CERCA-TT-CARICA.
001677          EXIT.
001678*
001679** SCRIVE O RISCRIVE IL RECORD ARKTAB PER UNA RIGA VALIDATA: SE LA
001680** CHIAVE ESISTE GIA' LA REWRITE, ALTRIMENTI LA INSERISCE
001681*
001682 CARICA-TABELLA.
001683
001684          MOVE TIPO-TAB-CARICA    TO TIPO-TAB.
001685          MOVE ENTE-TAB-CARICA    TO ENTE-TAB.
001686          MOVE PROG-TAB-CARICA    TO PROG-TAB.
001690
001700          PERFORM LEGGO-TAB       THRU EX-LEGGO-TAB.
001710
001880           IF ESITO-OK
001890            ADD 1                 TO CARICATE-CARICA
001900           ELSE
001910            MOVE "N"              TO RIGA-VALIDA-CARICA
001915            MOVE "SCRITTURA ARKTAB NON RIUSCITA" TO MOTIVO-CARICA
001920           END-IF
001930          END-IF.
001940
001950 EX-CARICA-TABELLA.
001960          EXIT.
001970*
002260** PARCHEGGIA IN ARKSOS LA RIGA RIFIUTATA, COL SUO NUMERO DI
002270** RIGA NEL FILE E IL MOTIVO DEL RIFIUTO
002280*
002290 PARCHEGGIA-RIGA-CARICA.
002300
002310          MOVE "OPENTCAR"         TO FONTE-SOS-WEB.
002320          MOVE NOME-CSV           TO FLUSSO-SOS-WEB.
002330          MOVE NUMERO-RIGA-CARICA TO RIGA-SOS-WEB.
002340          MOVE MOTIVO-CARICA      TO MOTIVO-SOS-WEB.
002350          MOVE DATI-CSV           TO CONTENUTO-SOS-WEB.
002360
002370          PERFORM PARCHEGGIA-SOS  THRU EX-PARCHEGGIA-SOS.
002380
002390          IF ESITO-NOK
002400           DISPLAY "SOSPESO NON REGISTRATO RIGA "
002405                   NUMERO-RIGA-CARICA
002410          END-IF.
002420
002430 EX-PARCHEGGIA-RIGA-CARICA.
002440          EXIT.
002450*
002460** RIPRENDE I SOSPESI DI QUESTO CARICATORE CORRETTI E RIPRESENTATI
002470** (STATO "R"): LA RIGA CORRETTA PASSA PER LA STESSA VALIDAZIONE E
002480** LO STESSO CARICAMENTO DEL FILE; SE VA A BUON FINE IL SOSPESO SI
002490** CHIUDE ("C"), ALTRIMENTI TORNA SOSPESO COL NUOVO MOTIVO
002500*
002510 RIPRESENTA-SOSPESI-CARICA.
002520
002530          MOVE ZEROS              TO RIPRESE-OK-CARICA
002540                                     RIPRESE-KO-CARICA.
002550
002560          MOVE LOW-VALUE          TO CHIAVE-SOS.
002570          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
002580
002590          IF ESITO-NOK GO TO EX-RIPRESENTA-SOSPESI-CARICA.
002600
002610 CICLO-RIPRESENTA-SOSPESI-CARICA.
002620
002630          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
002640
002650          IF FINE-FILE = "S" GO TO EX-RIPRESENTA-SOSPESI-CARICA.
002660
002670          IF FONTE-SOS NOT = "OPENTCAR" OR NOT SOS-RIPRESENTATO
002680           GO TO CICLO-RIPRESENTA-SOSPESI-CARICA.
002690
002700          MOVE CONTENUTO-SOS      TO DATI-CSV.
002710
002720          PERFORM SCOMPONI-RIGA-CARICA
002730           THRU EX-SCOMPONI-RIGA-CARICA.
002740
002750          PERFORM VALIDA-RIGA-CARICA THRU EX-VALIDA-RIGA-CARICA.
002760
002770          IF RIGA-OK-CARICA
002780           PERFORM CARICA-TABELLA THRU EX-CARICA-TABELLA
002790          END-IF.
002800
002810          ACCEPT DATA-ESITO-SOS   FROM DATE YYYYMMDD.
002820          ACCEPT ORA-ESITO-SOS    FROM TIME.
002830          ADD 1                   TO TENTATIVI-SOS.
002840
002850          IF RIGA-OK-CARICA
002860           MOVE "C"               TO STATO-SOS
002870           ADD 1                  TO RIPRESE-OK-CARICA
002880          ELSE
002890           MOVE "S"               TO STATO-SOS
002900           MOVE MOTIVO-CARICA     TO MOTIVO-SOS
002910           ADD 1                  TO RIPRESE-KO-CARICA
002920          END-IF.
002930
002940          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
002950
002960          GO TO CICLO-RIPRESENTA-SOSPESI-CARICA.
002970
002980 EX-RIPRESENTA-SOSPESI-CARICA.
002990          EXIT.
