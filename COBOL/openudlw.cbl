000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190*
000200* SERVIZIO DELLE UNITA' DI LAVORO SU PIU' ARCHIVI (ARKUDL),
000210* RICHIAMATO CON CALL DAI PARAGRAFI DI PIOUDLW.CBL E DAL
000220* RIPRISTINO ALL'AVVIO openbudl.exe. UN AGGIORNAMENTO CHE TOCCA
000230* PIU' ARCHIVI LO FA TUTTO O NIENTE: PRIMA DI OGNI MODIFICA SI
000240* REGISTRA L'IMMAGINE PRECEDENTE DEL RECORD, COSI' SE IL PROCESSO
000250* MUORE A META' L'UNITA' RESTA APERTA E IL PRIMO CHE PASSA LA
000260* RIPORTA INDIETRO. AZIONI:
000270*   INIZIA     - RIPORTA INDIETRO LE UNITA' APERTE DA PIU' DI
000280*                UDL-SECONDI-ATTESA SECONDI (PROCESSI MORTI), POI
000290*                APRE LA TESTATA DELLA NUOVA UNITA' E NE
000300*                RESTITUISCE L'IDENTIFICATIVO IN LK-ID-UDLW
000310*   IMMAGINE   - DA CHIAMARE PRIMA DI SCRIVERE, RISCRIVERE O
000320*                CANCELLARE IL RECORD LK-CHIAVE-UDLW DI
000330*                LK-ARCHIVIO-UDLW: LO RILEGGE DAL DISCO COSI'
000340*                COM'E' (SE NON C'E' LA RIMESSA LO CANCELLERA')
000350*   NUOVO      - DA CHIAMARE SUBITO DOPO LA SCRITTURA DI UN RECORD
000360*                LA CUI CHIAVE SI CONOSCE SOLO A SCRITTURA FATTA
000370*                (NUMERATORE): LA RIMESSA LO CANCELLA
000380*   CONFERMA   - CHIUDE L'UNITA' E NE SCARTA LE IMMAGINI
000390*   ANNULLA    - IL PROGRAMMA HA INCONTRATO UN ERRORE GESTITO A
000400*                META' UNITA': LE IMMAGINI SI RIMETTONO SUBITO
000410*   RIPRISTINA - RIPORTA INDIETRO LE UNITA' APERTE DA PIU' DI
000420*                LK-ATTESA-UDLW SECONDI (ZERO = TUTTE, ALL'AVVIO);
000430*                LK-NOTA-UDLW TORNA "RIPRISTINATE nnnn INCOMPLETE
000440*                nnnn"
000450* OGNI UNITA' RIPORTATA INDIETRO DOPO UN'INTERRUZIONE DIVENTA UN
000460* INCIDENTE CON ALLARME (OPENINCW). LE IMMAGINI SONO I RECORD
000470* COSI' COME STANNO SU DISCO (ARKUTEN RESTA CIFRATO) E SI
000480* RIMETTONO DALL'ULTIMA ALLA PRIMA, QUINDI RIPETERE UNA RIMESSA
000490* INTERROTTA NON FA DANNI. I GIORNALI IN SOLA AGGIUNTA (ARKLOG,
000500* ARKACC, ARKOUT, STORICO ARKABIS) NON SI RIPORTANO INDIETRO:
000510* RESTANO A TESTIMONIANZA DI CIO' CHE E' STATO TENTATO, E
000520* L'INCIDENTE NE DA' CONTO.
000530*
000540 IDENTIFICATION   DIVISION.
000550 PROGRAM-ID.      OPENUDLW.
000560 ENVIRONMENT      DIVISION.
000570 CONFIGURATION    SECTION.
000580          COPY "SPECIAL.CBL".
000590 INPUT-OUTPUT     SECTION.
000600 FILE-CONTROL.
000610
000620          COPY "SELUDL.CBL".
000630          COPY "SELUTEN.CBL".
000640          COPY "SELPWH.CBL".
000650          COPY "SELPERS.CBL".
000660          COPY "SELPEN.CBL".
000670          COPY "SELCER.CBL".
000680          COPY "SELJOB.CBL".
000690          COPY "SELALI.CBL".
000700          COPY "SELABI.CBL".
000710          COPY "SELGER.CBL".
000711          COPY "SELTAB.CBL".
000712          COPY "SELUSE.CBL".
000720
000730 DATA             DIVISION.
000740 FILE SECTION.
000750
000760          COPY "FDEUDL.CBL".
000770          COPY "FDEUTEN.CBL".
000780          COPY "FDEPWH.CBL".
000790          COPY "FDEPERS.CBL".
000800          COPY "FDEPEN.CBL".
000810          COPY "FDECER.CBL".
000820          COPY "FDEJOB.CBL".
000830          COPY "FDEALI.CBL".
000840          COPY "FDEABI.CBL".
000850          COPY "FDEGER.CBL".
000851          COPY "FDETAB.CBL".
000852          COPY "FDEUSE.CBL".
000860
000870 WORKING-STORAGE  SECTION.
000880
000890          COPY "GLOBALS.CBL".
000900*
000910 01 TROVATO-UDLW              PIC X.
000920 01 RIMESSO-UDLW              PIC X.
000930 01 LETTO-UDLW                PIC XX.
000940 01 IMMAGINE-UDLW             PIC X(256).
000950 01 TENTATIVI-UDLW            PIC 9(03).
000960 01 ATTESA-UDLW               PIC 9(05).
000970 01 STATO-FINALE-UDLW         PIC X.
000980 01 PROG-CORRENTE-UDLW        PIC S9(5) COMP.
000990 01 ULTIMA-UDLW               PIC 9(05).
001000 01 RIMESSE-UDLW              PIC 9(05).
001010 01 ERRORI-UDLW               PIC 9(05).
001020 01 SALTATA-UDLW              PIC X.
001030 01 ID-CORRENTE-UDLW          PIC X(19).
001040*
001050** ETA' DI UN'UNITA' APERTA, IN SECONDI
001060*
001070 01 DATA-OGGI-UDLW            PIC 9(08).
001080 01 ORA-OGGI-UDLW             PIC 9(08).
001090 01 ORA-OGGI-R-UDLW REDEFINES ORA-OGGI-UDLW.
001100    02 HH-OGGI-UDLW           PIC 99.
001110    02 MM-OGGI-UDLW           PIC 99.
001120    02 SS-OGGI-UDLW           PIC 99.
001130    02 FILLER                 PIC 99.
001140 01 ORA-UNITA-UDLW            PIC 9(08).
001150 01 ORA-UNITA-R-UDLW REDEFINES ORA-UNITA-UDLW.
001160    02 HH-UNITA-UDLW          PIC 99.
001170    02 MM-UNITA-UDLW          PIC 99.
001180    02 SS-UNITA-UDLW          PIC 99.
001190    02 FILLER                 PIC 99.
001200 01 SEC-OGGI-UDLW             PIC 9(12).
001210 01 SEC-UNITA-UDLW            PIC 9(12).
001220*
001230** UNITA' APERTE DA RIPORTARE INDIETRO, RACCOLTE PRIMA DI TOCCARLE
001240** (NON SI RISCRIVE LA TESTATA MENTRE SI SCORRE LA CHIAVE DI
001250** STATO)
001260*
001270 01 TAB-APERTE-UDLW.
001280    02 ID-APERTA-UDLW OCCURS 50 PIC X(19).
001290 01 NUM-APERTE-UDLW           PIC 9(02) COMP.
001300 01 IND-APERTE-UDLW           PIC 9(02) COMP.
001310 01 RIPRISTINATE-UDLW         PIC 9(04).
001320 01 INCOMPLETE-UDLW           PIC 9(04).
001330*
001340 01 NOTA-RIPRISTINO-UDLW.
001350    02 FILLER                 PIC X(13) VALUE "RIPRISTINATE ".
001360    02 RIPRISTINATE-N-UDLW    PIC 9(04).
001370    02 FILLER                 PIC X(13) VALUE " INCOMPLETE ".
001380    02 INCOMPLETE-N-UDLW      PIC 9(04).
001390*
001400 01 NOTA-RIMESSA-UDLW.
001410    02 FILLER                 PIC X(09) VALUE "IMMAGINI ".
001420    02 RIMESSE-N-UDLW         PIC 9(05).
001430    02 FILLER                 PIC X(08) VALUE " ERRORI ".
001440    02 ERRORI-N-UDLW          PIC 9(05).
001450    02 FILLER                 PIC X(06) VALUE " INC. ".
001460    02 INCIDENTE-N-UDLW       PIC 9(08).
001470*
001480 LINKAGE SECTION.
001490*
001500 01 LK-AZIONE-UDLW            PIC X(10).
001510 01 LK-ID-UDLW                PIC X(19).
001520 01 LK-PROGRAMMA-UDLW         PIC X(08).
001530 01 LK-OPERATORE-UDLW         PIC X(08).
001540 01 LK-ARCHIVIO-UDLW          PIC X(08).
001550 01 LK-CHIAVE-UDLW            PIC X(40).
001560 01 LK-ATTESA-UDLW            PIC 9(05).
001570 01 LK-ESITO-UDLW             PIC XX.
001580 01 LK-NOTA-UDLW              PIC X(60).
001590*
001600 PROCEDURE  DIVISION USING LK-AZIONE-UDLW LK-ID-UDLW
001610                           LK-PROGRAMMA-UDLW LK-OPERATORE-UDLW
001620                           LK-ARCHIVIO-UDLW LK-CHIAVE-UDLW
001630                           LK-ATTESA-UDLW LK-ESITO-UDLW
001640                           LK-NOTA-UDLW.
001650*
001660          MOVE "NO"               TO LK-ESITO-UDLW.
001670          MOVE SPACES             TO LK-NOTA-UDLW.
001680
001690          OPEN I-O ARKUDL.
001700
001710          IF STATUS-UDL = "35"
001720           OPEN OUTPUT ARKUDL
001730           CLOSE ARKUDL
001740           OPEN I-O ARKUDL
001750          END-IF.
001760
001770          IF STATUS-UDL NOT = "00"
001780           MOVE "Giornale delle unita' di lavoro non disponibile"
001790                                  TO LK-NOTA-UDLW
001800           GOBACK
001810          END-IF.
001820
001830          IF LK-AZIONE-UDLW = "INIZIA"
001840           PERFORM INIZIA-UDLW    THRU EX-INIZIA-UDLW
001850           GO TO FINE-UDLW
001860          END-IF.
001870
001880          IF LK-AZIONE-UDLW = "IMMAGINE"
001890           OR LK-AZIONE-UDLW = "NUOVO"
001900           PERFORM IMMAGINE-UDLW-P THRU EX-IMMAGINE-UDLW-P
001910           GO TO FINE-UDLW
001920          END-IF.
001930
001940          IF LK-AZIONE-UDLW = "CONFERMA"
001950           PERFORM CONFERMA-UDLW  THRU EX-CONFERMA-UDLW
001960           GO TO FINE-UDLW
001970          END-IF.
001980
001990          IF LK-AZIONE-UDLW = "ANNULLA"
002000           MOVE LK-ID-UDLW        TO ID-UDL
002010           MOVE "X"               TO STATO-FINALE-UDLW
002020           PERFORM RIPORTA-UNITA-UDLW THRU EX-RIPORTA-UNITA-UDLW
002030           IF SALTATA-UDLW = "N"
002040            MOVE "OK"             TO LK-ESITO-UDLW
002050            MOVE NOTA-RIMESSA-UDLW TO LK-NOTA-UDLW
002060           END-IF
002070           GO TO FINE-UDLW
002080          END-IF.
002090
002100          IF LK-AZIONE-UDLW = "RIPRISTINA"
002110           MOVE LK-ATTESA-UDLW    TO ATTESA-UDLW
002120           PERFORM RECUPERA-UDLW  THRU EX-RECUPERA-UDLW
002130           MOVE RIPRISTINATE-UDLW TO RIPRISTINATE-N-UDLW
002140           MOVE INCOMPLETE-UDLW   TO INCOMPLETE-N-UDLW
002150           MOVE NOTA-RIPRISTINO-UDLW TO LK-NOTA-UDLW
002160           MOVE "OK"              TO LK-ESITO-UDLW
002170           GO TO FINE-UDLW
002180          END-IF.
002190
002200          MOVE "Azione sconosciuta" TO LK-NOTA-UDLW.
002210
002220 FINE-UDLW.
002230
002240          CLOSE ARKUDL.
002250
002260          GOBACK.
002270*
002280***** INIZIA: PRIMA SI RIPORTANO INDIETRO LE UNITA' DI PROCESSI
002290***** MORTI, POI SI APRE LA TESTATA (IDENTIFICATIVO DATA + ORA +
002300***** PROGRESSIVO PER DUE INIZI NELLO STESSO CENTESIMO)
002310*
002320 INIZIA-UDLW.
002330
002340          MOVE SPACES             TO LK-ID-UDLW.
002350
002360          MOVE "UDL-SECONDI-ATTESA" TO NOME-PAR-WEB.
002370          PERFORM PARAMETRO-UDLW  THRU EX-PARAMETRO-UDLW.
002380          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB > ZEROS
002390           MOVE NUMERO-PAR-WEB    TO ATTESA-UDLW
002400          ELSE
002410           MOVE 600               TO ATTESA-UDLW
002420          END-IF.
002430
002440          PERFORM RECUPERA-UDLW   THRU EX-RECUPERA-UDLW.
002450
002460          MOVE SPACES             TO UNITA-LAVORO.
002470          ACCEPT DATA-UDL         FROM DATE YYYYMMDD.
002480          ACCEPT ORA-UDL          FROM TIME.
002490          MOVE ZEROS              TO NUM-UDL
002500                                     PROG-UDL
002510                                     NUM-IMMAGINI-UDL
002520                                     DATA-FINE-UDL
002530                                     ORA-FINE-UDL
002540                                     TENTATIVI-UDLW.
002550          MOVE "A"                TO STATO-UDL.
002560          MOVE LK-PROGRAMMA-UDLW  TO PROGRAMMA-UDL.
002570          MOVE LK-OPERATORE-UDLW  TO OPERATORE-UDL.
002580
002590 PROVA-INIZIA-UDLW.
002600
002610          WRITE UNITA-LAVORO
002620           INVALID KEY
002630            IF TENTATIVI-UDLW < 999
002640             ADD 1                TO TENTATIVI-UDLW
002650             ADD 1                TO NUM-UDL
002660             GO TO PROVA-INIZIA-UDLW
002670            END-IF
002680            MOVE "Testata dell'unita' di lavoro non scritta"
002690                                  TO LK-NOTA-UDLW
002700            GO TO EX-INIZIA-UDLW
002710          END-WRITE.
002720
002730          MOVE ID-UDL             TO LK-ID-UDLW.
002740          MOVE "OK"               TO LK-ESITO-UDLW.
002750
002760 EX-INIZIA-UDLW.
002770          EXIT.
002780*
002790***** IMMAGINE / NUOVO: LA TESTATA CONTA LE IMMAGINI E LA RIGA
002800***** SI ACCODA COL PROGRESSIVO SUCCESSIVO
002810*
002820 IMMAGINE-UDLW-P.
002830
002840          IF LK-AZIONE-UDLW = "NUOVO"
002850           MOVE "N"               TO TROVATO-UDLW
002860           MOVE SPACES            TO IMMAGINE-UDLW
002870          ELSE
002880           PERFORM LEGGI-ARCHIVIO-UDLW THRU EX-LEGGI-ARCHIVIO-UDLW
002890          END-IF.
002900
002910          IF TROVATO-UDLW = "A"
002920           MOVE "Archivio non gestito dalle unita' di lavoro"
002930                                  TO LK-NOTA-UDLW
002940           GO TO EX-IMMAGINE-UDLW-P
002950          END-IF.
002960
002970          IF TROVATO-UDLW = "E"
002980           MOVE "Archivio da salvare non leggibile"
002990                                  TO LK-NOTA-UDLW
003000           GO TO EX-IMMAGINE-UDLW-P
003010          END-IF.
003020
003030          MOVE LK-ID-UDLW         TO ID-UDL.
003040          MOVE ZEROS              TO PROG-UDL.
003050          READ ARKUDL KEY IS CHIAVE-UDL
003060           INVALID KEY
003070            MOVE "Unita' di lavoro sconosciuta" TO LK-NOTA-UDLW
003080            GO TO EX-IMMAGINE-UDLW-P
003090          END-READ.
003100
003110          IF NOT UDL-APERTA
003120           MOVE "Unita' di lavoro non aperta" TO LK-NOTA-UDLW
003130           GO TO EX-IMMAGINE-UDLW-P
003140          END-IF.
003150
003160          ADD 1                   TO NUM-IMMAGINI-UDL.
003170          MOVE NUM-IMMAGINI-UDL   TO ULTIMA-UDLW.
003180
003190          REWRITE UNITA-LAVORO
003200           INVALID KEY GO TO EX-IMMAGINE-UDLW-P
003210          END-REWRITE.
003220
003230          MOVE ULTIMA-UDLW        TO PROG-UDL.
003240          MOVE "B"                TO STATO-UDL.
003250          MOVE ZEROS              TO NUM-IMMAGINI-UDL.
003260          MOVE LK-ARCHIVIO-UDLW   TO ARCHIVIO-UDL.
003270          MOVE LK-CHIAVE-UDLW     TO CHIAVE-REC-UDL.
003280          MOVE TROVATO-UDLW       TO ESISTEVA-UDL.
003290          MOVE IMMAGINE-UDLW      TO IMMAGINE-UDL.
003300          MOVE SPACES             TO NOTA-UDL.
003310
003320          WRITE UNITA-LAVORO
003330           INVALID KEY GO TO EX-IMMAGINE-UDLW-P
003340          END-WRITE.
003350
003360          MOVE "OK"               TO LK-ESITO-UDLW.
003370
003380 EX-IMMAGINE-UDLW-P.
003390          EXIT.
003400*
003410***** CONFERMA: LA TESTATA "C" E' IL PUNTO DI NON RITORNO, POI SI
003420***** SCARTANO LE IMMAGINI (SE SI MUORE IN MEZZO RESTANO RIGHE "B"
003430***** DI UN'UNITA' CONFERMATA, CHE NESSUNO RIMETTE)
003440*
003450 CONFERMA-UDLW.
003460
003470          MOVE LK-ID-UDLW         TO ID-UDL.
003480          MOVE ZEROS              TO PROG-UDL.
003490          READ ARKUDL KEY IS CHIAVE-UDL
003500           INVALID KEY
003510            MOVE "Unita' di lavoro sconosciuta" TO LK-NOTA-UDLW
003520            GO TO EX-CONFERMA-UDLW
003530          END-READ.
003540
003550          IF NOT UDL-APERTA
003560           MOVE "Unita' di lavoro non aperta" TO LK-NOTA-UDLW
003570           GO TO EX-CONFERMA-UDLW
003580          END-IF.
003590
003600          MOVE "C"                TO STATO-UDL.
003610          ACCEPT DATA-FINE-UDL    FROM DATE YYYYMMDD.
003620          ACCEPT ORA-FINE-UDL     FROM TIME.
003630          MOVE NUM-IMMAGINI-UDL   TO ULTIMA-UDLW.
003640
003650          REWRITE UNITA-LAVORO
003660           INVALID KEY GO TO EX-CONFERMA-UDLW
003670          END-REWRITE.
003680
003690          MOVE "OK"               TO LK-ESITO-UDLW.
003700
003710          PERFORM SCARTA-IMMAGINE-UDLW
003720           THRU EX-SCARTA-IMMAGINE-UDLW
003730           VARYING PROG-CORRENTE-UDLW FROM 1 BY 1
003740           UNTIL PROG-CORRENTE-UDLW > ULTIMA-UDLW.
003750
003760 EX-CONFERMA-UDLW.
003770          EXIT.
003780
003790 SCARTA-IMMAGINE-UDLW.
003800
003810          MOVE LK-ID-UDLW         TO ID-UDL.
003820          MOVE PROG-CORRENTE-UDLW TO PROG-UDL.
003830
003840          DELETE ARKUDL RECORD
003850           INVALID KEY CONTINUE
003860          END-DELETE.
003870
003880 EX-SCARTA-IMMAGINE-UDLW.
003890          EXIT.
003900*
003910***** RACCOLTA DELLE UNITA' APERTE PIU' VECCHIE DI ATTESA-UDLW
003920***** SECONDI (ZERO = TUTTE) E LORO RIPRISTINO CON INCIDENTE
003930*
003940 RECUPERA-UDLW.
003950
003960          MOVE ZEROS              TO NUM-APERTE-UDLW
003970                                     RIPRISTINATE-UDLW
003980                                     INCOMPLETE-UDLW.
003990
004000          ACCEPT DATA-OGGI-UDLW   FROM DATE YYYYMMDD.
004010          ACCEPT ORA-OGGI-UDLW    FROM TIME.
004020          COMPUTE SEC-OGGI-UDLW =
004030           FUNCTION INTEGER-OF-DATE(DATA-OGGI-UDLW) * 86400
004040           + HH-OGGI-UDLW * 3600 + MM-OGGI-UDLW * 60
004050           + SS-OGGI-UDLW.
004060
004070          MOVE "A"                TO STATO-UDL.
004080          START ARKUDL KEY IS EQUAL TO STATO-UDL
004090           INVALID KEY GO TO EX-RECUPERA-UDLW
004100          END-START.
004110
004120 CICLO-RECUPERA-UDLW.
004130
004140          READ ARKUDL NEXT RECORD
004150           AT END GO TO RIPORTA-RECUPERA-UDLW
004160          END-READ.
004170
004180          IF NOT UDL-APERTA GO TO RIPORTA-RECUPERA-UDLW.
004190
004200          IF NUM-APERTE-UDLW NOT < 50 GO TO RIPORTA-RECUPERA-UDLW.
004210
004220          MOVE ORA-UDL            TO ORA-UNITA-UDLW.
004230          COMPUTE SEC-UNITA-UDLW =
004240           FUNCTION INTEGER-OF-DATE(DATA-UDL) * 86400
004250           + HH-UNITA-UDLW * 3600 + MM-UNITA-UDLW * 60
004260           + SS-UNITA-UDLW.
004270
004280          IF ATTESA-UDLW = ZEROS
004290           OR SEC-OGGI-UDLW - SEC-UNITA-UDLW NOT < ATTESA-UDLW
004300           ADD 1                  TO NUM-APERTE-UDLW
004310           MOVE ID-UDL
004320            TO ID-APERTA-UDLW(NUM-APERTE-UDLW)
004330          END-IF.
004340
004350          GO TO CICLO-RECUPERA-UDLW.
004360
004370 RIPORTA-RECUPERA-UDLW.
004380
004390          PERFORM RIPORTA-APERTA-UDLW THRU EX-RIPORTA-APERTA-UDLW
004400           VARYING IND-APERTE-UDLW FROM 1 BY 1
004410           UNTIL IND-APERTE-UDLW > NUM-APERTE-UDLW.
004420
004430 EX-RECUPERA-UDLW.
004440          EXIT.
004450
004460 RIPORTA-APERTA-UDLW.
004470
004480          MOVE ID-APERTA-UDLW(IND-APERTE-UDLW) TO ID-UDL.
004490          MOVE "R"                TO STATO-FINALE-UDLW.
004500          PERFORM RIPORTA-UNITA-UDLW THRU EX-RIPORTA-UNITA-UDLW.
004510
004520          IF SALTATA-UDLW = "S"
004530           GO TO EX-RIPORTA-APERTA-UDLW
004540          END-IF.
004550
004560          IF ERRORI-UDLW = ZEROS
004570           ADD 1                  TO RIPRISTINATE-UDLW
004580          ELSE
004590           ADD 1                  TO INCOMPLETE-UDLW
004600          END-IF.
004610
004620 EX-RIPORTA-APERTA-UDLW.
004630          EXIT.
004640*
004650***** RIPORTA INDIETRO L'UNITA' ID-UDL: RIMETTE LE IMMAGINI
004660***** DALL'ULTIMA ALLA PRIMA, SCARTANDO QUELLE RIMESSE (UNA
004670***** RIMESSA FALLITA RESTA SUL GIORNALE PER L'ASSISTENZA), CHIUDE
004680***** LA TESTATA COL CONTO E, SE ERA UN'INTERRUZIONE, APRE
004690***** L'INCIDENTE
004700*
004710 RIPORTA-UNITA-UDLW.
004720
004730          MOVE "S"                TO SALTATA-UDLW.
004740          MOVE ZEROS              TO RIMESSE-UDLW
004750                                     ERRORI-UDLW
004760                                     NUMERO-INC-WEB.
004770          MOVE ID-UDL             TO ID-CORRENTE-UDLW.
004780
004790          MOVE ZEROS              TO PROG-UDL.
004800          READ ARKUDL KEY IS CHIAVE-UDL
004810           INVALID KEY GO TO EX-RIPORTA-UNITA-UDLW
004820          END-READ.
004830
004840          IF NOT UDL-APERTA GO TO EX-RIPORTA-UNITA-UDLW.
004850
004860          MOVE "N"                TO SALTATA-UDLW.
004870          MOVE NUM-IMMAGINI-UDL   TO ULTIMA-UDLW.
004880
004890          PERFORM RIMETTI-IMMAGINE-UDLW
004900           THRU EX-RIMETTI-IMMAGINE-UDLW
004910           VARYING PROG-CORRENTE-UDLW FROM ULTIMA-UDLW BY -1
004920           UNTIL PROG-CORRENTE-UDLW < 1.
004930
004940          MOVE ID-CORRENTE-UDLW   TO ID-UDL.
004950          MOVE ZEROS              TO PROG-UDL.
004960          READ ARKUDL KEY IS CHIAVE-UDL
004970           INVALID KEY GO TO EX-RIPORTA-UNITA-UDLW
004980          END-READ.
004990
005000          IF STATO-FINALE-UDLW = "R"
005010           PERFORM INCIDENTE-UDLW THRU EX-INCIDENTE-UDLW
005020          END-IF.
005030
005040          IF ERRORI-UDLW = ZEROS
005050           MOVE STATO-FINALE-UDLW TO STATO-UDL
005060          ELSE
005070           MOVE "E"               TO STATO-UDL
005080          END-IF.
005090
005100          ACCEPT DATA-FINE-UDL    FROM DATE YYYYMMDD.
005110          ACCEPT ORA-FINE-UDL     FROM TIME.
005120          MOVE RIMESSE-UDLW       TO RIMESSE-N-UDLW.
005130          MOVE ERRORI-UDLW        TO ERRORI-N-UDLW.
005140          MOVE NUMERO-INC-WEB     TO INCIDENTE-N-UDLW.
005150          MOVE NOTA-RIMESSA-UDLW  TO NOTA-UDL.
005160
005170          REWRITE UNITA-LAVORO
005180           INVALID KEY CONTINUE
005190          END-REWRITE.
005200
005210 EX-RIPORTA-UNITA-UDLW.
005220          EXIT.
005230
005240 RIMETTI-IMMAGINE-UDLW.
005250
005260          MOVE ID-CORRENTE-UDLW   TO ID-UDL.
005270          MOVE PROG-CORRENTE-UDLW TO PROG-UDL.
005280          READ ARKUDL KEY IS CHIAVE-UDL
005290           INVALID KEY GO TO EX-RIMETTI-IMMAGINE-UDLW
005300          END-READ.
005310
005320          PERFORM RIMETTI-ARCHIVIO-UDLW
005330           THRU EX-RIMETTI-ARCHIVIO-UDLW.
005340
005350          IF RIMESSO-UDLW = "S"
005360           ADD 1                  TO RIMESSE-UDLW
005370           DELETE ARKUDL RECORD
005380            INVALID KEY CONTINUE
005390           END-DELETE
005400          ELSE
005410           ADD 1                  TO ERRORI-UDLW
005420          END-IF.
005430
005440 EX-RIMETTI-IMMAGINE-UDLW.
005450          EXIT.
005460*
005470***** INCIDENTE CON ALLARME PER L'UNITA' INTERROTTA (SEZIONE =
005480***** IDENTIFICATIVO DELL'UNITA', REVISIONE IN openminc.exe)
005490*
005500 INCIDENTE-UDLW.
005510
005520          MOVE PROGRAMMA-UDL      TO PROGRAMMA-INC-WEB.
005530          MOVE "ARKUDL"           TO FILE-INC-WEB.
005540          MOVE "00"               TO STATUS-INC-WEB.
005550          IF ERRORI-UDLW = ZEROS
005560           MOVE "Unita' di lavoro interrotta, annullata"
005570                                  TO DESC-INC-WEB
005580          ELSE
005590           MOVE "Unita' interrotta, ripristino incompleto"
005600                                  TO DESC-INC-WEB
005610          END-IF.
005620          MOVE "A"                TO SEVERITA-INC-WEB.
005630          MOVE SPACES             TO SECTION-WEB.
005640          MOVE ID-UDL             TO SECTION-WEB.
005650
005660          CALL "OPENINCW" USING PROGRAMMA-INC-WEB SECTION-WEB
005670                                OPERATORE-UDL
005680                                FILE-INC-WEB STATUS-INC-WEB
005690                                DESC-INC-WEB SEVERITA-INC-WEB
005700                                NUMERO-INC-WEB.
005710          CANCEL "OPENINCW".
005720
005730 EX-INCIDENTE-UDLW.
005740          EXIT.
005750*
005760***** LETTURA DI UN PARAMETRO (OPENPARW)
005770*
005780 PARAMETRO-UDLW.
005790
005800          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
005810          MOVE SPACES             TO QUALIFICA-PAR-WEB.
005820          MOVE "OPENUDLW"         TO PROGRAMMA-PAR-WEB
005830                                     OPERATORE-PAR-WEB.
005840
005850          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
005860                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
005870                                PROGRAMMA-PAR-WEB
005880                                OPERATORE-PAR-WEB
005890                                ESITO-PAR-WEB MOTIVO-PAR-WEB.
005900          CANCEL "OPENPARW".
005910
005920 EX-PARAMETRO-UDLW.
005930          EXIT.
005940*
005950***** SMISTAMENTO SUGLI ARCHIVI GESTITI: LETTURA DELL'IMMAGINE
005960***** PRIMA DELLA MODIFICA (LK-ARCHIVIO-UDLW, LK-CHIAVE-UDLW)
005970*
005980 LEGGI-ARCHIVIO-UDLW.
005990
006000          MOVE "E"                TO TROVATO-UDLW.
006010          MOVE SPACES             TO IMMAGINE-UDLW.
006020          IF LK-ARCHIVIO-UDLW = "ARKUTEN"
006030           PERFORM LEGGI-UTEN-UDLW THRU EX-LEGGI-UTEN-UDLW
006040           GO TO EX-LEGGI-ARCHIVIO-UDLW
006050          END-IF.
006060          IF LK-ARCHIVIO-UDLW = "ARKPWH"
006070           PERFORM LEGGI-PWH-UDLW THRU EX-LEGGI-PWH-UDLW
006080           GO TO EX-LEGGI-ARCHIVIO-UDLW
006090          END-IF.
006100          IF LK-ARCHIVIO-UDLW = "ARKPERS"
006110           PERFORM LEGGI-PERS-UDLW THRU EX-LEGGI-PERS-UDLW
006120           GO TO EX-LEGGI-ARCHIVIO-UDLW
006130          END-IF.
006140          IF LK-ARCHIVIO-UDLW = "ARKPEN"
006150           PERFORM LEGGI-PEN-UDLW THRU EX-LEGGI-PEN-UDLW
006160           GO TO EX-LEGGI-ARCHIVIO-UDLW
006170          END-IF.
006180          IF LK-ARCHIVIO-UDLW = "ARKCER"
006190           PERFORM LEGGI-CER-UDLW THRU EX-LEGGI-CER-UDLW
006200           GO TO EX-LEGGI-ARCHIVIO-UDLW
006210          END-IF.
006220          IF LK-ARCHIVIO-UDLW = "ARKJOB"
006230           PERFORM LEGGI-JOB-UDLW THRU EX-LEGGI-JOB-UDLW
006240           GO TO EX-LEGGI-ARCHIVIO-UDLW
006250          END-IF.
006260          IF LK-ARCHIVIO-UDLW = "ARKALI"
006270           PERFORM LEGGI-ALI-UDLW THRU EX-LEGGI-ALI-UDLW
006280           GO TO EX-LEGGI-ARCHIVIO-UDLW
006290          END-IF.
006300          IF LK-ARCHIVIO-UDLW = "ARKABI"
006310           PERFORM LEGGI-ABI-UDLW THRU EX-LEGGI-ABI-UDLW
006320           GO TO EX-LEGGI-ARCHIVIO-UDLW
006330          END-IF.
006340          IF LK-ARCHIVIO-UDLW = "ARKGER"
006350           PERFORM LEGGI-GER-UDLW THRU EX-LEGGI-GER-UDLW
006360           GO TO EX-LEGGI-ARCHIVIO-UDLW
006370          END-IF.
006371          IF LK-ARCHIVIO-UDLW = "ARKTAB"
006372           PERFORM LEGGI-TAB-UDLW THRU EX-LEGGI-TAB-UDLW
006373           GO TO EX-LEGGI-ARCHIVIO-UDLW
006374          END-IF.
006375          IF LK-ARCHIVIO-UDLW = "ARKUSE"
006376           PERFORM LEGGI-USE-UDLW THRU EX-LEGGI-USE-UDLW
006377           GO TO EX-LEGGI-ARCHIVIO-UDLW
006378          END-IF.
006380          MOVE "A"                TO TROVATO-UDLW.
006390
006400 EX-LEGGI-ARCHIVIO-UDLW.
006410          EXIT.
006420*
006430***** SMISTAMENTO SUGLI ARCHIVI GESTITI: RIMESSA DELL'IMMAGINE
006440***** DELLA RIGA CORRENTE DI ARKUDL (ARCHIVIO-UDL, CHIAVE-REC-UDL)
006450*
006460 RIMETTI-ARCHIVIO-UDLW.
006470
006480          MOVE "N"                TO RIMESSO-UDLW.
006490          IF ARCHIVIO-UDL = "ARKUTEN"
006500           PERFORM RIMETTI-UTEN-UDLW THRU EX-RIMETTI-UTEN-UDLW
006510          END-IF.
006520          IF ARCHIVIO-UDL = "ARKPWH"
006530           PERFORM RIMETTI-PWH-UDLW THRU EX-RIMETTI-PWH-UDLW
006540          END-IF.
006550          IF ARCHIVIO-UDL = "ARKPERS"
006560           PERFORM RIMETTI-PERS-UDLW THRU EX-RIMETTI-PERS-UDLW
006570          END-IF.
006580          IF ARCHIVIO-UDL = "ARKPEN"
006590           PERFORM RIMETTI-PEN-UDLW THRU EX-RIMETTI-PEN-UDLW
006600          END-IF.
006610          IF ARCHIVIO-UDL = "ARKCER"
006620           PERFORM RIMETTI-CER-UDLW THRU EX-RIMETTI-CER-UDLW
006630          END-IF.
006640          IF ARCHIVIO-UDL = "ARKJOB"
006650           PERFORM RIMETTI-JOB-UDLW THRU EX-RIMETTI-JOB-UDLW
006660          END-IF.
006670          IF ARCHIVIO-UDL = "ARKALI"
006680           PERFORM RIMETTI-ALI-UDLW THRU EX-RIMETTI-ALI-UDLW
006690          END-IF.
006700          IF ARCHIVIO-UDL = "ARKABI"
006710           PERFORM RIMETTI-ABI-UDLW THRU EX-RIMETTI-ABI-UDLW
006720          END-IF.
006730          IF ARCHIVIO-UDL = "ARKGER"
006740           PERFORM RIMETTI-GER-UDLW THRU EX-RIMETTI-GER-UDLW
006750          END-IF.
006751          IF ARCHIVIO-UDL = "ARKTAB"
006752           PERFORM RIMETTI-TAB-UDLW THRU EX-RIMETTI-TAB-UDLW
006753          END-IF.
006754          IF ARCHIVIO-UDL = "ARKUSE"
006755           PERFORM RIMETTI-USE-UDLW THRU EX-RIMETTI-USE-UDLW
006756          END-IF.
006758
006760          IF RIMESSO-UDLW = "S"
006762           PERFORM AGGIORNA-EFF-UDLW THRU EX-AGGIORNA-EFF-UDLW
006764          END-IF.
006766
006770 EX-RIMETTI-ARCHIVIO-UDLW.
006771          EXIT.
006772*
006773***** LA RIMESSA DI UTENTI, PERMESSI E GERARCHIA CAMBIA I PERMESSI
006774***** EFFETTIVI: RICALCOLO SU ARKEFF DI CHI NE E' TOCCATO
006775*
006776 AGGIORNA-EFF-UDLW.
006777
006778          MOVE SPACES             TO AZIONE-EFF-WEB.
006779          MOVE ZEROS              TO GRUPPO-EFF-WEB.
006780
006781          IF ARCHIVIO-UDL = "ARKUTEN"
006782           MOVE "UTENTE"          TO AZIONE-EFF-WEB
006783           MOVE CHIAVE-UTEN       TO UTENTE-EFF-WEB
006784           MOVE GRUPPO-UTEN       TO GRUPPO-BASE-EFF-WEB
006785           MOVE NUM-GRUPPI-UTEN   TO NUM-GRUPPI-EFF-WEB
006786           MOVE GRUPPI-EXTRA-UTEN TO GRUPPI-EXTRA-EFF-WEB
006787          END-IF.
006788          IF ARCHIVIO-UDL = "ARKABI"
006789           MOVE "GRUPPO"          TO AZIONE-EFF-WEB
006790           MOVE GRUPPO-ABI        TO GRUPPO-EFF-WEB
006791          END-IF.
006792          IF ARCHIVIO-UDL = "ARKGER"
006793           MOVE "GRUPPO"          TO AZIONE-EFF-WEB
006794           MOVE GRUPPO-FIGLIO-GER TO GRUPPO-EFF-WEB
006795          END-IF.
006796
006797          IF AZIONE-EFF-WEB = SPACES
006798           GO TO EX-AGGIORNA-EFF-UDLW
006799          END-IF.
006800
006801          CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
006802                                GRUPPI-EFF-WEB GRUPPO-EFF-WEB
006803                                RICALCOLATI-EFF-WEB ESITO-EFF-WEB.
006804          CANCEL "OPENEFFW".
006805
006806 EX-AGGIORNA-EFF-UDLW.
006807          EXIT.
006808*
006809***** ARKUTEN
006810*
006820 LEGGI-UTEN-UDLW.
006830
006840          OPEN INPUT ARKUTEN.
006850
006860          IF STATUS-UTEN = "35"
006870           MOVE "N"               TO TROVATO-UDLW
006880           GO TO EX-LEGGI-UTEN-UDLW
006890          END-IF.
006900
006910          IF STATUS-UTEN NOT = "00"
006920           GO TO EX-LEGGI-UTEN-UDLW
006930          END-IF.
006940
006950          MOVE LK-CHIAVE-UDLW     TO CHIAVE-UTEN.
006960          READ ARKUTEN
006970           INVALID KEY CONTINUE
006980          END-READ.
006990
007000          IF STATUS-UTEN = "00"
007010           MOVE UTENTE TO IMMAGINE-UDLW
007020           MOVE "S"               TO TROVATO-UDLW
007030          ELSE
007040           MOVE "N"               TO TROVATO-UDLW
007050          END-IF.
007060
007070          CLOSE ARKUTEN.
007080
007090 EX-LEGGI-UTEN-UDLW.
007100          EXIT.
007110
007120 RIMETTI-UTEN-UDLW.
007130
007140          OPEN I-O ARKUTEN.
007150
007160          IF STATUS-UTEN NOT = "00"
007170           IF REC-NUOVO AND STATUS-UTEN = "35"
007180            MOVE "S"              TO RIMESSO-UDLW
007190           END-IF
007200           GO TO EX-RIMETTI-UTEN-UDLW
007210          END-IF.
007220
007230          MOVE CHIAVE-REC-UDL     TO CHIAVE-UTEN.
007240          READ ARKUTEN
007250           INVALID KEY CONTINUE
007260          END-READ.
007270          MOVE STATUS-UTEN         TO LETTO-UDLW.
007280
007290          IF REC-ESISTEVA
007300           MOVE IMMAGINE-UDL      TO UTENTE
007310           IF LETTO-UDLW = "00"
007320            REWRITE UTENTE
007330             INVALID KEY CONTINUE
007340            END-REWRITE
007350           ELSE
007360            WRITE UTENTE
007370             INVALID KEY CONTINUE
007380            END-WRITE
007390           END-IF
007400          ELSE
007410           IF LETTO-UDLW = "00"
007420            DELETE ARKUTEN RECORD
007430             INVALID KEY CONTINUE
007440            END-DELETE
007450           END-IF
007460          END-IF.
007470
007480          IF STATUS-UTEN = "00"
007490           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
007500           MOVE "S"               TO RIMESSO-UDLW
007510          END-IF.
007520
007530          CLOSE ARKUTEN.
007540
007550 EX-RIMETTI-UTEN-UDLW.
007560          EXIT.
007570*
007580***** ARKPWH
007590*
007600 LEGGI-PWH-UDLW.
007610
007620          OPEN INPUT ARKPWH.
007630
007640          IF STATUS-PWH = "35"
007650           MOVE "N"               TO TROVATO-UDLW
007660           GO TO EX-LEGGI-PWH-UDLW
007670          END-IF.
007680
007690          IF STATUS-PWH NOT = "00"
007700           GO TO EX-LEGGI-PWH-UDLW
007710          END-IF.
007720
007730          MOVE LK-CHIAVE-UDLW     TO CHIAVE-PWH.
007740          READ ARKPWH
007750           INVALID KEY CONTINUE
007760          END-READ.
007770
007780          IF STATUS-PWH = "00"
007790           MOVE HASH-PASSWORD TO IMMAGINE-UDLW
007800           MOVE "S"               TO TROVATO-UDLW
007810          ELSE
007820           MOVE "N"               TO TROVATO-UDLW
007830          END-IF.
007840
007850          CLOSE ARKPWH.
007860
007870 EX-LEGGI-PWH-UDLW.
007880          EXIT.
007890
007900 RIMETTI-PWH-UDLW.
007910
007920          OPEN I-O ARKPWH.
007930
007940          IF STATUS-PWH NOT = "00"
007950           IF REC-NUOVO AND STATUS-PWH = "35"
007960            MOVE "S"              TO RIMESSO-UDLW
007970           END-IF
007980           GO TO EX-RIMETTI-PWH-UDLW
007990          END-IF.
008000
008010          MOVE CHIAVE-REC-UDL     TO CHIAVE-PWH.
008020          READ ARKPWH
008030           INVALID KEY CONTINUE
008040          END-READ.
008050          MOVE STATUS-PWH         TO LETTO-UDLW.
008060
008070          IF REC-ESISTEVA
008080           MOVE IMMAGINE-UDL      TO HASH-PASSWORD
008090           IF LETTO-UDLW = "00"
008100            REWRITE HASH-PASSWORD
008110             INVALID KEY CONTINUE
008120            END-REWRITE
008130           ELSE
008140            WRITE HASH-PASSWORD
008150             INVALID KEY CONTINUE
008160            END-WRITE
008170           END-IF
008180          ELSE
008190           IF LETTO-UDLW = "00"
008200            DELETE ARKPWH RECORD
008210             INVALID KEY CONTINUE
008220            END-DELETE
008230           END-IF
008240          END-IF.
008250
008260          IF STATUS-PWH = "00"
008270           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
008280           MOVE "S"               TO RIMESSO-UDLW
008290          END-IF.
008300
008310          CLOSE ARKPWH.
008320
008330 EX-RIMETTI-PWH-UDLW.
008340          EXIT.
008350*
008360***** ARKPERS
008370*
008380 LEGGI-PERS-UDLW.
008390
008400          OPEN INPUT ARKPERS.
008410
008420          IF STATUS-PERS = "35"
008430           MOVE "N"               TO TROVATO-UDLW
008440           GO TO EX-LEGGI-PERS-UDLW
008450          END-IF.
008460
008470          IF STATUS-PERS NOT = "00"
008480           GO TO EX-LEGGI-PERS-UDLW
008490          END-IF.
008500
008510          MOVE LK-CHIAVE-UDLW     TO CHIAVE-PERS.
008520          READ ARKPERS
008530           INVALID KEY CONTINUE
008540          END-READ.
008550
008560          IF STATUS-PERS = "00"
008570           MOVE PERSONALIZZAZIONE-MENU TO IMMAGINE-UDLW
008580           MOVE "S"               TO TROVATO-UDLW
008590          ELSE
008600           MOVE "N"               TO TROVATO-UDLW
008610          END-IF.
008620
008630          CLOSE ARKPERS.
008640
008650 EX-LEGGI-PERS-UDLW.
008660          EXIT.
008670
008680 RIMETTI-PERS-UDLW.
008690
008700          OPEN I-O ARKPERS.
008710
008720          IF STATUS-PERS NOT = "00"
008730           IF REC-NUOVO AND STATUS-PERS = "35"
008740            MOVE "S"              TO RIMESSO-UDLW
008750           END-IF
008760           GO TO EX-RIMETTI-PERS-UDLW
008770          END-IF.
008780
008790          MOVE CHIAVE-REC-UDL     TO CHIAVE-PERS.
008800          READ ARKPERS
008810           INVALID KEY CONTINUE
008820          END-READ.
008830          MOVE STATUS-PERS         TO LETTO-UDLW.
008840
008850          IF REC-ESISTEVA
008860           MOVE IMMAGINE-UDL      TO PERSONALIZZAZIONE-MENU
008870           IF LETTO-UDLW = "00"
008880            REWRITE PERSONALIZZAZIONE-MENU
008890             INVALID KEY CONTINUE
008900            END-REWRITE
008910           ELSE
008920            WRITE PERSONALIZZAZIONE-MENU
008930             INVALID KEY CONTINUE
008940            END-WRITE
008950           END-IF
008960          ELSE
008970           IF LETTO-UDLW = "00"
008980            DELETE ARKPERS RECORD
008990             INVALID KEY CONTINUE
009000            END-DELETE
009010           END-IF
009020          END-IF.
009030
009040          IF STATUS-PERS = "00"
009050           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
009060           MOVE "S"               TO RIMESSO-UDLW
009070          END-IF.
009080
009090          CLOSE ARKPERS.
009100
009110 EX-RIMETTI-PERS-UDLW.
009120          EXIT.
009130*
009140***** ARKPEN
009150*
009160 LEGGI-PEN-UDLW.
009170
009180          OPEN INPUT ARKPEN.
009190
009200          IF STATUS-PEN = "35"
009210           MOVE "N"               TO TROVATO-UDLW
009220           GO TO EX-LEGGI-PEN-UDLW
009230          END-IF.
009240
009250          IF STATUS-PEN NOT = "00"
009260           GO TO EX-LEGGI-PEN-UDLW
009270          END-IF.
009280
009290          MOVE LK-CHIAVE-UDLW     TO CHIAVE-PEN.
009300          READ ARKPEN
009310           INVALID KEY CONTINUE
009320          END-READ.
009330
009340          IF STATUS-PEN = "00"
009350           MOVE MODIFICA-PENDENTE TO IMMAGINE-UDLW
009360           MOVE "S"               TO TROVATO-UDLW
009370          ELSE
009380           MOVE "N"               TO TROVATO-UDLW
009390          END-IF.
009400
009410          CLOSE ARKPEN.
009420
009430 EX-LEGGI-PEN-UDLW.
009440          EXIT.
009450
009460 RIMETTI-PEN-UDLW.
009470
009480          OPEN I-O ARKPEN.
009490
009500          IF STATUS-PEN NOT = "00"
009510           IF REC-NUOVO AND STATUS-PEN = "35"
009520            MOVE "S"              TO RIMESSO-UDLW
009530           END-IF
009540           GO TO EX-RIMETTI-PEN-UDLW
009550          END-IF.
009560
009570          MOVE CHIAVE-REC-UDL     TO CHIAVE-PEN.
009580          READ ARKPEN
009590           INVALID KEY CONTINUE
009600          END-READ.
009610          MOVE STATUS-PEN         TO LETTO-UDLW.
009620
009630          IF REC-ESISTEVA
009640           MOVE IMMAGINE-UDL      TO MODIFICA-PENDENTE
009650           IF LETTO-UDLW = "00"
009660            REWRITE MODIFICA-PENDENTE
009670             INVALID KEY CONTINUE
009680            END-REWRITE
009690           ELSE
009700            WRITE MODIFICA-PENDENTE
009710             INVALID KEY CONTINUE
009720            END-WRITE
009730           END-IF
009740          ELSE
009750           IF LETTO-UDLW = "00"
009760            DELETE ARKPEN RECORD
009770             INVALID KEY CONTINUE
009780            END-DELETE
009790           END-IF
009800          END-IF.
009810
009820          IF STATUS-PEN = "00"
009830           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
009840           MOVE "S"               TO RIMESSO-UDLW
009850          END-IF.
009860
009870          CLOSE ARKPEN.
009880
009890 EX-RIMETTI-PEN-UDLW.
009900          EXIT.
009910*
009920***** ARKCER
009930*
009940 LEGGI-CER-UDLW.
009950
009960          OPEN INPUT ARKCER.
009970
009980          IF STATUS-CER = "35"
009990           MOVE "N"               TO TROVATO-UDLW
010000           GO TO EX-LEGGI-CER-UDLW
010010          END-IF.
010020
010030          IF STATUS-CER NOT = "00"
010040           GO TO EX-LEGGI-CER-UDLW
010050          END-IF.
010060
010070          MOVE LK-CHIAVE-UDLW     TO CHIAVE-CER.
010080          READ ARKCER
010090           INVALID KEY CONTINUE
010100          END-READ.
010110
010120          IF STATUS-CER = "00"
010130           MOVE VOCE-RICERT TO IMMAGINE-UDLW
010140           MOVE "S"               TO TROVATO-UDLW
010150          ELSE
010160           MOVE "N"               TO TROVATO-UDLW
010170          END-IF.
010180
010190          CLOSE ARKCER.
010200
010210 EX-LEGGI-CER-UDLW.
010220          EXIT.
010230
010240 RIMETTI-CER-UDLW.
010250
010260          OPEN I-O ARKCER.
010270
010280          IF STATUS-CER NOT = "00"
010290           IF REC-NUOVO AND STATUS-CER = "35"
010300            MOVE "S"              TO RIMESSO-UDLW
010310           END-IF
010320           GO TO EX-RIMETTI-CER-UDLW
010330          END-IF.
010340
010350          MOVE CHIAVE-REC-UDL     TO CHIAVE-CER.
010360          READ ARKCER
010370           INVALID KEY CONTINUE
010380          END-READ.
010390          MOVE STATUS-CER         TO LETTO-UDLW.
010400
010410          IF REC-ESISTEVA
010420           MOVE IMMAGINE-UDL      TO VOCE-RICERT
010430           IF LETTO-UDLW = "00"
010440            REWRITE VOCE-RICERT
010450             INVALID KEY CONTINUE
010460            END-REWRITE
010470           ELSE
010480            WRITE VOCE-RICERT
010490             INVALID KEY CONTINUE
010500            END-WRITE
010510           END-IF
010520          ELSE
010530           IF LETTO-UDLW = "00"
010540            DELETE ARKCER RECORD
010550             INVALID KEY CONTINUE
010560            END-DELETE
010570           END-IF
010580          END-IF.
010590
010600          IF STATUS-CER = "00"
010610           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
010620           MOVE "S"               TO RIMESSO-UDLW
010630          END-IF.
010640
010650          CLOSE ARKCER.
010660
010670 EX-RIMETTI-CER-UDLW.
010680          EXIT.
010690*
010700***** ARKJOB
010710*
010720 LEGGI-JOB-UDLW.
010730
010740          OPEN INPUT ARKJOB.
010750
010760          IF STATUS-JOB = "35"
010770           MOVE "N"               TO TROVATO-UDLW
010780           GO TO EX-LEGGI-JOB-UDLW
010790          END-IF.
010800
010810          IF STATUS-JOB NOT = "00"
010820           GO TO EX-LEGGI-JOB-UDLW
010830          END-IF.
010840
010850          MOVE LK-CHIAVE-UDLW     TO CHIAVE-JOB.
010860          READ ARKJOB
010870           INVALID KEY CONTINUE
010880          END-READ.
010890
010900          IF STATUS-JOB = "00"
010910           MOVE JOB TO IMMAGINE-UDLW
010920           MOVE "S"               TO TROVATO-UDLW
010930          ELSE
010940           MOVE "N"               TO TROVATO-UDLW
010950          END-IF.
010960
010970          CLOSE ARKJOB.
010980
010990 EX-LEGGI-JOB-UDLW.
011000          EXIT.
011010
011020 RIMETTI-JOB-UDLW.
011030
011040          OPEN I-O ARKJOB.
011050
011060          IF STATUS-JOB NOT = "00"
011070           IF REC-NUOVO AND STATUS-JOB = "35"
011080            MOVE "S"              TO RIMESSO-UDLW
011090           END-IF
011100           GO TO EX-RIMETTI-JOB-UDLW
011110          END-IF.
011120
011130          MOVE CHIAVE-REC-UDL     TO CHIAVE-JOB.
011140          READ ARKJOB
011150           INVALID KEY CONTINUE
011160          END-READ.
011170          MOVE STATUS-JOB         TO LETTO-UDLW.
011180
011190          IF REC-ESISTEVA
011200           MOVE IMMAGINE-UDL      TO JOB
011210           IF LETTO-UDLW = "00"
011220            REWRITE JOB
011230             INVALID KEY CONTINUE
011240            END-REWRITE
011250           ELSE
011260            WRITE JOB
011270             INVALID KEY CONTINUE
011280            END-WRITE
011290           END-IF
011300          ELSE
011310           IF LETTO-UDLW = "00"
011320            DELETE ARKJOB RECORD
011330             INVALID KEY CONTINUE
011340            END-DELETE
011350           END-IF
011360          END-IF.
011370
011380          IF STATUS-JOB = "00"
011390           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
011400           MOVE "S"               TO RIMESSO-UDLW
011410          END-IF.
011420
011430          CLOSE ARKJOB.
011440
011450 EX-RIMETTI-JOB-UDLW.
011460          EXIT.
011470*
011480***** ARKALI
011490*
011500 LEGGI-ALI-UDLW.
011510
011520          OPEN INPUT ARKALI.
011530
011540          IF STATUS-ALI = "35"
011550           MOVE "N"               TO TROVATO-UDLW
011560           GO TO EX-LEGGI-ALI-UDLW
011570          END-IF.
011580
011590          IF STATUS-ALI NOT = "00"
011600           GO TO EX-LEGGI-ALI-UDLW
011610          END-IF.
011620
011630          MOVE LK-CHIAVE-UDLW     TO CHIAVE-ALI.
011640          READ ARKALI
011650           INVALID KEY CONTINUE
011660          END-READ.
011670
011680          IF STATUS-ALI = "00"
011690           MOVE ALIAS-UTENTE TO IMMAGINE-UDLW
011700           MOVE "S"               TO TROVATO-UDLW
011710          ELSE
011720           MOVE "N"               TO TROVATO-UDLW
011730          END-IF.
011740
011750          CLOSE ARKALI.
011760
011770 EX-LEGGI-ALI-UDLW.
011780          EXIT.
011790
011800 RIMETTI-ALI-UDLW.
011810
011820          OPEN I-O ARKALI.
011830
011840          IF STATUS-ALI NOT = "00"
011850           IF REC-NUOVO AND STATUS-ALI = "35"
011860            MOVE "S"              TO RIMESSO-UDLW
011870           END-IF
011880           GO TO EX-RIMETTI-ALI-UDLW
011890          END-IF.
011900
011910          MOVE CHIAVE-REC-UDL     TO CHIAVE-ALI.
011920          READ ARKALI
011930           INVALID KEY CONTINUE
011940          END-READ.
011950          MOVE STATUS-ALI         TO LETTO-UDLW.
011960
011970          IF REC-ESISTEVA
011980           MOVE IMMAGINE-UDL      TO ALIAS-UTENTE
011990           IF LETTO-UDLW = "00"
012000            REWRITE ALIAS-UTENTE
012010             INVALID KEY CONTINUE
012020            END-REWRITE
012030           ELSE
012040            WRITE ALIAS-UTENTE
012050             INVALID KEY CONTINUE
012060            END-WRITE
012070           END-IF
012080          ELSE
012090           IF LETTO-UDLW = "00"
012100            DELETE ARKALI RECORD
012110             INVALID KEY CONTINUE
012120            END-DELETE
012130           END-IF
012140          END-IF.
012150
012160          IF STATUS-ALI = "00"
012170           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
012180           MOVE "S"               TO RIMESSO-UDLW
012190          END-IF.
012200
012210          CLOSE ARKALI.
012220
012230 EX-RIMETTI-ALI-UDLW.
012240          EXIT.
012250*
012260***** ARKABI
012270*
012280 LEGGI-ABI-UDLW.
012290
012300          OPEN INPUT ARKABI.
012310
012320          IF STATUS-ABI = "35"
012330           MOVE "N"               TO TROVATO-UDLW
012340           GO TO EX-LEGGI-ABI-UDLW
012350          END-IF.
012360
012370          IF STATUS-ABI NOT = "00"
012380           GO TO EX-LEGGI-ABI-UDLW
012390          END-IF.
012400
012410          MOVE LK-CHIAVE-UDLW     TO CHIAVE-ABI.
012420          READ ARKABI
012430           INVALID KEY CONTINUE
012440          END-READ.
012450
012460          IF STATUS-ABI = "00"
012470           MOVE ABILITAZIONE TO IMMAGINE-UDLW
012480           MOVE "S"               TO TROVATO-UDLW
012490          ELSE
012500           MOVE "N"               TO TROVATO-UDLW
012510          END-IF.
012520
012530          CLOSE ARKABI.
012540
012550 EX-LEGGI-ABI-UDLW.
012560          EXIT.
012570
012580 RIMETTI-ABI-UDLW.
012590
012600          OPEN I-O ARKABI.
012610
012620          IF STATUS-ABI NOT = "00"
012630           IF REC-NUOVO AND STATUS-ABI = "35"
012640            MOVE "S"              TO RIMESSO-UDLW
012650           END-IF
012660           GO TO EX-RIMETTI-ABI-UDLW
012670          END-IF.
012680
012690          MOVE CHIAVE-REC-UDL     TO CHIAVE-ABI.
012700          READ ARKABI
012710           INVALID KEY CONTINUE
012720          END-READ.
012730          MOVE STATUS-ABI         TO LETTO-UDLW.
012740
012750          IF REC-ESISTEVA
012760           MOVE IMMAGINE-UDL      TO ABILITAZIONE
012770           IF LETTO-UDLW = "00"
012780            REWRITE ABILITAZIONE
012790             INVALID KEY CONTINUE
012800            END-REWRITE
012810           ELSE
012820            WRITE ABILITAZIONE
012830             INVALID KEY CONTINUE
012840            END-WRITE
012850           END-IF
012860          ELSE
012870           IF LETTO-UDLW = "00"
012880            DELETE ARKABI RECORD
012890             INVALID KEY CONTINUE
012900            END-DELETE
012910           END-IF
012920          END-IF.
012930
012940          IF STATUS-ABI = "00"
012950           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
012960           MOVE "S"               TO RIMESSO-UDLW
012970          END-IF.
012980
012990          CLOSE ARKABI.
013000
013010 EX-RIMETTI-ABI-UDLW.
013020          EXIT.
013030*
013040***** ARKGER
013050*
013060 LEGGI-GER-UDLW.
013070
013080          OPEN INPUT ARKGER.
013090
013100          IF STATUS-GER = "35"
013110           MOVE "N"               TO TROVATO-UDLW
013120           GO TO EX-LEGGI-GER-UDLW
013130          END-IF.
013140
013150          IF STATUS-GER NOT = "00"
013160           GO TO EX-LEGGI-GER-UDLW
013170          END-IF.
013180
013190          MOVE LK-CHIAVE-UDLW     TO CHIAVE-GER.
013200          READ ARKGER
013210           INVALID KEY CONTINUE
013220          END-READ.
013230
013240          IF STATUS-GER = "00"
013250           MOVE GERARCHIA-GRUPPO TO IMMAGINE-UDLW
013260           MOVE "S"               TO TROVATO-UDLW
013270          ELSE
013280           MOVE "N"               TO TROVATO-UDLW
013290          END-IF.
013300
013310          CLOSE ARKGER.
013320
013330 EX-LEGGI-GER-UDLW.
013340          EXIT.
013350
013360 RIMETTI-GER-UDLW.
013370
013380          OPEN I-O ARKGER.
013390
013400          IF STATUS-GER NOT = "00"
013410           IF REC-NUOVO AND STATUS-GER = "35"
013420            MOVE "S"              TO RIMESSO-UDLW
013430           END-IF
013440           GO TO EX-RIMETTI-GER-UDLW
013450          END-IF.
013460
013470          MOVE CHIAVE-REC-UDL     TO CHIAVE-GER.
013480          READ ARKGER
013490           INVALID KEY CONTINUE
013500          END-READ.
013510          MOVE STATUS-GER         TO LETTO-UDLW.
013520
013530          IF REC-ESISTEVA
013540           MOVE IMMAGINE-UDL      TO GERARCHIA-GRUPPO
013550           IF LETTO-UDLW = "00"
013560            REWRITE GERARCHIA-GRUPPO
013570             INVALID KEY CONTINUE
013580            END-REWRITE
013590           ELSE
013600            WRITE GERARCHIA-GRUPPO
013610             INVALID KEY CONTINUE
013620            END-WRITE
013630           END-IF
013640          ELSE
013650           IF LETTO-UDLW = "00"
013660            DELETE ARKGER RECORD
013670             INVALID KEY CONTINUE
013680            END-DELETE
013690           END-IF
013700          END-IF.
013710
013720          IF STATUS-GER = "00"
013730           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
013740           MOVE "S"               TO RIMESSO-UDLW
013750          END-IF.
013760
013770          CLOSE ARKGER.
013780
013790 EX-RIMETTI-GER-UDLW.
013800          EXIT.
013810*
013811***** ARKTAB
013812*
013813 LEGGI-TAB-UDLW.
013814
013815          OPEN INPUT ARKTAB.
013816
013817          IF STATUS-TAB = "35"
013818           MOVE "N"               TO TROVATO-UDLW
013819           GO TO EX-LEGGI-TAB-UDLW
013820          END-IF.
013821
013822          IF STATUS-TAB NOT = "00"
013823           GO TO EX-LEGGI-TAB-UDLW
013824          END-IF.
013825
013826          MOVE LK-CHIAVE-UDLW     TO CHIAVE-TAB.
013827          READ ARKTAB
013828           INVALID KEY CONTINUE
013829          END-READ.
013830
013831          IF STATUS-TAB = "00"
013832           MOVE TABELLA-002 TO IMMAGINE-UDLW
013833           MOVE "S"               TO TROVATO-UDLW
013834          ELSE
013835           MOVE "N"               TO TROVATO-UDLW
013836          END-IF.
013837
013838          CLOSE ARKTAB.
013839
013840 EX-LEGGI-TAB-UDLW.
013841          EXIT.
013842
013843 RIMETTI-TAB-UDLW.
013844
013845          OPEN I-O ARKTAB.
013846
013847          IF STATUS-TAB NOT = "00"
013848           IF REC-NUOVO AND STATUS-TAB = "35"
013849            MOVE "S"              TO RIMESSO-UDLW
013850           END-IF
013851           GO TO EX-RIMETTI-TAB-UDLW
013852          END-IF.
013853
013854          MOVE CHIAVE-REC-UDL     TO CHIAVE-TAB.
013855          READ ARKTAB
013856           INVALID KEY CONTINUE
013857          END-READ.
013858          MOVE STATUS-TAB         TO LETTO-UDLW.
013859
013860          IF REC-ESISTEVA
013861           MOVE IMMAGINE-UDL      TO TABELLA-002
013862           IF LETTO-UDLW = "00"
013863            REWRITE TABELLA-002
013864             INVALID KEY CONTINUE
013865            END-REWRITE
013866           ELSE
013867            WRITE TABELLA-002
013868             INVALID KEY CONTINUE
013869            END-WRITE
013870           END-IF
013871          ELSE
013872           IF LETTO-UDLW = "00"
013873            DELETE ARKTAB RECORD
013874             INVALID KEY CONTINUE
013875            END-DELETE
013876           END-IF
013877          END-IF.
013878
013879          IF STATUS-TAB = "00"
013880           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
013881           MOVE "S"               TO RIMESSO-UDLW
013882          END-IF.
013883
013884          CLOSE ARKTAB.
013885
013886 EX-RIMETTI-TAB-UDLW.
013887          EXIT.
013888*
013889***** ARKUSE
013890*
013891 LEGGI-USE-UDLW.
013892
013893          OPEN INPUT ARKUSE.
013894
013895          IF STATUS-USE = "35"
013896           MOVE "N"               TO TROVATO-UDLW
013897           GO TO EX-LEGGI-USE-UDLW
013898          END-IF.
013899
013900          IF STATUS-USE NOT = "00"
013901           GO TO EX-LEGGI-USE-UDLW
013902          END-IF.
013903
013904          MOVE LK-CHIAVE-UDLW     TO CHIAVE-USE.
013905          READ ARKUSE
013906           INVALID KEY CONTINUE
013907          END-READ.
013908
013909          IF STATUS-USE = "00"
013910           MOVE CONTEGGIO-USE TO IMMAGINE-UDLW
013911           MOVE "S"               TO TROVATO-UDLW
013912          ELSE
013913           MOVE "N"               TO TROVATO-UDLW
013914          END-IF.
013915
013916          CLOSE ARKUSE.
013917
013918 EX-LEGGI-USE-UDLW.
013919          EXIT.
013920
013921 RIMETTI-USE-UDLW.
013922
013923          OPEN I-O ARKUSE.
013924
013925          IF STATUS-USE NOT = "00"
013926           IF REC-NUOVO AND STATUS-USE = "35"
013927            MOVE "S"              TO RIMESSO-UDLW
013928           END-IF
013929           GO TO EX-RIMETTI-USE-UDLW
013930          END-IF.
013931
013932          MOVE CHIAVE-REC-UDL     TO CHIAVE-USE.
013933          READ ARKUSE
013934           INVALID KEY CONTINUE
013935          END-READ.
013936          MOVE STATUS-USE         TO LETTO-UDLW.
013937
013938          IF REC-ESISTEVA
013939           MOVE IMMAGINE-UDL      TO CONTEGGIO-USE
013940           IF LETTO-UDLW = "00"
013941            REWRITE CONTEGGIO-USE
013942             INVALID KEY CONTINUE
013943            END-REWRITE
013944           ELSE
013945            WRITE CONTEGGIO-USE
013946             INVALID KEY CONTINUE
013947            END-WRITE
013948           END-IF
013949          ELSE
013950           IF LETTO-UDLW = "00"
013951            DELETE ARKUSE RECORD
013952             INVALID KEY CONTINUE
013953            END-DELETE
013954           END-IF
013955          END-IF.
013956
013957          IF STATUS-USE = "00"
013958           OR (REC-NUOVO AND LETTO-UDLW NOT = "00")
013959           MOVE "S"               TO RIMESSO-UDLW
013960          END-IF.
013961
013962          CLOSE ARKUSE.
013963
013964 EX-RIMETTI-USE-UDLW.
013965          EXIT.
