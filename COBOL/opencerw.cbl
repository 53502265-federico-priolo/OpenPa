000230* MARCA REVOCATA E TOGLIE IL PERMESSO DA ARKABI PASSANDO DA
000240* CANCELLA-ABI (QUINDI CON STORIA SU ARKABIS); funzione=stato
000250* TORNA L'AVANZAMENTO PERCENTUALE PER GRUPPO-ABI.
000251* L'UNITA' ORGANIZZATIVA DI UNA VOCE E' QUELLA DEL RESPONSABILE
000252* DEL GRUPPO (OWNER-GRU SU ARKGRU, ASSEGNATO SU ARKUOA): LA
000253* WORKLIST LA RIPORTA E SI FILTRA CON MK-unita, E funzione=stato
000254* CON MK-perunita=S DA' L'AVANZAMENTO PER UNITA' ANZICHE' PER
000255* GRUPPO ("(NESSUNA)" PER I GRUPPI SENZA RESPONSABILE ASSEGNATO).
000256* OGNI VOCE DELLA WORKLIST PORTA ANCHE IL LIMITE DI IMPORTO DEL
000257* PERMESSO (ARKLIM, STESSA CHIAVE ENTE+GRUPPO+CHIAMATA) CON LA
000258* VALUTA E L'AZIONE OLTRE IL LIMITE, VUOTO SE NON HA TETTO.
000259* LE VOCI PRIORITARIE (GRUPPI DEGLI UTENTI PIU' A RISCHIO)
000260* PORTANO PRIORITA "S" E L'UTENTE CHE LE HA SEGNALATE.
000261*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENCERW.
000290 ENVIRONMENT      DIVISION.
000410          COPY "SELABI.CBL".
000420          COPY "SELABIS.CBL".
000421          COPY "SELOUT.CBL".
000423          COPY "SELGRU.CBL".
000424          COPY "SELUOR.CBL".
000425          COPY "SELUOA.CBL".
000426          COPY "SELUTEN.CBL".
000427          COPY "SELPWH.CBL".
000428          COPY "SELTAB.CBL".
000429          COPY "SELLIM.CBL".
000430          COPY "SELJSON.CBL".
000440
000450 DATA             DIVISION.
000540          COPY "FDEABI.CBL".
000550          COPY "FDEABIS.CBL".
000551          COPY "FDEOUT.CBL".
000553          COPY "FDEGRU.CBL".
000554          COPY "FDEUOR.CBL".
000555          COPY "FDEUOA.CBL".
000556          COPY "FDEUTEN.CBL".
000557          COPY "FDEPWH.CBL".
000558          COPY "FDETAB.CBL".
000559          COPY "FDELIM.CBL".
000560          COPY "FDEJSON.CBL".
000570
000580 WORKING-STORAGE  SECTION.
000720 01 TOTALI-GRUPPO-CERW         PIC 9(07).
000730 01 DECISE-GRUPPO-CERW         PIC 9(07).
000740 01 PCT-CERW                   PIC 9(03).
000741*
000742** UNITA' ORGANIZZATIVA DELLE VOCI: FILTRO MK-unita, RICHIESTA DI
000743** AVANZAMENTO PER UNITA', UNITA' DEL GRUPPO IN ESAME (RICORDATA
000744** PER NON RILEGGERE ARKGRU/ARKUOA AD OGNI VOCE DEL GRUPPO)
000745*
000746 01 FILTRO-UNITA-CERW         PIC X(08).
000747 01 PER-UNITA-CERW            PIC X.
000748 01 UNITA-GRUPPO-CERW         PIC X(08).
000749 01 ULTIMO-GRUPPO-CERW        PIC 9(05).
000750*
000751** AVANZAMENTO PER UNITA': UNA CASELLA PER UNITA' INCONTRATA, LA
000752** PRIMA PER I GRUPPI SENZA UNITA'; OLTRE LE 200 IL RESTO FINISCE
000753** NELL'ULTIMA CASELLA, "*ALTRE*"
000754*
000755 01 TAB-UNITA-CERW.
000756    02 CASELLA-UNITA-CERW OCCURS 200 TIMES.
000757       03 CODICE-UNITA-CERW   PIC X(08).
000758       03 TOTALI-UNITA-CERW   PIC 9(07).
000759       03 DECISE-UNITA-CERW   PIC 9(07).
000760 01 NUM-UNITA-CERW            PIC 9(03) COMP.
000761 01 IND-UNITA-CERW            PIC 9(03) COMP.
000762 01 DESC-UNITA-CERW           PIC X(40).
000763*
000764** POSIZIONE NELL'URL DI RIPETIZIONE DELLA REVOCA (PIOSTEP)
000765*
000766 01 PTR-STEP-CERW             PIC 9(04).
000767*
000768** LIMITE DI IMPORTO DELLA VOCE IN ELENCO
000769*
000770 01 TESTO-LIMITE-CERW         PIC X(24).
000771 01 IMPORTO-ED-CERW           PIC Z(11)9,99.
000772 01 SPAZI-CERW                PIC 9(02).
000773*
000774 PROCEDURE  DIVISION.
000775*
000780          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.

000781*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000930          IF COBW3-SEARCH-FLAG-EXIST AND NUMERO-WEB NOT > 9999
000940           MOVE NUMERO-WEB        TO FILTRO-GRUPPO-CERW
000950          END-IF.
000951
000952          MOVE "MK-unita"         TO FIELD-WEB.
000953          PERFORM READ-WEB        THRU EX-READ-WEB.
000954          MOVE SPACES             TO FILTRO-UNITA-CERW.
000955          IF COBW3-SEARCH-FLAG-EXIST
000956           MOVE VALUE-WEB(1:8)    TO FILTRO-UNITA-CERW
000957           INSPECT FILTRO-UNITA-CERW CONVERTING
000958            "abcdefghijklmnopqrstuvwxyz"
000959            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000960          END-IF.
000961
000962          MOVE "MK-perunita"      TO FIELD-WEB.
000963          PERFORM READ-WEB        THRU EX-READ-WEB.
000964          MOVE "N"                TO PER-UNITA-CERW.
000965          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "S"
000966           MOVE "S"               TO PER-UNITA-CERW
000967          END-IF.
000968
000970          MOVE "MK-OPERATORE"     TO FIELD-WEB.
000980          PERFORM READ-WEB        THRU EX-READ-WEB.
000990          MOVE SPACES             TO OPERATORE-CERW.
001090           GO TO FINE
001100          END-IF.
001110
001111*         LA REVOCA TOGLIE UN PERMESSO: UN TICKET DI CAMBIAMENTO
001112*         MK-ticket, SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
001113          IF FUNZIONE-CERW = "revoca"
001114           MOVE "OPENCERW"      TO PROGRAMMA-TKT-WEB
001115           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
001116           MOVE "ABIS"          TO ARCHIVIO-TKT-WEB
001117           MOVE SPACES TO RIFERIMENTO-TKT-WEB
001118           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
001119           IF ESITO-TKT-WEB NOT = "OK"
001120            PERFORM VIS-MESS    THRU EX-VIS-MESS
001121            GO TO FINE
001122           END-IF
001123          END-IF.
001124
001125          IF FUNZIONE-CERW = "revoca"
001130           PERFORM DECIDI-CERW    THRU EX-DECIDI-CERW
001140           GO TO FINE
001150          END-IF.
001160
001165          IF FUNZIONE-CERW = "stato" AND PER-UNITA-CERW = "S"
001166           PERFORM STATO-UNITA-CERW
001167            THRU EX-STATO-UNITA-CERW
001168           GO TO MOSTRA
001169          END-IF.
001170
001171          IF FUNZIONE-CERW = "stato"
001180           PERFORM STATO-CERW     THRU EX-STATO-CERW
001190           GO TO MOSTRA
001200          END-IF.
001460          COPY "PIOABI.CBL".
001470          COPY "PIOABIW.CBL".
001471          COPY "PIOOUT.CBL".
001473          COPY "PIOGRU.CBL".
001475          COPY "PIOUOR.CBL".
001477          COPY "PIOUOA.CBL".
001480          COPY "PIOABIS.CBL".
001490          COPY "PIOJSON.CBL".
001491          COPY "PIOUTEN.CBL".
001492          COPY "PIOPWH.CBL".
001493          COPY "PIOTAB.CBL".
001494          COPY "PIOTOTP.CBL".
001495          COPY "PIOSTEP.CBL".
001496          COPY "PIOLIM.CBL".
001500*
001510***** ELENCO DELLE VOCI PENDENTI DELLA CAMPAGNA, CON I LINK DI
001520***** CONFERMA E REVOCA (STESSA TECNICA DI ELENCO-JOB IN OPENMJOB)
001630
001640          MOVE SPACES              TO DATI-JSON.
001650          MOVE "S"                 TO PRIMA-RIGA-CERW.
001651
001652          PERFORM APRI-UNITA-CERW  THRU EX-APRI-UNITA-CERW.
001654          PERFORM OPEN-I-LIM       THRU EX-OPEN-I-LIM.
001660
001670          MOVE LOW-VALUE           TO CHIAVE-CER.
001680          MOVE CAMPAGNA-CERW       TO CAMPAGNA-CER.
001890           AND GRUPPO-CER NOT = FILTRO-GRUPPO-CERW
001900           GO TO CICLO-ELENCO-CERW
001910          END-IF.
001911
001912          PERFORM TROVA-UNITA-CERW THRU EX-TROVA-UNITA-CERW.
001913
001914          IF FILTRO-UNITA-CERW NOT = SPACES
001915           AND UNITA-GRUPPO-CERW NOT = FILTRO-UNITA-CERW
001916           GO TO CICLO-ELENCO-CERW
001917          END-IF.
001918
001919          PERFORM LIMITE-VOCE-CERW THRU EX-LIMITE-VOCE-CERW.
001920
001930          IF PRIMA-RIGA-CERW = "S"
001940           MOVE "N"                TO PRIMA-RIGA-CERW
002050           CHIAMATA-CER           DELIMITED BY SIZE
002060           '","DESC":"'            DELIMITED BY SIZE
002070           DESC-CER               DELIMITED BY SPACE
002071           '","UNITA":"'           DELIMITED BY SIZE
002072           UNITA-GRUPPO-CERW      DELIMITED BY SPACE
002073           '","PRIORITA":"'        DELIMITED BY SIZE
002074           PRIORITA-CER           DELIMITED BY SIZE
002075           '","RISCHIO":"'         DELIMITED BY SIZE
002076           RISCHIO-CER            DELIMITED BY SPACE
002077           '","LIMITE":"'          DELIMITED BY SIZE
002078           TESTO-LIMITE-CERW      DELIMITED BY "  "
002080           '",'                    DELIMITED BY SIZE
002090           INTO DATI-JSON.
002100          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002120          STRING '"CONFERMA":"'    DELIMITED BY SIZE
002130           '<a href=opencerw.exe?MK-KEY=' DELIMITED BY SIZE
002140           SECTION-WEB            DELIMITED BY SIZE
002145           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002150           "&MK-FUNZIONE=conferma&MK-campagna=" DELIMITED BY SIZE
002160           CAMPAGNA-CER           DELIMITED BY SIZE
002170           "&MK-ente=" DELIMITED BY SIZE
002280          STRING '"REVOCA":"'      DELIMITED BY SIZE
002290           '<a href=opencerw.exe?MK-KEY=' DELIMITED BY SIZE
002300           SECTION-WEB            DELIMITED BY SIZE
002305           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002310           "&MK-FUNZIONE=revoca&MK-campagna=" DELIMITED BY SIZE
002320           CAMPAGNA-CER           DELIMITED BY SIZE
002330           "&MK-ente=" DELIMITED BY SIZE
002490          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002500
002510          CLOSE ARKJSON.
002515
002517          PERFORM CHIUDI-UNITA-CERW THRU EX-CHIUDI-UNITA-CERW.
002518          PERFORM CLOSE-LIM        THRU EX-CLOSE-LIM.
002520
002530 EX-ELENCO-CERW.
002540          EXIT.
002541*
002542***** LIMITE DI IMPORTO DEL PERMESSO IN RICERTIFICAZIONE: CHI
002543***** CONFERMA LA VOCE CONFERMA ANCHE IL SUO TETTO
002544*
002545 LIMITE-VOCE-CERW.
002546
002547          MOVE SPACES              TO TESTO-LIMITE-CERW.
002548
002549          MOVE ENTE-CER            TO ENTE-LIM.
002550          MOVE GRUPPO-CER          TO GRUPPO-LIM.
002551          MOVE CHIAMATA-CER        TO CHIAMATA-LIM.
002552          PERFORM LEGGO-LIM        THRU EX-LEGGO-LIM.
002553
002554          IF ESITO-NOK GO TO EX-LIMITE-VOCE-CERW.
002555
002556          IF VALUTA-LIM = SPACES
002557           MOVE "EUR"              TO VALUTA-LIM
002558          END-IF.
002559          MOVE IMPORTO-MAX-LIM     TO IMPORTO-ED-CERW.
002560          MOVE ZEROS               TO SPAZI-CERW.
002561          INSPECT IMPORTO-ED-CERW TALLYING SPAZI-CERW
002562           FOR LEADING SPACES.
002563          ADD 1                    TO SPAZI-CERW.
002564          STRING VALUTA-LIM " " IMPORTO-ED-CERW(SPAZI-CERW:)
002565           " " AZIONE-LIM
002566           DELIMITED BY SIZE INTO TESTO-LIMITE-CERW.
002567
002568 EX-LIMITE-VOCE-CERW.
002569          EXIT.
002570*
002571***** DECISIONE SU UNA VOCE: CONFERMA = SOLO MARCATURA; REVOCA =
002572***** MARCATURA + RITIRO DEL PERMESSO DA ARKABI VIA CANCELLA-ABI,
002580***** COSI' ARKABIS REGISTRA LA REVOCA COME OGNI ALTRA
002590*
002600 DECIDI-CERW.
002870           GO TO EX-DECIDI-CERW
002880          END-IF.
002890
002891*         LA REVOCA TOGLIE UN PERMESSO: PRIMA IL REVISORE
002892*         CONFERMA LA PROPRIA IDENTITA' (PIOSTEP)
002893          IF FUNZIONE-CERW = "revoca"
002894           PERFORM STEP-REVOCA-CERW THRU EX-STEP-REVOCA-CERW
002895           IF NOT STEP-SUPERATO GO TO EX-DECIDI-CERW END-IF
002896          END-IF.
002897
002900          IF FUNZIONE-CERW = "revoca"
002910           PERFORM REVOCA-PERMESSO-CERW
002920            THRU EX-REVOCA-PERMESSO-CERW
003100
003110 EX-DECIDI-CERW.
003120          EXIT.
003121*
003122***** CONFERMA D'IDENTITA' DEL REVISORE PRIMA DELLA REVOCA;
003123***** L'URL DI RIPETIZIONE RIPORTA LA VOCE E L'EVENTUALE TICKET
003124*
003125 STEP-REVOCA-CERW.
003126
003127          MOVE "OPENCERW"         TO CHIAMATA-STEP-WEB.
003128          MOVE OPERATORE-CERW     TO OPERATORE-STEP-WEB.
003129          MOVE SPACES             TO RIPETI-STEP-WEB.
003130          MOVE 1                  TO PTR-STEP-CERW.
003131          STRING "opencerw.exe?MK-KEY=" SECTION-WEB
003132           "&MK-OPERATORE=" OPERATORE-CERW
003133           "&MK-FORM=" TOKEN-FORM-SES-WEB
003134           "&MK-FUNZIONE=revoca&MK-campagna=" CAMPAGNA-CER
003135           "&MK-ente=" ENTE-CER "&MK-gruppo=" GRUPPO-CER
003136           "&MK-chiamata=" CHIAMATA-CER
003137           DELIMITED BY SPACE INTO RIPETI-STEP-WEB
003138           WITH POINTER PTR-STEP-CERW.
003139
003140          IF NUMERO-TKT-WEB NOT = ZEROS
003141           STRING "&MK-ticket=" NUMERO-TKT-WEB
003142            DELIMITED BY SIZE INTO RIPETI-STEP-WEB
003143            WITH POINTER PTR-STEP-CERW
003144          END-IF.
003145
003146          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
003147          PERFORM VERIFICA-STEP   THRU EX-VERIFICA-STEP.
003148          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
003149
003150 EX-STEP-REVOCA-CERW.
003151          EXIT.
003152*
003153 REVOCA-PERMESSO-CERW.
003154
003160          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
003170          PERFORM OPEN-I-ABIS     THRU EX-OPEN-I-ABIS.
003180
004310
004320 EX-SCRIVI-STATO-CERW.
004330          EXIT.
004340*
004350***** AVANZAMENTO PER UNITA' ORGANIZZATIVA: LE VOCI DELLA CAMPAGNA
004360***** SONO SOMMATE NELLA CASELLA DELL'UNITA' DEL LORO GRUPPO, POI
004370***** UNA RIGA JSON PER CASELLA CON LA DESCRIZIONE DA ARKUOR
004380*
004390 STATO-UNITA-CERW.
004400
004410          MOVE SPACES              TO NOME-JSON.
004420          MOVE "RICERTSTATO"       TO NOME-JSON.
004430
004440          PERFORM OPEN-O-JSON      THRU EX-OPEN-O-JSON.
004450
004460          MOVE "{""rows"":["       TO DATI-JSON.
004470          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
004480
004490          MOVE SPACES              TO DATI-JSON.
004500          MOVE "S"                 TO PRIMA-RIGA-CERW.
004510
004520          PERFORM APRI-UNITA-CERW  THRU EX-APRI-UNITA-CERW.
004530
004540          INITIALIZE TAB-UNITA-CERW.
004550          MOVE 1                   TO NUM-UNITA-CERW.
004560
004570          MOVE LOW-VALUE           TO CHIAVE-CER.
004580          MOVE CAMPAGNA-CERW       TO CAMPAGNA-CER.
004590
004600          PERFORM STARTO-CER       THRU EX-STARTO-CER.
004610
004620          IF ESITO-NOK GO TO SCRIVI-UNITA-CERW.
004630
004640 CICLO-STATO-UNITA-CERW.
004650
004660          PERFORM LEGGO-NEXT-CER   THRU EX-LEGGO-NEXT-CER.
004670
004680          IF FINE-FILE = "S" GO TO SCRIVI-UNITA-CERW.
004690
004700          IF CAMPAGNA-CER NOT = CAMPAGNA-CERW
004710           GO TO SCRIVI-UNITA-CERW
004720          END-IF.
004730
004740          PERFORM TROVA-UNITA-CERW THRU EX-TROVA-UNITA-CERW.
004750
004760          PERFORM CERCA-CASELLA-CERW THRU EX-CERCA-CASELLA-CERW
004770           VARYING IND-UNITA-CERW FROM 1 BY 1
004780           UNTIL IND-UNITA-CERW > NUM-UNITA-CERW
004790           OR CODICE-UNITA-CERW(IND-UNITA-CERW)
004800            = UNITA-GRUPPO-CERW.
004810
004820          IF IND-UNITA-CERW > NUM-UNITA-CERW
004830           IF NUM-UNITA-CERW < 200
004840            ADD 1                  TO NUM-UNITA-CERW
004850            MOVE UNITA-GRUPPO-CERW
004860             TO CODICE-UNITA-CERW(NUM-UNITA-CERW)
004870           ELSE
004880            MOVE "*ALTRE*"         TO CODICE-UNITA-CERW(200)
004890           END-IF
004900           MOVE NUM-UNITA-CERW     TO IND-UNITA-CERW
004910          END-IF.
004920
004930          ADD 1
004940           TO TOTALI-UNITA-CERW(IND-UNITA-CERW).
004950          IF NOT CER-PENDENTE
004960           ADD 1
004970            TO DECISE-UNITA-CERW(IND-UNITA-CERW)
004980          END-IF.
004990
005000          GO TO CICLO-STATO-UNITA-CERW.
005010
005020 SCRIVI-UNITA-CERW.
005030
005040          PERFORM RIGA-UNITA-CERW  THRU EX-RIGA-UNITA-CERW
005050           VARYING IND-UNITA-CERW FROM 1 BY 1
005060           UNTIL IND-UNITA-CERW > NUM-UNITA-CERW.
005070
005080          MOVE "]}"                TO DATI-JSON.
005090          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
005100
005110          CLOSE ARKJSON.
005120
005130          PERFORM CHIUDI-UNITA-CERW THRU EX-CHIUDI-UNITA-CERW.
005140
005150 EX-STATO-UNITA-CERW.
005160          EXIT.
005170*
005180 CERCA-CASELLA-CERW.
005190 EX-CERCA-CASELLA-CERW.
005200          EXIT.
005210*
005220 RIGA-UNITA-CERW.
005230
005240          IF TOTALI-UNITA-CERW(IND-UNITA-CERW) = ZEROS
005250           GO TO EX-RIGA-UNITA-CERW
005260          END-IF.
005270
005280          COMPUTE PCT-CERW =
005290           (DECISE-UNITA-CERW(IND-UNITA-CERW) * 100)
005300           / TOTALI-UNITA-CERW(IND-UNITA-CERW).
005310
005320          MOVE SPACES              TO DESC-UNITA-CERW.
005330          IF CODICE-UNITA-CERW(IND-UNITA-CERW) = SPACES
005340           MOVE "(NESSUNA)"        TO DESC-UNITA-CERW
005350          ELSE
005360           MOVE CODICE-UNITA-CERW(IND-UNITA-CERW) TO CODICE-UOR
005370           PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR
005380           IF ESITO-OK
005390            MOVE DESC-UOR          TO DESC-UNITA-CERW
005400           END-IF
005410          END-IF.
005420
005430          IF PRIMA-RIGA-CERW = "S"
005440           MOVE "N"                TO PRIMA-RIGA-CERW
005450          ELSE
005460           MOVE ","                TO DATI-JSON
005470           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
005480          END-IF.
005490
005500          MOVE SPACES              TO STRINGA-JSON.
005510          MOVE DESC-UNITA-CERW     TO STRINGA-JSON.
005520          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
005530
005540          STRING '{"UNITA":"'      DELIMITED BY SIZE
005550           CODICE-UNITA-CERW(IND-UNITA-CERW) DELIMITED BY SPACE
005560           '","DESC":"'            DELIMITED BY SIZE
005570           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
005580           '",'                    DELIMITED BY SIZE
005590           INTO DATI-JSON.
005600          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
005610
005620          STRING '"TOTALI":"'      DELIMITED BY SIZE
005630           TOTALI-UNITA-CERW(IND-UNITA-CERW) DELIMITED BY SIZE
005640           '","DECISE":"'          DELIMITED BY SIZE
005650           DECISE-UNITA-CERW(IND-UNITA-CERW) DELIMITED BY SIZE
005660           '","PCT":"'             DELIMITED BY SIZE
005670           PCT-CERW                DELIMITED BY SIZE
005680           '"}'                    DELIMITED BY SIZE
005690           INTO DATI-JSON.
005700          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
005710
005720 EX-RIGA-UNITA-CERW.
005730          EXIT.
005740*
005750***** UNITA' DEL GRUPPO DELLA VOCE CORRENTE: QUELLA A CUI E'
005760***** ASSEGNATO IL SUO RESPONSABILE, SPAZI SE NON C'E'
005770*
005780 TROVA-UNITA-CERW.
005790
005800          IF GRUPPO-CER = ULTIMO-GRUPPO-CERW
005810           GO TO EX-TROVA-UNITA-CERW
005820          END-IF.
005830
005840          MOVE GRUPPO-CER          TO ULTIMO-GRUPPO-CERW.
005850          MOVE SPACES              TO UNITA-GRUPPO-CERW.
005860
005870          MOVE GRUPPO-CER          TO GRUPPO-GRU.
005880          PERFORM LEGGO-GRU        THRU EX-LEGGO-GRU.
005890          IF ESITO-NOK OR OWNER-GRU = SPACES
005900           GO TO EX-TROVA-UNITA-CERW
005910          END-IF.
005920
005930          MOVE OWNER-GRU           TO UTENTE-UOA.
005940          PERFORM LEGGO-UOA        THRU EX-LEGGO-UOA.
005950          IF ESITO-OK
005960           MOVE UNITA-UOA          TO UNITA-GRUPPO-CERW
005970          END-IF.
005980
005990 EX-TROVA-UNITA-CERW.
006000          EXIT.
006010*
006020 APRI-UNITA-CERW.
006030
006040          PERFORM OPEN-I-GRU       THRU EX-OPEN-I-GRU.
006050          PERFORM OPEN-I-UOR       THRU EX-OPEN-I-UOR.
006060          PERFORM OPEN-I-UOA       THRU EX-OPEN-I-UOA.
006070          MOVE 99999               TO ULTIMO-GRUPPO-CERW.
006080
006090 EX-APRI-UNITA-CERW.
006100          EXIT.
006110*
006120 CHIUDI-UNITA-CERW.
006130
006140          PERFORM CLOSE-UOA        THRU EX-CLOSE-UOA.
006150          PERFORM CLOSE-UOR        THRU EX-CLOSE-UOR.
006160          PERFORM CLOSE-GRU        THRU EX-CLOSE-GRU.
006170
006180 EX-CHIUDI-UNITA-CERW.
006190          EXIT.
006200
