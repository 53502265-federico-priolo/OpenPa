000200* FARE QUESTO UTENTE", QUI SI RISPONDE ALL'AUDIT CHE CHIEDE
000210* "CHI PUO' APRIRE QUESTA CHIAMATA". MK-mod/MK-ent/MK-funz
000220* INDICANO LA CHIAMATA (MK-ente L'ENTE, DEFAULT 00); PER OGNI
000225* UTENTE ATTIVO DEI GRUPPI CHE POSSONO AVERE LA CHIAMATA (LETTI
000227* PER CHIAVE ALTERNATA, VEDI CANDIDATI-WHOC)
000230* SI PROVA IL DIRITTO EFFETTIVO CON AUTORIZZA-GER
000240* (GRUPPO BASE PIU' EXTRA, CON EREDITARIETA', NEGATE E SCADENZE
000250* COME ALLA PORTA VERA) E CHI PASSA ENTRA IN GRIGLIA CON LA
000260* FONTE DEL DIRITTO: GRUPPO PRIMARIO, GRUPPO EXTRA, EREDITATO
000790 01 PRIMA-RIGA-WHOC            PIC X.
000800 01 AMMESSI-WHOC               PIC 9(05).
000810 01 ESAMINATI-WHOC             PIC 9(05).
000811*
000812** GRUPPI CANDIDATI: QUELLI CON UNA RIGA ARKABI NON NEGATA SUL
000813** MODULO CHIESTO (ENT ESATTO O JOLLY) NELL'ENTE, PIU' I LORO
000814** DISCENDENTI IN ARKGER; SI LEGGONO SOLO I LORO UTENTI PER
000815** GRUPPO-UTEN, POI GLI UTENTI CON GRUPPI EXTRA. IL DIRITTO
000816** VERO LO DECIDE SEMPRE PROVA-UTENTE-WHOC
000817*
000818 01 TAB-CANDIDATI-WHOC.
000819    02 CANDIDATO-WHOC          PIC X OCCURS 9999 TIMES.
000820 01 GRUPPO-CORR-WHOC           PIC 9(05).
000821 01 FASE-WHOC                  PIC 9.
000822 01 AGGIUNTI-WHOC              PIC X.
000823 01 PASSATE-WHOC               PIC 9(02).
000824*
000830 PROCEDURE  DIVISION.
000840*
000850          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001790          MOVE ZEROS              TO AMMESSI-WHOC
001800                                     ESAMINATI-WHOC.
001810
001820          PERFORM APRI-PERCORSO-WHOC
001830           THRU EX-APRI-PERCORSO-WHOC.
001860
001870 CICLO-ELENCO-WHOC.
001880
001890          PERFORM PROSSIMO-PERCORSO-WHOC
001900           THRU EX-PROSSIMO-PERCORSO-WHOC.
001910
001920          IF FINE-FILE = "S" GO TO FINE-ELENCO-WHOC.
001940
001950          ADD 1                   TO ESAMINATI-WHOC.
001960
003570           DELIMITED BY SIZE INTO DATI-CSV.
003580          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
003590
003600          PERFORM APRI-PERCORSO-WHOC
003610           THRU EX-APRI-PERCORSO-WHOC.
003640
003650 CICLO-ESPORTA-WHOC.
003660
003670          PERFORM PROSSIMO-PERCORSO-WHOC
003680           THRU EX-PROSSIMO-PERCORSO-WHOC.
003690
003700          IF FINE-FILE = "S" GO TO FINE-ESPORTA-WHOC.
003720
003730          PERFORM PROVA-UTENTE-WHOC
003740           THRU EX-PROVA-UTENTE-WHOC.
004160
004170 EX-ESPORTA-WHOC.
004180          EXIT.
004190*
004200***** GRUPPI CANDIDATI: RANGE DELL'ENTE SU ARKABI, POI PASSATE SU
004210***** ARKGER FINCHE' SI AGGIUNGONO FIGLI DI CANDIDATI (AL PIU'
004220***** 10, COME I LIVELLI DI AUTORIZZA-GER)
004230*
004240 CANDIDATI-WHOC.
004250
004260          MOVE SPACES             TO TAB-CANDIDATI-WHOC.
004270
004280          MOVE ENTE-WHOC          TO ENTE-ABI.
004290          MOVE ZEROS              TO GRUPPO-ABI.
004300          MOVE LOW-VALUE          TO CHIAMATA-ABI.
004310          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
004320
004330          IF ESITO-NOK GO TO EREDI-WHOC.
004340
004350 CICLO-CANDIDATI-WHOC.
004360
004370          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
004380
004390          IF FINE-FILE = "S" GO TO EREDI-WHOC.
004400
004410          IF ENTE-ABI NOT = ENTE-WHOC GO TO EREDI-WHOC.
004420
004430          IF MOD-ABI = MOD-WHOC AND NOT ABI-NEGATA
004440           AND (ENT-ABI = ENT-WHOC OR ENT-ABI = SPACES)
004450           AND GRUPPO-ABI > ZEROS
004460           MOVE "S"               TO CANDIDATO-WHOC(GRUPPO-ABI)
004470          END-IF.
004480
004490          GO TO CICLO-CANDIDATI-WHOC.
004500
004510 EREDI-WHOC.
004520
004530          MOVE ZEROS              TO PASSATE-WHOC.
004540
004550 PASSATA-EREDI-WHOC.
004560
004570          MOVE "N"                TO AGGIUNTI-WHOC.
004580
004590          MOVE LOW-VALUE          TO CHIAVE-GER.
004600          PERFORM STARTO-GER      THRU EX-STARTO-GER.
004610
004620          IF ESITO-NOK GO TO EX-CANDIDATI-WHOC.
004630
004640 CICLO-EREDI-WHOC.
004650
004660          PERFORM LEGGO-NEXT-GER  THRU EX-LEGGO-NEXT-GER.
004670
004680          IF FINE-FILE = "S" GO TO FINE-PASSATA-WHOC.
004690
004700          IF GRUPPO-PADRE-GER > ZEROS
004710           AND GRUPPO-FIGLIO-GER > ZEROS
004720           AND CANDIDATO-WHOC(GRUPPO-PADRE-GER) = "S"
004730           AND CANDIDATO-WHOC(GRUPPO-FIGLIO-GER) NOT = "S"
004740           MOVE "S"
004745            TO CANDIDATO-WHOC(GRUPPO-FIGLIO-GER)
004750           MOVE "S"               TO AGGIUNTI-WHOC
004760          END-IF.
004770
004780          GO TO CICLO-EREDI-WHOC.
004790
004800 FINE-PASSATA-WHOC.
004810
004820          ADD 1                   TO PASSATE-WHOC.
004830
004840          IF AGGIUNTI-WHOC = "S" AND PASSATE-WHOC < 10
004850           GO TO PASSATA-EREDI-WHOC
004860          END-IF.
004870
004880 EX-CANDIDATI-WHOC.
004890          EXIT.
004900*
004910***** PERCORSO SUGLI UTENTI: FASE 1 = UN RANGE DI GRUPPO-UTEN PER
004920***** OGNI GRUPPO CANDIDATO; FASE 2 = UTENTI CON GRUPPI EXTRA
004930***** (NUM-GRUPPI-UTEN > 0) IL CUI PRIMARIO NON E' CANDIDATO,
004940***** GIA' VISTI ALTRIMENTI; FASE 9 = FINE. TORNA UN UTENTE NON
004950***** CANCELLATO, O FINE-FILE = "S"
004960*
004970 APRI-PERCORSO-WHOC.
004980
004990          PERFORM CANDIDATI-WHOC  THRU EX-CANDIDATI-WHOC.
005000
005010          MOVE 1                  TO FASE-WHOC.
005020          MOVE ZEROS              TO GRUPPO-CORR-WHOC.
005030
005040 EX-APRI-PERCORSO-WHOC.
005050          EXIT.
005060
005070 PROSSIMO-PERCORSO-WHOC.
005080
005090          MOVE "S"                TO FINE-FILE.
005100
005110          IF FASE-WHOC = 9 GO TO EX-PROSSIMO-PERCORSO-WHOC.
005120
005130          IF FASE-WHOC = 2 GO TO LEGGI-EXTRA-WHOC.
005140
005150          IF GRUPPO-CORR-WHOC = ZEROS GO TO GRUPPO-SUCC-WHOC.
005160
005170          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005180
005190          IF FINE-FILE = "S" GO TO GRUPPO-SUCC-WHOC.
005200
005210          IF GRUPPO-UTEN NOT = GRUPPO-CORR-WHOC
005220           GO TO GRUPPO-SUCC-WHOC
005230          END-IF.
005240
005250          IF UTENTE-CANCELLATO GO TO PROSSIMO-PERCORSO-WHOC.
005260
005270          GO TO EX-PROSSIMO-PERCORSO-WHOC.
005280
005290 GRUPPO-SUCC-WHOC.
005300
005310          ADD 1                   TO GRUPPO-CORR-WHOC.
005320
005330          IF GRUPPO-CORR-WHOC > 9999
005340           MOVE 2                 TO FASE-WHOC
005350           MOVE ZEROS             TO NUM-GRUPPI-UTEN
005360           PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN
005370           IF ESITO-NOK
005380            MOVE 9                TO FASE-WHOC
005390           END-IF
005400           GO TO PROSSIMO-PERCORSO-WHOC
005410          END-IF.
005420
005430          IF CANDIDATO-WHOC(GRUPPO-CORR-WHOC) NOT = "S"
005440           GO TO GRUPPO-SUCC-WHOC
005450          END-IF.
005460
005470          MOVE GRUPPO-CORR-WHOC   TO GRUPPO-UTEN.
005480          PERFORM STARTO-GRUPPO-UTEN THRU EX-STARTO-GRUPPO-UTEN.
005490
005500          IF ESITO-NOK GO TO GRUPPO-SUCC-WHOC.
005510
005520          GO TO PROSSIMO-PERCORSO-WHOC.
005530
005540 LEGGI-EXTRA-WHOC.
005550
005560          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005570
005580          IF FINE-FILE = "S"
005590           MOVE 9                 TO FASE-WHOC
005600           GO TO EX-PROSSIMO-PERCORSO-WHOC
005610          END-IF.
005620
005630          IF UTENTE-CANCELLATO GO TO LEGGI-EXTRA-WHOC.
005640
005650          IF GRUPPO-UTEN > ZEROS
005660           AND CANDIDATO-WHOC(GRUPPO-UTEN) = "S"
005670           GO TO LEGGI-EXTRA-WHOC
005680          END-IF.
005690
005700 EX-PROSSIMO-PERCORSO-WHOC.
005710          EXIT.
