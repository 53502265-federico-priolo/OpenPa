000230* ENTE IL VOLUME E LA QUOTA PERCENTUALE, CON IL DETTAGLIO PER
000240* GRUPPO: LA SPARTIZIONE TRA LE ORGANIZZAZIONI SMETTE DI
000250* ESSERE NEGOZIATA A NASO. L'ENTE 00 RACCOGLIE L'ATTIVITA'
000260* DEGLI UTENTI SENZA APPARTENENZA SOCIETARIA. SOTTO OGNI ENTE
000261* LA QUOTA E' SUDDIVISA PER UNITA' ORGANIZZATIVA DELL'UTENTE
000262* (ARKUSU, STESSA PASSATA DI OPENMUSO), CON "(NESSUNA)" PER GLI
000263* UTENTI NON ASSEGNATI.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENCHGB.
000340 FILE-CONTROL.
000350
000360          COPY "SELUSE.CBL".
000364          COPY "SELUSU.CBL".
000370
000380 DATA             DIVISION.
000390 FILE SECTION.
000400
000410          COPY "FDEUSE.CBL".
000414          COPY "FDEUSU.CBL".
000420
000430 WORKING-STORAGE  SECTION.
000440
000570 01 QUOTA-CHGB                PIC 9(03)V9.
000580 01 QUOTA-VIS-CHGB            PIC ZZ9,9.
000590 01 ENTE-VIS-CHGB             PIC 9(02).
000594 01 UNITA-VIS-CHGB            PIC X(09).
000600*
000610 PROCEDURE  DIVISION.
000620*
001090 RIEPILOGO-CHGB.
001100
001110          PERFORM CLOSE-USE       THRU EX-CLOSE-USE.
001115          PERFORM OPEN-I-USU      THRU EX-OPEN-I-USU.
001120
001130          DISPLAY " ".
001140          DISPLAY "RIPARTO PER ENTE:".
001150
001160          IF TOTALE-MESE-CHGB = ZEROS
001170           DISPLAY "NESSUNA ATTIVITA' REGISTRATA NEL MESE"
001175           PERFORM CLOSE-USU      THRU EX-CLOSE-USU
001180           MOVE ZERO              TO RETURN-CODE
001190           GOBACK
001200          END-IF.
001230           THRU EX-RIGA-RIEPILOGO-CHGB
001240           VARYING IND-ENTE-CHGB FROM 1 BY 1
001250           UNTIL IND-ENTE-CHGB > 100.
001255
001257          PERFORM CLOSE-USU       THRU EX-CLOSE-USU.
001260
001270          DISPLAY " ".
001280          DISPLAY "ATTIVITA' TOTALE DEL MESE: "
001330          GOBACK.
001340*
001350          COPY "PIOUSE.CBL".
001354          COPY "PIOUSU.CBL".
001360*
001370 RIGA-RIEPILOGO-CHGB.
001380
001510           TOTALE-ENTE-CHGB(IND-ENTE-CHGB)
001520           " (" QUOTA-VIS-CHGB " %)".
001530
001540***** DETTAGLIO PER UNITA': QUOTA SUL TOTALE DELL'ENTE
001550
001560          MOVE ANNO-MESE-CHGB     TO ANNO-MESE-USU.
001570          MOVE ENTE-VIS-CHGB      TO ENTE-USU.
001580          MOVE LOW-VALUES         TO UNITA-USU.
001590          PERFORM STARTO-USU      THRU EX-STARTO-USU.
001600
001610          IF ESITO-NOK GO TO EX-RIGA-RIEPILOGO-CHGB.
001620
001630 CICLO-UNITA-CHGB.
001640
001650          PERFORM LEGGO-NEXT-USU  THRU EX-LEGGO-NEXT-USU.
001660
001670          IF FINE-FILE = "S" GO TO EX-RIGA-RIEPILOGO-CHGB.
001680
001690          IF ANNO-MESE-USU NOT = ANNO-MESE-CHGB
001700           OR ENTE-USU NOT = ENTE-VIS-CHGB
001710           GO TO EX-RIGA-RIEPILOGO-CHGB
001720          END-IF.
001730
001740          COMPUTE QUOTA-CHGB ROUNDED =
001750           CONTA-USU * 100 / TOTALE-ENTE-CHGB(IND-ENTE-CHGB).
001760          MOVE QUOTA-CHGB         TO QUOTA-VIS-CHGB.
001770
001780          MOVE UNITA-USU          TO UNITA-VIS-CHGB.
001790          IF UNITA-USU = SPACES
001800           MOVE "(NESSUNA)"       TO UNITA-VIS-CHGB
001810          END-IF.
001820
001830          DISPLAY "   UNITA' " UNITA-VIS-CHGB " : " CONTA-USU
001840           " (" QUOTA-VIS-CHGB " % DELL'ENTE)".
001850
001860          GO TO CICLO-UNITA-CHGB.
001870
001880 EX-RIGA-RIEPILOGO-CHGB.
001890          EXIT.
