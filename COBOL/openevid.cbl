000260*  - REGISTRO DELLE UTENZE (ARKUTEN);
000270*  - ESITI DELLE RICERTIFICAZIONI (ARKCER);
000280*  - VIOLAZIONI DI SEPARAZIONE COMPITI (STESSO DIRITTO
000290*    EFFETTIVO DI OPENSODR, CON LE DEROGHE ARKWAI IN EVIDENZA);
000291*  - REVISIONE GIORNALIERA DELLE ATTIVITA' PRIVILEGIATE (ARKPRV
000292*    DI OPENBPRV/OPENPRVW: PER OGNI GIORNATA REVISORE, STATO,
000293*    FIRMA E SOLLECITO, E OGNI RILIEVO SOLLEVATO SULLE VOCI).
000300* TUTTO FOTOGRAFATO NELLO STESSO MOMENTO; LA PRODUZIONE FINISCE
000310* SUL GIORNALE ARKACC E IL FILE DATATO E' IL FASCICOLO.
000311* FASCICOLO E COPERTINA PASSANO AL SERVIZIO OPENFIRW, CHE LI
000312* FIRMA COL CERTIFICATO DELL'ENTE, LI MARCA E LI REGISTRA SU
000313* ARKDOC; L'IDENTIFICATIVO DEL FASCICOLO FINISCE SUL GIORNALE.
000314* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW)
000315* FASCICOLO E COPERTINA SI APRONO CON LA FILIGRANA DI TEST.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENEVID.
000450          COPY "SELWAI.CBL".
000460          COPY "SELCER.CBL".
000470          COPY "SELACC.CBL".
000475          COPY "SELPRV.CBL".
000480          COPY "SELCSV.CBL".
000490
000500 DATA             DIVISION.
000570          COPY "FDEWAI.CBL".
000580          COPY "FDECER.CBL".
000590          COPY "FDEACC.CBL".
000595          COPY "FDEPRV.CBL".
000600          COPY "FDECSV.CBL".
000610
000620 WORKING-STORAGE  SECTION.
000720 01 CONTA-CER-EVID            PIC 9(07).
000730 01 CONTA-VIOLAZIONI-EVID     PIC 9(07).
000740 01 CONTA-DEROGHE-EVID        PIC 9(07).
000741 01 CONTA-PRV-EVID            PIC 9(07).
000742 01 CONTA-RILIEVI-EVID        PIC 9(07).
000743 01 CONTA-PRV-APERTE-EVID     PIC 9(07).
000750*
000760** APPOGGI DELLA VERIFICA SOD (STESSO GIRO DI OPENSODR)
000770*
000800 01 CHIAMATA-CERCA-EVID       PIC X(6).
000810 01 IND-EVID                  PIC 9(02) COMP.
000820 01 CHIAVE-SALVA-EVID         PIC X(8).
000821*
000822** FIRMA DEI DUE FILE (SERVIZIO OPENFIRW)
000823*
000824 01 ID-FASCICOLO-EVID         PIC X(17).
000825 01 FIRMA-KO-EVID             PIC 9(01).
000830*
000840 PROCEDURE  DIVISION.
000850*
000930                                     CONTA-PERMESSI-EVID
000940                                     CONTA-CER-EVID
000950                                     CONTA-VIOLAZIONI-EVID
000960                                     CONTA-DEROGHE-EVID
000961                                     CONTA-PRV-EVID
000962                                     CONTA-RILIEVI-EVID
000963                                     CONTA-PRV-APERTE-EVID.
000970
000980          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000990          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001010          PERFORM OPEN-I-SOD      THRU EX-OPEN-I-SOD.
001020          PERFORM OPEN-I-WAI      THRU EX-OPEN-I-WAI.
001030          PERFORM OPEN-I-CER      THRU EX-OPEN-I-CER.
001035          PERFORM OPEN-I-PRV      THRU EX-OPEN-I-PRV.
001040
001050          MOVE SPACES             TO NOME-CSV.
001060          STRING "FILES/EVIDENZE." DATA-OGGI-EVID ".TXT"
001070           DELIMITED BY SIZE INTO NOME-CSV.
001080          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
001090
001091          PERFORM AMBIENTE-AMB    THRU EX-AMBIENTE-AMB.
001092          PERFORM FILIGRANA-EVID  THRU EX-FILIGRANA-EVID.
001093
001100***** LE SEZIONI SI SCRIVONO PRIMA SU CONTATORI E POI IN CODA,
001110***** MA LA COPERTINA VA IN TESTA: SI SCRIVONO LE SEZIONI, SI
001120***** CHIUDE, E LA COPERTINA FINISCE IN UN FILE GEMELLO .COV
001210           THRU EX-SEZIONE-CER-EVID.
001220          PERFORM SEZIONE-SOD-EVID
001230           THRU EX-SEZIONE-SOD-EVID.
001231          PERFORM SEZIONE-PRV-EVID
001232           THRU EX-SEZIONE-PRV-EVID.
001240
001250          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
001260
001270          PERFORM COPERTINA-EVID  THRU EX-COPERTINA-EVID.
001271
001272          MOVE ZERO               TO FIRMA-KO-EVID.
001273          MOVE SPACES             TO ID-FASCICOLO-EVID.
001274
001275          MOVE SPACES             TO FILE-FIR-WEB.
001276          STRING "FILES/EVIDENZE." DATA-OGGI-EVID ".TXT"
001277           DELIMITED BY SIZE INTO FILE-FIR-WEB.
001278          PERFORM FIRMA-EVID      THRU EX-FIRMA-EVID.
001279          MOVE ID-FIR-WEB         TO ID-FASCICOLO-EVID.
001280
001281          MOVE SPACES             TO FILE-FIR-WEB.
001282          STRING "FILES/EVIDENZE." DATA-OGGI-EVID ".COV"
001283           DELIMITED BY SIZE INTO FILE-FIR-WEB.
001284          PERFORM FIRMA-EVID      THRU EX-FIRMA-EVID.
001285
001290          PERFORM GIORNALE-EVID   THRU EX-GIORNALE-EVID.
001300
001305          PERFORM CLOSE-PRV       THRU EX-CLOSE-PRV.
001310          PERFORM CLOSE-CER       THRU EX-CLOSE-CER.
001320          PERFORM CLOSE-WAI       THRU EX-CLOSE-WAI.
001330          PERFORM CLOSE-SOD       THRU EX-CLOSE-SOD.
001390          DISPLAY "UTENTI " CONTA-UTENTI-EVID
001400           " PERMESSI " CONTA-PERMESSI-EVID
001410           " RICERT " CONTA-CER-EVID
001420           " VIOLAZIONI " CONTA-VIOLAZIONI-EVID
001421           " PRIVILEGIATI " CONTA-PRV-EVID
001422           " RILIEVI " CONTA-RILIEVI-EVID.
001430
001431
001432***** UNA FIRMA O UNA MARCA MANCATA NON ANNULLA IL FASCICOLO,
001433***** MA VA SEGNALATA A CHI LANCIA
001434
001435          IF FIRMA-KO-EVID > ZERO
001436           MOVE 4                 TO RETURN-CODE
001437           GOBACK
001438          END-IF.
001439
001440          MOVE ZERO               TO RETURN-CODE.
001450
001460          GOBACK.
001530          COPY "PIOWAI.CBL".
001540          COPY "PIOCER.CBL".
001550          COPY "PIOACC.CBL".
001555          COPY "PIOPRV.CBL".
001560          COPY "PIOCSV.CBL".
001561          COPY "PIOAMB.CBL".
001570*
001580***** SEZIONE 1: MATRICE DEI PERMESSI (ARKABI COMPLETO)
001590*
004070 EX-POSSIEDE-EXTRA-EVID.
004080          EXIT.
004090*
004091***** SEZIONE 5: REVISIONE DELLE ATTIVITA' PRIVILEGIATE. UNA
004092***** RIGA PER GIORNATA (TESTA DI ARKPRV) E UNA PER OGNI VOCE
004093***** CON RILIEVO; LE VOCI SENZA RILIEVO RESTANO SU ARKPRV
004094*
004095 SEZIONE-PRV-EVID.
004096
004097          MOVE "=== REVISIONE ATTIVITA' PRIVILEGIATE ==="
004098                                  TO DATI-CSV.
004099          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004100
004101          MOVE LOW-VALUES         TO CHIAVE-PRV.
004102          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
004103
004104          IF ESITO-NOK GO TO EX-SEZIONE-PRV-EVID.
004105
004106 CICLO-PRV-EVID.
004107
004108          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
004109
004110          IF FINE-FILE = "S" GO TO EX-SEZIONE-PRV-EVID.
004111
004112          IF PRV-GIORNATA
004113           ADD 1                  TO CONTA-PRV-EVID
004114           IF PRV-ASSEGNATA
004115            ADD 1                 TO CONTA-PRV-APERTE-EVID
004116           END-IF
004117           MOVE SPACES            TO DATI-CSV
004118           STRING "GIORNO " GIORNO-PRV
004119            " REV " REVISORE-PRV " STATO " STATO-PRV
004120            " VOCI " VOCI-PRV " PERSONE " PERSONE-PRV
004121            " RILIEVI " RILIEVI-PRV
004122            " SCAD. " SCADENZA-PRV
004123            " FIRMA " DATA-FIRMA-PRV " " ORA-FIRMA-PRV
004124            " SOLL. " DATA-SOLLECITO-PRV
004125            " NOTA " NOTA-FIRMA-PRV
004126            DELIMITED BY SIZE INTO DATI-CSV
004127           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
004128           GO TO CICLO-PRV-EVID
004129          END-IF.
004130
004131          IF NOT VOCE-CON-RILIEVO GO TO CICLO-PRV-EVID.
004132
004133          ADD 1                   TO CONTA-RILIEVI-EVID.
004134
004135          MOVE SPACES             TO DATI-CSV.
004136          STRING "  RILIEVO " GIORNO-PRV " " UTENTE-PRV
004137           " " SESSIONE-PRV " " PROG-PRV
004138           " " ORIGINE-PRV " " ORA-PRV " " OGGETTO-PRV
004139           " DA " AUTORE-RILIEVO-PRV " DEL " DATA-RILIEVO-PRV
004140           " : " RILIEVO-PRV
004141           DELIMITED BY SIZE INTO DATI-CSV.
004142          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004143
004144          GO TO CICLO-PRV-EVID.
004145
004146 EX-SEZIONE-PRV-EVID.
004147          EXIT.
004148*
004149***** COPERTINA NEL FILE GEMELLO .COV: DATA, ORA, OPERATORE E
004150***** CONTEGGI VERI DELLA FOTOGRAFIA
004151*
004152 COPERTINA-EVID.
004153
004154          MOVE SPACES             TO NOME-CSV.
004160          STRING "FILES/EVIDENZE." DATA-OGGI-EVID ".COV"
004170           DELIMITED BY SIZE INTO NOME-CSV.
004180          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
004190
004191          PERFORM FILIGRANA-EVID  THRU EX-FILIGRANA-EVID.
004192
004200          MOVE SPACES             TO DATI-CSV.
004210          STRING "FASCICOLO EVIDENZE DEL " DATA-OGGI-EVID
004220           " ORE " ORA-OGGI-EVID
004360           "  DEROGHE: " CONTA-DEROGHE-EVID
004370           DELIMITED BY SIZE INTO DATI-CSV.
004380          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004381
004382          MOVE SPACES             TO DATI-CSV.
004383          STRING "GIORNATE PRIVILEGIATI: " CONTA-PRV-EVID
004384           "  NON FIRMATE: " CONTA-PRV-APERTE-EVID
004385           "  RILIEVI: " CONTA-RILIEVI-EVID
004386           DELIMITED BY SIZE INTO DATI-CSV.
004387          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004390
004400          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
004410
004420 EX-COPERTINA-EVID.
004430          EXIT.
004440*
004441 FILIGRANA-EVID.
004442
004443          IF FILIGRANA-AMB-WEB = SPACES
004444           GO TO EX-FILIGRANA-EVID
004445          END-IF.
004446
004447          MOVE SPACES             TO DATI-CSV.
004448          MOVE FILIGRANA-AMB-WEB  TO DATI-CSV.
004449          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004450
004451 EX-FILIGRANA-EVID.
004452          EXIT.
004453*
004454***** LA PRODUZIONE DEL FASCICOLO RESTA SUL GIORNALE ARKACC
004460*
004470 GIORNALE-EVID.
004480
004520          MOVE "EVIDENZE"         TO EVENTO-ACC-WEB.
004530          MOVE "OK"               TO ESITO-ACC-WEB.
004540          MOVE SPACES             TO NOTA-ACC-WEB.
004550          IF ID-FASCICOLO-EVID = SPACES
004551           STRING "fascicolo del " DATA-OGGI-EVID
004560            " ore " ORA-OGGI-EVID
004570            DELIMITED BY SIZE INTO NOTA-ACC-WEB
004571          ELSE
004572           STRING "fascicolo n. " ID-FASCICOLO-EVID
004573            DELIMITED BY SIZE INTO NOTA-ACC-WEB
004574          END-IF.
004580
004590          PERFORM SCRIVI-EVENTO-ACC
004600           THRU EX-SCRIVI-EVENTO-ACC.
004630
004640 EX-GIORNALE-EVID.
004650          EXIT.
004651*
004652***** FIRMA E MARCA DI FILE-FIR-WEB, REGISTRATO SU ARKDOC CON IL
004653***** LANCIO (DATA E ORA DEL GIRO) COME ESECUZIONE
004654*
004655 FIRMA-EVID.
004656
004657          MOVE "FIRMA"            TO AZIONE-FIR-WEB.
004658          MOVE "evidenze"         TO TIPO-FIR-WEB.
004659          MOVE "OPENEVID"         TO PROGRAMMA-FIR-WEB.
004660          MOVE OPERATORE-EVID     TO OPERATORE-FIR-WEB.
004661          MOVE SPACES             TO ESECUZIONE-FIR-WEB.
004662          STRING "BATCH-" DATA-OGGI-EVID ORA-OGGI-EVID
004663           DELIMITED BY SIZE INTO ESECUZIONE-FIR-WEB.
004664
004665          CALL "OPENFIRW" USING AZIONE-FIR-WEB FILE-FIR-WEB
004666                                TIPO-FIR-WEB PROGRAMMA-FIR-WEB
004667                                ESECUZIONE-FIR-WEB
004668                                OPERATORE-FIR-WEB
004669                                ESITO-FIR-WEB ID-FIR-WEB
004670                                STATO-FIR-WEB IMPRONTA-FIR-WEB
004671                                NOTA-FIR-WEB.
004672          CANCEL "OPENFIRW".
004673
004674          DISPLAY "FIRMA " FILE-FIR-WEB(1:30) " STAMPA N. "
004675           ID-FIR-WEB " " NOTA-FIR-WEB.
004676
004677          IF ESITO-FIR-WEB NOT = "OK" OR STATO-FIR-WEB NOT = "M"
004678           ADD 1                  TO FIRMA-KO-EVID
004679          END-IF.
004680
004681 EX-FIRMA-EVID.
004682          EXIT.
