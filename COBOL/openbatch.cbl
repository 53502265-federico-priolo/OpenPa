000273* I PASSI FALLITI O MAI TENTATI QUALE CHE SIA L'ORDINE DI
000274* ARRIVO DELLA FASE CONCORRENTE.
000275*
000276* DOPO RETE IL PASSO PERM (OPENBEFF) RICOSTRUISCE DA CAPO I
000277* PERMESSI EFFETTIVI PRECALCOLATI (ARKEFF), RECUPERANDO OGNI
000278* VARIAZIONE SFUGGITA AI RICALCOLI FATTI IN LINEA.
000279*
000280* SEGUE IL PASSO INTG (OPENBINT), CONFRONTO DEGLI ESEGUIBILI E
000281* DELLE PAGINE INSTALLATI CON LA LINEA DI BASE DELL'ULTIMO
000282* RILASCIO. UN ESEGUIBILE MODIFICATO (RC 8) HA GIA' IL SUO
000283* AVVISO E LASCIA IL PASSO "N" PER IL RILANCIO, MA NON FERMA IL
000284* GIRO: SALVATAGGI E RITENZIONI DEVONO GIRARE COMUNQUE.
000285*
000286* OGNI PASSO CHE CONTA I SUOI RECORD LASCIA I TOTALI DI
000287* CONTROLLO (LETTI, SCRITTI, AGGIORNATI, CANCELLATI, SCARTATI)
000288* IN FILES/BATCH/<PROGRAMMA>.TOT; IL GIRO LI RITIRA E LI PASSA A
000289* REGISTRA-PASSO-BCK, CHE LI SCRIVE SULLA RIGA DI ARKBCK DOPO
000290* AVER VERIFICATO LA QUADRATURA DICHIARATA DAL PASSO E IL
000291* VOLUME CONTRO LA MEDIA DEGLI ULTIMI 30 GIORNI (SCARTO AMMESSO
000292* DAL PARAMETRO TOTALI-TOLLERANZA). UN PASSO SOSPETTO VA SULLA
000293* CODA NOTIFICHE ANCHE SE IL SUO RETURN-CODE ERA ZERO.
000294*
000295 IDENTIFICATION   DIVISION.
000296 PROGRAM-ID.      OPENBATCH.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320          COPY "SPECIAL.CBL".
000350
000360          COPY "SELBCK.CBL".
000365          COPY "SELNOT.CBL".
000366          COPY "SELTOT.CBL".
000367
000368          SELECT FILE-RC-BAT ASSIGN TO NOME-RC-BAT
000369           ORGANIZATION IS LINE SEQUENTIAL
000370           FILE STATUS  IS STATUS-RC-BAT.
000371
000380 DATA             DIVISION.
000390 FILE SECTION.
000400
000410          COPY "FDEBCK.CBL".
000415          COPY "FDENOT.CBL".
000416          COPY "FDETOT.CBL".
000417
000418  FD FILE-RC-BAT.
000419  01 RIGA-RC-BAT              PIC X(10).
000420
000430 WORKING-STORAGE  SECTION.
000440
000450          COPY "GLOBALS.CBL".
000515 01 ESEGUI-LSHP-BAT          PIC X.
000520 01 ESEGUI-ALOG-BAT          PIC X.
000525 01 ESEGUI-RETE-BAT          PIC X.
000526 01 ESEGUI-PERM-BAT          PIC X.
000527 01 ESEGUI-INTG-BAT          PIC X.
000528 01 ESEGUI-HLTH-BAT          PIC X.
000529 01 ESEGUI-DIGE-BAT          PIC X.
000530 01 ESEGUI-TAPP-BAT          PIC X.
000531 01 ESEGUI-REFI-BAT          PIC X.
000532 01 ESEGUI-BIEX-BAT          PIC X.
000533*
000534** RIGA "S" ODIERNA TROVATA SUL GIORNALE PER CIASCUN PASSO: E'
000535** QUESTA, NON L'ORDINE DELLE RIGHE, A DIRE COSA E' GIA' FATTO
000536*
000537 01 FATTO-VPUR-BAT           PIC X.
000538 01 FATTO-LSHP-BAT           PIC X.
000539 01 FATTO-ALOG-BAT           PIC X.
000540 01 FATTO-RETE-BAT           PIC X.
000541 01 FATTO-PERM-BAT           PIC X.
000542 01 FATTO-INTG-BAT           PIC X.
000543 01 FATTO-HLTH-BAT           PIC X.
000544 01 FATTO-DIGE-BAT           PIC X.
000545 01 FATTO-TAPP-BAT           PIC X.
000546 01 FATTO-REFI-BAT           PIC X.
000547 01 FATTO-BIEX-BAT           PIC X.
000548*
000549** FASE CONCORRENTE: I PASSI INDIPENDENTI, IL LIMITE DI
000550** LAVORANTI SIMULTANEI E L'APPOGGIO PER COMANDI E RETURN-CODE
000551*
000552 01 TAB-PARALLELI-BAT.
000553    02 PASSI-PAR-BAT OCCURS 3 TIMES.
000554       03 NOME-PAR-BAT       PIC X(8).
000555       03 PROGRAMMA-PAR-BAT  PIC X(12).
000556       03 ESEGUI-PAR-BAT     PIC X.
000557       03 STATO-PAR-BAT      PIC X.
000558       03 ESITO-PAR-BAT      PIC X.
000559       03 ORA-INIZIO-PAR-BAT PIC 9(6).
000560 01 IND-PAR-BAT              PIC 9(1) COMP.
000561 01 MAX-CONCORRENTI-BAT      PIC 9(1) VALUE 2.
000562 01 IN-CORSO-BAT             PIC 9(1) COMP.
000563 01 DA-FARE-BAT              PIC 9(1) COMP.
000564 01 FALLITO-PAR-BAT          PIC X.
000565 01 COMANDO-BAT              PIC X(200).
000566 01 NOME-RC-BAT              PIC X(40).
000567 01 STATUS-RC-BAT            PIC XX.
000568*
000569** APPOGGIO PER LA SCRITTURA DEL CHECKPOINT DEL PASSO APPENA
000570** ESEGUITO
000571*
000572 01 PASSO-DA-SCRIVERE-BAT    PIC X(8).
000580 01 ESITO-DA-SCRIVERE-BAT    PIC X.
000581 01 ORA-INIZIO-PASSO-BAT     PIC 9(6).
000582*
000610*
000620          PERFORM LEGGI-CHECKPOINT-BAT
000630           THRU EX-LEGGI-CHECKPOINT-BAT.
000631
000632***** TOLLERANZA SUL VOLUME DEI TOTALI DI CONTROLLO E PULIZIA DEI
000633***** TOTALI RIMASTI DA PASSI LANCIATI A MANO
000634
000635          MOVE "TOTALI-TOLLERANZA"   TO NOME-PAR-WEB.
000636          PERFORM PARAMETRO-BAT      THRU EX-PARAMETRO-BAT.
000637          MOVE 50                    TO TOLLERANZA-TOT-WEB.
000638          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
000639           MOVE NUMERO-PAR-WEB       TO TOLLERANZA-TOT-WEB
000640          END-IF.
000641
000642          MOVE "mkdir -p FILES/BATCH; rm -f FILES/BATCH/*.TOT"
000643           TO COMANDO-BAT.
000644          CALL "SYSTEM" USING COMANDO-BAT.
000645
000650          IF ESEGUI-VPUR-BAT = "S"
000660           DISPLAY "OPENBATCH: PASSO VPUR - PULIZIA ARKVIEW"
000665           ACCEPT ORA-INIZIO-PASSO-BAT FROM TIME
001058           END-IF
001059          END-IF.
001060
001061          IF ESEGUI-PERM-BAT = "S"
001062           DISPLAY "OPENBATCH: PASSO PERM - PERMESSI EFFETTIVI"
001063           ACCEPT ORA-INIZIO-PASSO-BAT FROM TIME
001064           CALL "OPENBEFF"
001065*          RC 4: QUALCHE UTENTE NON RICALCOLATO, CHE IN LINEA RESTA
001066*          ALLA RISALITA COMPLETA; IL GIRO PUO' PROSEGUIRE
001067           IF RETURN-CODE < 8
001068            MOVE "PERM"               TO PASSO-DA-SCRIVERE-BAT
001069            MOVE "S"                  TO ESITO-DA-SCRIVERE-BAT
001070            PERFORM SCRIVI-CHECKPOINT-BAT
001071             THRU EX-SCRIVI-CHECKPOINT-BAT
001072           ELSE
001073            MOVE "PERM"               TO PASSO-DA-SCRIVERE-BAT
001074            MOVE "N"                  TO ESITO-DA-SCRIVERE-BAT
001075            PERFORM SCRIVI-CHECKPOINT-BAT
001076             THRU EX-SCRIVI-CHECKPOINT-BAT
001077            DISPLAY "OPENBATCH: PASSO PERM FALLITO, GIRO"
001078             " INTERROTTO"
001079            MOVE 1                    TO RETURN-CODE
001080            GOBACK
001081           END-IF
001082          END-IF.
001083
001084          IF ESEGUI-INTG-BAT = "S"
001085           DISPLAY "OPENBATCH: PASSO INTG - INTEGRITA' FILE"
001086           ACCEPT ORA-INIZIO-PASSO-BAT FROM TIME
001087           CALL "OPENBINT"
001088*          RC 4: FILE AGGIUNTI, RIMOSSI O PAGINE MODIFICATE, DA
001089*          VEDERE SUL RAPPORTO MA SENZA ALLARME
001090           MOVE "INTG"               TO PASSO-DA-SCRIVERE-BAT
001091           IF RETURN-CODE < 8
001092            MOVE "S"                  TO ESITO-DA-SCRIVERE-BAT
001093           ELSE
001094            MOVE "N"                  TO ESITO-DA-SCRIVERE-BAT
001095            DISPLAY "OPENBATCH: PASSO INTG CON ANOMALIE, IL GIRO"
001096             " PROSEGUE"
001097           END-IF
001098           PERFORM SCRIVI-CHECKPOINT-BAT
001099            THRU EX-SCRIVI-CHECKPOINT-BAT
001100          END-IF.
001101***** FASE CONCORRENTE: HLTH, TAPP E REFI NON DIPENDONO L'UNO
001102***** DALL'ALTRO E GIRANO INSIEME, AL MASSIMO DUE ALLA VOLTA;
001103***** OGNUNO SCRIVE LA SUA RIGA DI GIORNALE CON I SUOI ORARI
001104
001105          MOVE "HLTH"                 TO NOME-PAR-BAT(1).
001106          MOVE "openhlth"             TO PROGRAMMA-PAR-BAT(1).
001107          MOVE ESEGUI-HLTH-BAT        TO ESEGUI-PAR-BAT(1).
001108          MOVE "TAPP"                 TO NOME-PAR-BAT(2).
001109          MOVE "opentapp"             TO PROGRAMMA-PAR-BAT(2).
001110          MOVE ESEGUI-TAPP-BAT        TO ESEGUI-PAR-BAT(2).
001111          MOVE "REFI"                 TO NOME-PAR-BAT(3).
001112          MOVE "openrefi"             TO PROGRAMMA-PAR-BAT(3).
001113          MOVE ESEGUI-REFI-BAT        TO ESEGUI-PAR-BAT(3).
001114
001115          PERFORM FASE-PARALLELA-BAT
001116           THRU EX-FASE-PARALLELA-BAT.
001117
001118          IF FALLITO-PAR-BAT = "S"
001119           DISPLAY "OPENBATCH: FASE CONCORRENTE CON PASSI"
001120            " FALLITI, GIRO INTERROTTO"
001121           MOVE 1                     TO RETURN-CODE
001122           GOBACK
001123          END-IF.
001124
001125          IF ESEGUI-DIGE-BAT = "S"
001126           DISPLAY "OPENBATCH: PASSO DIGE - SINTESI DEL MATTINO"
001127           ACCEPT ORA-INIZIO-PASSO-BAT FROM TIME
001128           CALL "OPENDIG"
001129           IF RETURN-CODE = ZERO
001130            MOVE "DIGE"               TO PASSO-DA-SCRIVERE-BAT
001131            MOVE "S"                  TO ESITO-DA-SCRIVERE-BAT
001132            PERFORM SCRIVI-CHECKPOINT-BAT
001133             THRU EX-SCRIVI-CHECKPOINT-BAT
001134           ELSE
001135            MOVE "DIGE"               TO PASSO-DA-SCRIVERE-BAT
001136            MOVE "N"                  TO ESITO-DA-SCRIVERE-BAT
001137            PERFORM SCRIVI-CHECKPOINT-BAT
001138             THRU EX-SCRIVI-CHECKPOINT-BAT
001139            DISPLAY "OPENBATCH: PASSO DIGE FALLITO, GIRO"
001140             " INTERROTTO"
001141            MOVE 1                    TO RETURN-CODE
001142            GOBACK
001143           END-IF
001144          END-IF.
001145
001146          IF ESEGUI-BIEX-BAT = "S"
001147           DISPLAY "OPENBATCH: PASSO BIEX - ESTRATTO BI"
001148           ACCEPT ORA-INIZIO-PASSO-BAT FROM TIME
001149           CALL "OPENBIEX"
001150           IF RETURN-CODE = ZERO
001151            MOVE "BIEX"               TO PASSO-DA-SCRIVERE-BAT
001152            MOVE "S"                  TO ESITO-DA-SCRIVERE-BAT
001153            PERFORM SCRIVI-CHECKPOINT-BAT
001154             THRU EX-SCRIVI-CHECKPOINT-BAT
001155           ELSE
001156            MOVE "BIEX"               TO PASSO-DA-SCRIVERE-BAT
001157            MOVE "N"                  TO ESITO-DA-SCRIVERE-BAT
001158            PERFORM SCRIVI-CHECKPOINT-BAT
001159             THRU EX-SCRIVI-CHECKPOINT-BAT
001160            DISPLAY "OPENBATCH: PASSO BIEX FALLITO, GIRO"
001161             " INTERROTTO"
001162            MOVE 1                    TO RETURN-CODE
001163            GOBACK
001164           END-IF
001165          END-IF.
001166
001167          DISPLAY "OPENBATCH: GIRO NOTTURNO COMPLETATO".
001168          MOVE ZERO                  TO RETURN-CODE.
001169          GOBACK.
001170*
001171** LEGGE IL CHECKPOINT SU ARKBCK (SE ESISTE) E DECIDE QUALI PASSI
001172** VANNO ANCORA ESEGUITI OGGI: SE NON C'E' CHECKPOINT, O E' DI UN
001173** GIORNO PRECEDENTE, IL GIRO PARTE DA CAPO; SE C'E' ED E' DI OGGI
001174** SI SALTANO I PASSI GIA' ANDATI A BUON FINE E SI RIPARTE DA
001175** QUELLO CHE RISULTA FALLITO O NON ANCORA TENTATO
001176*
001177 LEGGI-CHECKPOINT-BAT.
001178
001179          MOVE "S"                   TO ESEGUI-VPUR-BAT.
001180          MOVE "S"                   TO ESEGUI-LSHP-BAT.
001181          MOVE "S"                   TO ESEGUI-ALOG-BAT.
001185          MOVE "S"                   TO ESEGUI-RETE-BAT.
001186          MOVE "S"                   TO ESEGUI-PERM-BAT.
001187          MOVE "S"                   TO ESEGUI-INTG-BAT.
001188          MOVE "S"                   TO ESEGUI-HLTH-BAT.
001189          MOVE "S"                   TO ESEGUI-DIGE-BAT.
001190          MOVE "S"                   TO ESEGUI-TAPP-BAT.
001191          MOVE "S"                   TO ESEGUI-REFI-BAT.
001192          MOVE "S"                   TO ESEGUI-BIEX-BAT.
001193
001194          MOVE "N"                   TO FATTO-VPUR-BAT.
001195          MOVE "N"                   TO FATTO-LSHP-BAT.
001196          MOVE "N"                   TO FATTO-ALOG-BAT.
001197          MOVE "N"                   TO FATTO-RETE-BAT.
001198          MOVE "N"                   TO FATTO-PERM-BAT.
001199          MOVE "N"                   TO FATTO-INTG-BAT.
001200          MOVE "N"                   TO FATTO-HLTH-BAT.
001201          MOVE "N"                   TO FATTO-DIGE-BAT.
001202          MOVE "N"                   TO FATTO-TAPP-BAT.
001203          MOVE "N"                   TO FATTO-REFI-BAT.
001204          MOVE "N"                   TO FATTO-BIEX-BAT.
001205
001206          ACCEPT DATA-OGGI-BAT       FROM DATE YYYYMMDD.
001210
001220          PERFORM OPEN-I-BCK         THRU EX-OPEN-I-BCK.
001230
001341          IF DATA-BCK = DATA-OGGI-BAT
001342           AND (PASSO-BCK = "VPUR" OR PASSO-BCK = "LSHP"
001343            OR PASSO-BCK = "ALOG" OR PASSO-BCK = "RETE"
001344            OR PASSO-BCK = "PERM"
001345            OR PASSO-BCK = "INTG"
001346            OR PASSO-BCK = "HLTH" OR PASSO-BCK = "DIGE"
001347            OR PASSO-BCK = "TAPP" OR PASSO-BCK = "REFI"
001348            OR PASSO-BCK = "BIEX")
001349           MOVE "S"                 TO TROVATO-CHECKPOINT-BAT
001350           MOVE PASSO-BCK           TO PASSO-ULTIMO-BAT
001351           MOVE ESITO-BCK           TO ESITO-ULTIMO-BAT
001352           IF ESITO-BCK = "S"
001353            PERFORM SEGNA-FATTO-BAT THRU EX-SEGNA-FATTO-BAT
001354           END-IF
001355          END-IF.
001356
001357          GO TO CICLO-LEGGI-CHECKPOINT-BAT.
001358
001360 VALUTA-CHECKPOINT-BAT.
001361
001362***** CON LA FASE CONCORRENTE L'ULTIMA RIGA NON BASTA: SI
001378          IF FATTO-RETE-BAT = "S"
001379           MOVE "N"                  TO ESEGUI-RETE-BAT
001380          END-IF.
001381          IF FATTO-PERM-BAT = "S"
001382           MOVE "N"                  TO ESEGUI-PERM-BAT
001383          END-IF.
001384          IF FATTO-INTG-BAT = "S"
001385           MOVE "N"                  TO ESEGUI-INTG-BAT
001386          END-IF.
001387          IF FATTO-HLTH-BAT = "S"
001388           MOVE "N"                  TO ESEGUI-HLTH-BAT
001389          END-IF.
001390          IF FATTO-DIGE-BAT = "S"
001391           MOVE "N"                  TO ESEGUI-DIGE-BAT
001392          END-IF.
001393          IF FATTO-TAPP-BAT = "S"
001394           MOVE "N"                  TO ESEGUI-TAPP-BAT
001395          END-IF.
001396          IF FATTO-REFI-BAT = "S"
001397           MOVE "N"                  TO ESEGUI-REFI-BAT
001398          END-IF.
001399          IF FATTO-BIEX-BAT = "S"
001400           MOVE "N"                  TO ESEGUI-BIEX-BAT
001401          END-IF.
001402
001540 EX-LEGGI-CHECKPOINT-BAT.
001550          EXIT.
001560*
001600*
001610 SCRIVI-CHECKPOINT-BAT.
001620
001630          MOVE DATA-OGGI-BAT         TO DATA-TOT-WEB.
001640          PERFORM PROGRAMMA-PASSO-BAT
001650           THRU EX-PROGRAMMA-PASSO-BAT.
001660          PERFORM RITIRA-TOTALI-TOT THRU EX-RITIRA-TOTALI-TOT.
001670
001680          MOVE PASSO-DA-SCRIVERE-BAT TO PASSO-TOT-WEB.
001690          MOVE ESITO-DA-SCRIVERE-BAT TO ESITO-TOT-WEB.
001691          MOVE ORA-INIZIO-PASSO-BAT  TO ORA-INIZIO-TOT-WEB.
001692          MOVE SPACES                TO NOTA-TOT-WEB.
001693          PERFORM REGISTRA-PASSO-BCK THRU EX-REGISTRA-PASSO-BCK.
001694
001695***** TOTALI CHE NON QUADRANO O VOLUME FUORI NORMA: IL PASSO E'
001696***** RIUSCITO MA VA GUARDATO PRIMA DI FIDARSI DEI SUOI DATI
001697
001698          IF SOSPETTO-TOT-WEB = "S"
001699           DISPLAY "OPENBATCH: PASSO " PASSO-DA-SCRIVERE-BAT
001700            " SOSPETTO - " MOTIVO-TOT-WEB
001701           PERFORM OPEN-I-NOT       THRU EX-OPEN-I-NOT
001702           MOVE "BATCHSOSP"         TO TIPO-NOT-WEB
001703           MOVE "M"                 TO SEVERITA-NOT-WEB
001704           MOVE SPACES              TO RIFERIMENTO-NOT-WEB
001705           STRING PASSO-DA-SCRIVERE-BAT " " DATA-OGGI-BAT
001706            DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB
001707           MOVE SPACES              TO DESTINATARI-NOT-WEB
001708           MOVE SPACES              TO TESTO-NOT-WEB
001709           STRING "Passo " PASSO-DA-SCRIVERE-BAT
001710            " del giro notturno sospetto: " MOTIVO-TOT-WEB
001711            DELIMITED BY SIZE INTO TESTO-NOT-WEB
001712           PERFORM SCRIVI-EVENTO-NOT
001713            THRU EX-SCRIVI-EVENTO-NOT
001714           PERFORM CLOSE-NOT        THRU EX-CLOSE-NOT
001715          END-IF.
001721
001722***** UN PASSO FALLITO VIAGGIA ANCHE SULLA CODA NOTIFICHE
001723***** (SPEDIZIONE OPENNOTS, DESTINATARI DALLA TABELLA "NT")
001759          IF PASSO-BCK = "LSHP" MOVE "S" TO FATTO-LSHP-BAT.
001760          IF PASSO-BCK = "ALOG" MOVE "S" TO FATTO-ALOG-BAT.
001761          IF PASSO-BCK = "RETE" MOVE "S" TO FATTO-RETE-BAT.
001762          IF PASSO-BCK = "PERM" MOVE "S" TO FATTO-PERM-BAT.
001763          IF PASSO-BCK = "INTG" MOVE "S" TO FATTO-INTG-BAT.
001764          IF PASSO-BCK = "HLTH" MOVE "S" TO FATTO-HLTH-BAT.
001765          IF PASSO-BCK = "DIGE" MOVE "S" TO FATTO-DIGE-BAT.
001766          IF PASSO-BCK = "TAPP" MOVE "S" TO FATTO-TAPP-BAT.
001767          IF PASSO-BCK = "REFI" MOVE "S" TO FATTO-REFI-BAT.
001768          IF PASSO-BCK = "BIEX" MOVE "S" TO FATTO-BIEX-BAT.
001769
001770 EX-SEGNA-FATTO-BAT.
001771          EXIT.
001772*
001773** PROGRAMMA CHE ESEGUE IL PASSO, PER RITIRARNE I TOTALI DI
001774** CONTROLLO (VEDI I CALL E LA FASE CONCORRENTE QUI SOPRA)
001775*
001776 PROGRAMMA-PASSO-BAT.
001777
001778          MOVE SPACES                TO PROGRAMMA-TOT-WEB.
001779
001780          IF PASSO-DA-SCRIVERE-BAT = "VPUR"
001781           MOVE "OPENVPUR"           TO PROGRAMMA-TOT-WEB.
001782          IF PASSO-DA-SCRIVERE-BAT = "LSHP"
001783           MOVE "OPENLSHP"           TO PROGRAMMA-TOT-WEB.
001784          IF PASSO-DA-SCRIVERE-BAT = "ALOG"
001785           MOVE "OPENALOG"           TO PROGRAMMA-TOT-WEB.
001786          IF PASSO-DA-SCRIVERE-BAT = "RETE"
001787           MOVE "OPENRETE"           TO PROGRAMMA-TOT-WEB.
001788          IF PASSO-DA-SCRIVERE-BAT = "PERM"
001789           MOVE "OPENBEFF"           TO PROGRAMMA-TOT-WEB.
001790          IF PASSO-DA-SCRIVERE-BAT = "INTG"
001791           MOVE "OPENBINT"           TO PROGRAMMA-TOT-WEB.
001792          IF PASSO-DA-SCRIVERE-BAT = "HLTH"
001793           MOVE "OPENHLTH"           TO PROGRAMMA-TOT-WEB.
001794          IF PASSO-DA-SCRIVERE-BAT = "DIGE"
001795           MOVE "OPENDIG"            TO PROGRAMMA-TOT-WEB.
001796          IF PASSO-DA-SCRIVERE-BAT = "TAPP"
001797           MOVE "OPENTAPP"           TO PROGRAMMA-TOT-WEB.
001798          IF PASSO-DA-SCRIVERE-BAT = "REFI"
001799           MOVE "OPENREFI"           TO PROGRAMMA-TOT-WEB.
001800          IF PASSO-DA-SCRIVERE-BAT = "BIEX"
001801           MOVE "OPENBIEX"           TO PROGRAMMA-TOT-WEB.
001802
001803 EX-PROGRAMMA-PASSO-BAT.
001804          EXIT.
001805*
001806** LETTURA DI UN PARAMETRO DI CONFIGURAZIONE (SERVIZIO OPENPARW,
001807** NOME IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
001808*
001809 PARAMETRO-BAT.
001810
001811          MOVE "LEGGI"               TO AZIONE-PAR-WEB.
001812          MOVE SPACES                TO QUALIFICA-PAR-WEB.
001813          MOVE "OPENBATC"            TO PROGRAMMA-PAR-WEB
001814                                        OPERATORE-PAR-WEB.
001815
001816          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001817                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001818                                PROGRAMMA-PAR-WEB
001819                                OPERATORE-PAR-WEB ESITO-PAR-WEB
001820                                MOTIVO-PAR-WEB.
001821          CANCEL "OPENPARW".
001822
001823          IF ESITO-PAR-WEB NOT = "OK"
001824           MOVE SPACES               TO VALORE-PAR-WEB
001825          END-IF.
001826
001827 EX-PARAMETRO-BAT.
001828          EXIT.
001829*
001830** FASE CONCORRENTE: LANCIA I PASSI INDIPENDENTI ANCORA DA
001831** FARE COME PROCESSI PROPRI (AL MASSIMO MAX-CONCORRENTI-BAT
001832** ALLA VOLTA), POI LI RACCOGLIE DAI FILE DI RETURN-CODE SOTTO
001833** FILES/BATCH/ SCRIVENDO PER OGNUNO LA SUA RIGA SU ARKBCK
001834*
001835 FASE-PARALLELA-BAT.
001836
001837          MOVE "N"                  TO FALLITO-PAR-BAT.
001838          MOVE ZERO                 TO IN-CORSO-BAT.
001839          MOVE ZERO                 TO DA-FARE-BAT.
001840
001841          PERFORM PREPARA-PASSO-PAR-BAT
001842           THRU EX-PREPARA-PASSO-PAR-BAT
001843           VARYING IND-PAR-BAT FROM 1 BY 1
001844           UNTIL IND-PAR-BAT > 3.
001845
001846          IF DA-FARE-BAT = ZERO
001847           GO TO EX-FASE-PARALLELA-BAT
001848          END-IF.
001849
001850          DISPLAY "OPENBATCH: FASE CONCORRENTE (HLTH TAPP"
001851           " REFI), LIMITE " MAX-CONCORRENTI-BAT " LAVORANTI".
001852
001853          MOVE "mkdir -p FILES/BATCH" TO COMANDO-BAT.
001854          CALL "SYSTEM" USING COMANDO-BAT.
001855
001856          PERFORM LANCIA-PRONTI-BAT THRU EX-LANCIA-PRONTI-BAT.
001857
001858 CICLO-FASE-PARALLELA-BAT.
001859
001860          IF DA-FARE-BAT = ZERO AND IN-CORSO-BAT = ZERO
001861           GO TO EX-FASE-PARALLELA-BAT
001862          END-IF.
001863
001864          MOVE "sleep 2"            TO COMANDO-BAT.
001865          CALL "SYSTEM" USING COMANDO-BAT.
001866
001867          PERFORM RACCOGLI-PASSO-PAR-BAT
001868           THRU EX-RACCOGLI-PASSO-PAR-BAT
001869           VARYING IND-PAR-BAT FROM 1 BY 1
001870           UNTIL IND-PAR-BAT > 3.
001871
001872          PERFORM LANCIA-PRONTI-BAT THRU EX-LANCIA-PRONTI-BAT.
001873
001874          GO TO CICLO-FASE-PARALLELA-BAT.
001875
001876 EX-FASE-PARALLELA-BAT.
001877          EXIT.
001878*
001879 PREPARA-PASSO-PAR-BAT.
001880
001881          IF ESEGUI-PAR-BAT(IND-PAR-BAT) = "S"
001882           MOVE " "                 TO STATO-PAR-BAT(IND-PAR-BAT)
001883           ADD 1                    TO DA-FARE-BAT
001884          ELSE
001885           MOVE "F"                 TO STATO-PAR-BAT(IND-PAR-BAT)
001886           MOVE "S"                 TO ESITO-PAR-BAT(IND-PAR-BAT)
001887          END-IF.
001888
001889 EX-PREPARA-PASSO-PAR-BAT.
001890          EXIT.
001891*
001892** FA PARTIRE I PASSI IN ATTESA FINCHE' C'E' POSTO: IL PASSO
001893** GIRA IN SOTTOFONDO E LASCIA IL SUO RETURN-CODE NEL FILE .RC
001894*
001895 LANCIA-PRONTI-BAT.
001896
001897          PERFORM LANCIA-UNO-PAR-BAT
001898           THRU EX-LANCIA-UNO-PAR-BAT
001899           VARYING IND-PAR-BAT FROM 1 BY 1
001900           UNTIL IND-PAR-BAT > 3.
001901
001902 EX-LANCIA-PRONTI-BAT.
001903          EXIT.
001904*
001905 LANCIA-UNO-PAR-BAT.
001906
001907          IF STATO-PAR-BAT(IND-PAR-BAT) NOT = " "
001908           OR IN-CORSO-BAT NOT < MAX-CONCORRENTI-BAT
001909           GO TO EX-LANCIA-UNO-PAR-BAT
001910          END-IF.
001911
001912          MOVE SPACES               TO COMANDO-BAT.
001913          STRING "rm -f FILES/BATCH/"
001914           NOME-PAR-BAT(IND-PAR-BAT) DELIMITED BY " "
001915           ".RC" DELIMITED BY SIZE INTO COMANDO-BAT.
001916          CALL "SYSTEM" USING COMANDO-BAT.
001917
001918          ACCEPT ORA-INIZIO-PAR-BAT(IND-PAR-BAT) FROM TIME.
001919
001920          MOVE SPACES               TO COMANDO-BAT.
001921          STRING "( ./" DELIMITED BY SIZE
001922           PROGRAMMA-PAR-BAT(IND-PAR-BAT) DELIMITED BY " "
001923           ".exe >FILES/BATCH/" DELIMITED BY SIZE
001924           NOME-PAR-BAT(IND-PAR-BAT) DELIMITED BY " "
001925           ".LOG 2>&1; echo $? >FILES/BATCH/" DELIMITED BY SIZE
001926           NOME-PAR-BAT(IND-PAR-BAT) DELIMITED BY " "
001927           ".RC ) &" DELIMITED BY SIZE
001928           INTO COMANDO-BAT.
001929          CALL "SYSTEM" USING COMANDO-BAT.
001930
001931          MOVE "L"                  TO STATO-PAR-BAT(IND-PAR-BAT).
001932          ADD 1                     TO IN-CORSO-BAT.
001933          SUBTRACT 1                FROM DA-FARE-BAT.
001934
001935          DISPLAY "OPENBATCH: PASSO "
001936           NOME-PAR-BAT(IND-PAR-BAT) " AVVIATO IN SOTTOFONDO".
001937
001938 EX-LANCIA-UNO-PAR-BAT.
001939          EXIT.
001940*
001941** UN PASSO E' FINITO QUANDO IL SUO FILE .RC ESISTE E NON E'
001942** VUOTO: SI LEGGE IL RETURN-CODE, SI SCRIVE LA RIGA DI
001943** GIORNALE CON GLI ORARI DEL PASSO E SI LIBERA IL POSTO
001944*
001945 RACCOGLI-PASSO-PAR-BAT.
001946
001947          IF STATO-PAR-BAT(IND-PAR-BAT) NOT = "L"
001948           GO TO EX-RACCOGLI-PASSO-PAR-BAT
001949          END-IF.
001950
001951          MOVE SPACES               TO NOME-RC-BAT.
001952          STRING "FILES/BATCH/"
001953           NOME-PAR-BAT(IND-PAR-BAT) DELIMITED BY " "
001954           ".RC" DELIMITED BY SIZE INTO NOME-RC-BAT.
001955
001956          OPEN INPUT FILE-RC-BAT.
001957          IF STATUS-RC-BAT NOT = "00"
001958           GO TO EX-RACCOGLI-PASSO-PAR-BAT
001959          END-IF.
001960
001961          MOVE SPACES               TO RIGA-RC-BAT.
001962          READ FILE-RC-BAT
001963           AT END CONTINUE
001964          END-READ.
001965          CLOSE FILE-RC-BAT.
001966
001967          IF RIGA-RC-BAT = SPACES
001968           GO TO EX-RACCOGLI-PASSO-PAR-BAT
001969          END-IF.
001970
001971          IF RIGA-RC-BAT(1:2) = "0 "
001972           MOVE "S"                 TO ESITO-PAR-BAT(IND-PAR-BAT)
001973          ELSE
001974           MOVE "N"                 TO ESITO-PAR-BAT(IND-PAR-BAT)
001975           MOVE "S"                 TO FALLITO-PAR-BAT
001976          END-IF.
001977
001978          MOVE "F"                  TO STATO-PAR-BAT(IND-PAR-BAT).
001979          SUBTRACT 1                FROM IN-CORSO-BAT.
001980
001981          MOVE NOME-PAR-BAT(IND-PAR-BAT)
001982           TO PASSO-DA-SCRIVERE-BAT.
001983          MOVE ESITO-PAR-BAT(IND-PAR-BAT)
001984           TO ESITO-DA-SCRIVERE-BAT.
001985          MOVE ORA-INIZIO-PAR-BAT(IND-PAR-BAT)
001986           TO ORA-INIZIO-PASSO-BAT.
001987          PERFORM SCRIVI-CHECKPOINT-BAT
001988           THRU EX-SCRIVI-CHECKPOINT-BAT.
001989
001990          IF ESITO-PAR-BAT(IND-PAR-BAT) = "S"
001991           DISPLAY "OPENBATCH: PASSO "
001992            NOME-PAR-BAT(IND-PAR-BAT) " COMPLETATO"
001993          ELSE
001994           DISPLAY "OPENBATCH: PASSO "
001995            NOME-PAR-BAT(IND-PAR-BAT) " FALLITO"
001996          END-IF.
001997
001998 EX-RACCOGLI-PASSO-PAR-BAT.
001999          EXIT.
002000*
002001          COPY "PIOBCK.CBL".
002002          COPY "PIONOT.CBL".
002003          COPY "PIOTOT.CBL".
