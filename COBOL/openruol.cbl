000240* (LE ABILITAZIONI PASSANO DA SCRIVI-ABI, QUINDI STORICIZZATE SU
000250* ARKABIS); funzione=offboard DISATTIVA L'UTENTE E NE AZZERA I
000260* GRUPPI (LE ABILITAZIONI RESTANO AL GRUPPO, CHE E' CONDIVISO).
000261* IL PROVISIONING RISPETTA IL REGISTRO DELLE LICENZE (RIGHE "LI",
000262* PIOLIC.CBL): UN NUOVO UTENTE CHE OCCUPEREBBE UN POSTO OLTRE
000263* QUELLI ACQUISTATI VIENE FERMATO O SEGNALATO.
000264* funzione=mover TRASFERISCE UN UTENTE ESISTENTE SU UN ALTRO
000265* MODELLO (MK-modello) E/O UN ALTRO ENTE PRIMARIO (MK-ente): GRUPPI
000266* E ABILITAZIONI DEL NUOVO MODELLO SUBITO, I GRUPPI E L'ENTE DEL
000267* VECCHIO INCARICO RESTANO FINO ALLA DATA DI RIMOZIONE (MK-giorni,
000268* DEFAULT 30, CONCORDATI CON IL VECCHIO RESPONSABILE, CHE VIENE
000269* AVVISATO SU ARKNOT) REGISTRATA SU ARKMOV; LA RIMOZIONE LA FA
000270* openbmov.exe. funzione=proroga SPOSTA IN AVANTI DI MK-giorni LE
000271* RIMOZIONI IN ATTESA DELL'UTENTE, CON MOTIVO OBBLIGATORIO.
000272*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENRUOL.
000300 ENVIRONMENT      DIVISION.
000441          COPY "SELOUT.CBL".
000442          COPY "SELSOD.CBL".
000443          COPY "SELGRU.CBL".
000444          COPY "SELTAB.CBL".
000445          COPY "SELMENU.CBL".
000446          COPY "SELGER.CBL".
000447          COPY "SELMOV.CBL".
000448          COPY "SELNOT.CBL".
000449          COPY "SELUOR.CBL".
000450          COPY "SELUOA.CBL".
000451          COPY "SELENT.CBL".
000452          COPY "SELJSON.CBL".
000460
000470 DATA             DIVISION.
000480 FILE SECTION.
000581          COPY "FDEOUT.CBL".
000582          COPY "FDESOD.CBL".
000583          COPY "FDEGRU.CBL".
000584          COPY "FDETAB.CBL".
000585          COPY "FDEMENU.CBL".
000586          COPY "FDEGER.CBL".
000587          COPY "FDEMOV.CBL".
000588          COPY "FDENOT.CBL".
000589          COPY "FDEUOR.CBL".
000590          COPY "FDEUOA.CBL".
000591          COPY "FDEENT.CBL".
000592          COPY "FDEJSON.CBL".
000600
000610 WORKING-STORAGE  SECTION.
000620
000720 01 GRANT-SALTATI-RUOL         PIC 9(04).
000730 01 TOTALE-RUOL                PIC 9(07).
000731 01 IND-CGR-RUOL               PIC 9(02) COMP.
000732*
000733** LICENZE: COPIA DEL NUOVO UTENTE (IL CONTEGGIO DEI POSTI
000734** SCORRE ARKUTEN E NE SOVRASCRIVE IL BUFFER) E PRIMO MODULO
000735** TROVATO OLTRE I POSTI
000736*
000737 01 UTENTE-SALVA-RUOL          PIC X(256).
000738 01 MODULO-OLTRE-RUOL          PIC XX.
000739 01 USATI-OLTRE-RUOL           PIC 9(05).
000740 01 POSTI-OLTRE-RUOL           PIC 9(05).
000741*
000742** TRASFERIMENTO: SITUAZIONE DEL VECCHIO INCARICO (GRUPPO BASE PIU'
000743** I 5 AGGIUNTIVI), GRUPPI ED ENTE DA TOGLIERE A FINE TRANSIZIONE,
000744** DATA DI RIMOZIONE E VECCHIO RESPONSABILE DA AVVISARE
000745*
000746 01 MODELLO-VECCHIO-RUOL       PIC X(08).
000747 01 ENTE-VECCHIO-RUOL          PIC 9(02).
000748 01 ENTE-NUOVO-RUOL            PIC 9(02).
000749 01 TAB-VECCHI-RUOL.
000750    02 GRUPPO-VECCHIO-RUOL     PIC 9(04) OCCURS 6 TIMES.
000751 01 TAB-TOGLIERE-RUOL.
000752    02 GRUPPO-TOGLIERE-RUOL    PIC 9(04) OCCURS 6 TIMES.
000753 01 NUM-TOGLIERE-RUOL          PIC 9(02).
000754 01 ENTE-TOGLIERE-RUOL         PIC 9(02).
000755 01 IND-MOV-RUOL               PIC 9(02) COMP.
000756 01 IND2-MOV-RUOL              PIC 9(02) COMP.
000757 01 SLOT-ENTE-RUOL             PIC 9(02) COMP.
000758 01 TROVATO-MOV-RUOL           PIC X(01).
000759 01 ENTE-INDICATO-RUOL         PIC X(01).
000760 01 POSTI-ESAURITI-RUOL        PIC X(01).
000761 01 GIORNI-RUOL                PIC 9(03).
000762 01 OGGI-RUOL                  PIC 9(08).
000763 01 RIMOZIONE-RUOL             PIC 9(08).
000764 01 OPERATORE-RUOL             PIC X(08).
000765 01 MOTIVO-RUOL                PIC X(60).
000766 01 PROROGATE-RUOL             PIC 9(04).
000767 01 NUOVA-SEQ-MOV-RUOL         PIC 9(04).
000768 01 RESPONSABILE-RUOL          PIC X(08).
000769 01 UNITA-RISALITA-RUOL        PIC X(08).
000770 01 LIVELLI-RUOL               PIC 99.
000771*
000772 PROCEDURE  DIVISION.
000773*
000774          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.

000775*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000776*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000777*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000778          IF SESSIONE-RIFIUTATA GO TO FINE.
000780          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000790
000800          PERFORM OPEN-I-RUO      THRU EX-OPEN-I-RUO.
000990           GO TO FINE
001000          END-IF.
001010
001011*         PROVISIONING E TRASFERIMENTO CONCEDONO PERMESSI: UN TICKET
001012*         MK-ticket, SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
001013          IF FUNZIONE-RUOL = "provision"
001014           OR FUNZIONE-RUOL = "mover"
001015           MOVE "OPENRUOL"      TO PROGRAMMA-TKT-WEB
001016           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
001017           MOVE "ABIS"          TO ARCHIVIO-TKT-WEB
001018           MOVE SPACES TO RIFERIMENTO-TKT-WEB
001019           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
001020           IF ESITO-TKT-WEB NOT = "OK"
001021            PERFORM VIS-MESS    THRU EX-VIS-MESS
001022            GO TO FINE
001023           END-IF
001024          END-IF.
001025
001026          IF FUNZIONE-RUOL = "provision"
001030           PERFORM PROVISION-RUOL THRU EX-PROVISION-RUOL
001040           GO TO FINE
001050          END-IF.
001080           PERFORM OFFBOARD-RUOL  THRU EX-OFFBOARD-RUOL
001090           GO TO FINE
001100          END-IF.
001101
001102          IF FUNZIONE-RUOL = "mover"
001103           PERFORM MOVER-RUOL     THRU EX-MOVER-RUOL
001104           GO TO FINE
001105          END-IF.
001106
001107          IF FUNZIONE-RUOL = "proroga"
001108           PERFORM PROROGA-RUOL   THRU EX-PROROGA-RUOL
001109           GO TO FINE
001110          END-IF.
001111
001120          PERFORM ELENCO-RUOL     THRU EX-ELENCO-RUOL.
001130
001140          STRING "RUOLI" ".HTM"   DELIMITED BY SIZE
001381          COPY "PIOSOD.CBL".
001382          COPY "PIOSODV.CBL".
001383          COPY "PIOGRU.CBL".
001384          COPY "PIOTAB.CBL".
001385          COPY "PIOMENU.CBL".
001386          COPY "PIOGER.CBL".
001387          COPY "PIOGERA.CBL".
001388          COPY "PIOLIC.CBL".
001389          COPY "PIOMOV.CBL".
001390          COPY "PIONOT.CBL".
001391          COPY "PIOUOR.CBL".
001392          COPY "PIOUOA.CBL".
001393          COPY "PIOENT.CBL".
001394          COPY "PIOJSON.CBL".
001400*
001410***** GRIGLIA DELLE RIGHE DEI MODELLI, TRAMITE GRIDJSON COME
001420***** OPENABIL (FILTRO FACOLTATIVO SU MK-modello)
004045           GO TO EX-PROVISION-RUOL
004046          END-IF.
004047
004048***** LICENZE: IL NUOVO UTENTE OCCUPA UN POSTO NOMINATIVO IN OGNI
004049***** MODULO A REGISTRO CHE I SUOI GRUPPI O LE ABILITAZIONI DEL
004050***** MODELLO GLI APRONO; OLTRE I POSTI UNA RIGA "LI" BLOCCANTE
004051***** FERMA IL PROVISIONING, ALTRIMENTI SI SEGNALA
004052
004053          PERFORM CONTROLLA-LICENZE-RUOL
004054           THRU EX-CONTROLLA-LICENZE-RUOL.
004055
004056          IF LICENZA-BLOCCATA
004057           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
004058           MOVE SPACES            TO MESSAGGIO
004059           STRING "Licenze del modulo " MODULO-OLTRE-RUOL
004060            " esaurite (" USATI-OLTRE-RUOL " su "
004061            POSTI-OLTRE-RUOL " posti) - modello non applicato"
004062            DELIMITED BY SIZE INTO MESSAGGIO
004063           PERFORM VIS-MESS       THRU EX-VIS-MESS
004064           GO TO EX-PROVISION-RUOL
004065          END-IF.
004066
004067          PERFORM SCRIVI-UTEN     THRU EX-SCRIVI-UTEN.
004068
004070          IF ESITO-NOK
004080           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
004090           MOVE "Errore in scrittura utente" TO MESSAGGIO
004230           GRANT-SALTATI-RUOL DELIMITED BY SIZE
004240           INTO MESSAGGIO.
004250
004251          IF MODULO-OLTRE-RUOL NOT = SPACES
004252           MOVE "LICENZA-OLTRE"   TO TIPO-OUT-WEB
004253           MOVE UTENTE-ABI-WEB    TO UTENTE-OUT-WEB
004254           MOVE SPACES            TO DETTAGLIO-OUT-WEB
004255           STRING "modulo " MODULO-OLTRE-RUOL " utenti "
004256            USATI-OLTRE-RUOL " + 1 su " POSTI-OLTRE-RUOL
004257            " posti, nuovo utente " UTENTE-RUOL
004258            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
004259           PERFORM SCRIVI-EVENTO-OUT
004260            THRU EX-SCRIVI-EVENTO-OUT
004261           MOVE SPACES            TO MESSAGGIO
004262           STRING "Utente creato dal modello: abilitazioni nuove "
004263            DELIMITED BY SIZE
004264            GRANT-FATTI-RUOL DELIMITED BY SIZE
004265            " - ATTENZIONE: licenze del modulo " DELIMITED BY SIZE
004266            MODULO-OLTRE-RUOL DELIMITED BY SIZE
004267            " oltre i posti (" DELIMITED BY SIZE
004268            USATI-OLTRE-RUOL DELIMITED BY SIZE
004269            " + 1 su " DELIMITED BY SIZE
004270            POSTI-OLTRE-RUOL DELIMITED BY SIZE
004271            ")" DELIMITED BY SIZE
004272            INTO MESSAGGIO
004273          END-IF.
004274
004275          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004276
004280 EX-PROVISION-RUOL.
004290          EXIT.
004300*
004650 EX-APPLICA-GRUPPI-RUOL.
004660          EXIT.
004661*
004662***** PER OGNI MODULO DEL REGISTRO LICENZE: SE IL NUOVO UTENTE
004663***** (ANCORA SOLO IN MEMORIA) AVREBBE IL MODULO, LO SI CONTA COME
004664***** UN POSTO IN PIU'. SI FERMA AL PRIMO MODULO BLOCCATO; UN
004665***** MODULO SOLO ESAURITO RESTA IN MODULO-OLTRE-RUOL
004666*
004667 CONTROLLA-LICENZE-RUOL.
004668
004669          SET LICENZA-LIBERA      TO TRUE.
004670          MOVE SPACES             TO MODULO-OLTRE-RUOL.
004671          MOVE ZEROS              TO USATI-OLTRE-RUOL
004672                                     POSTI-OLTRE-RUOL.
004673          MOVE UTENTE             TO UTENTE-SALVA-RUOL.
004674
004675          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
004676          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
004677          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
004678          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
004679
004680          PERFORM ELENCA-LICENZE-LIC THRU EX-ELENCA-LICENZE-LIC.
004681
004682          PERFORM CONTROLLA-MODULO-RUOL
004683           THRU EX-CONTROLLA-MODULO-RUOL
004684           VARYING IND-MODULI-LIC-WEB FROM 1 BY 1
004685           UNTIL IND-MODULI-LIC-WEB > NUM-MODULI-LIC-WEB
004686           OR LICENZA-BLOCCATA.
004687
004688          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
004689          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
004690          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
004691          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
004692
004693          MOVE UTENTE-SALVA-RUOL  TO UTENTE.
004694
004695 EX-CONTROLLA-LICENZE-RUOL.
004696          EXIT.
004697
004698 CONTROLLA-MODULO-RUOL.
004699
004700          MOVE MODULO-ELENCO-LIC-WEB(IND-MODULI-LIC-WEB)
004701           TO MODULO-LIC-WEB.
004702          MOVE UTENTE-SALVA-RUOL  TO UTENTE.
004703
004704          PERFORM CARICA-CHIAMATE-LIC THRU EX-CARICA-CHIAMATE-LIC.
004705          PERFORM PROVA-UTENTE-LIC THRU EX-PROVA-UTENTE-LIC.
004706
004707          IF UTENTE-LIC-WEB NOT = "S"
004708           PERFORM CERCA-MODULO-RUOL THRU EX-CERCA-MODULO-RUOL
004709          END-IF.
004710
004711          IF UTENTE-LIC-WEB NOT = "S"
004712           GO TO EX-CONTROLLA-MODULO-RUOL
004713          END-IF.
004714
004715          MOVE ZEROS              TO GRUPPO-LIC-WEB.
004716          MOVE 1                  TO AGGIUNTI-LIC-WEB.
004717          PERFORM VERIFICA-LICENZA-LIC
004718           THRU EX-VERIFICA-LICENZA-LIC.
004719
004720          IF LICENZA-LIBERA
004721           GO TO EX-CONTROLLA-MODULO-RUOL
004722          END-IF.
004723
004724          IF MODULO-OLTRE-RUOL = SPACES OR LICENZA-BLOCCATA
004725           MOVE MODULO-LIC-WEB    TO MODULO-OLTRE-RUOL
004726           MOVE USATI-LIC-WEB     TO USATI-OLTRE-RUOL
004727           MOVE POSTI-LIC-WEB     TO POSTI-OLTRE-RUOL
004728          END-IF.
004729
004730 EX-CONTROLLA-MODULO-RUOL.
004731          EXIT.
004732*
004733***** IL MODELLO CONCEDE UNA CHIAMATA DEL MODULO A UNO DEI GRUPPI
004734***** DEL NUOVO UTENTE: DOPO IL PROVISIONING L'UTENTE LA AVRA'
004735*
004736 CERCA-MODULO-RUOL.
004737
004738          MOVE MODELLO-RUOL       TO CODICE-RUO.
004739          MOVE LOW-VALUE          TO SEQ-RUO.
004740
004741          PERFORM STARTO-RUO      THRU EX-STARTO-RUO.
004742
004743          IF ESITO-NOK GO TO EX-CERCA-MODULO-RUOL.
004744
004745 CICLO-CERCA-MODULO-RUOL.
004746
004747          PERFORM LEGGO-NEXT-RUO  THRU EX-LEGGO-NEXT-RUO.
004748
004749          IF FINE-FILE = "S" GO TO EX-CERCA-MODULO-RUOL.
004750
004751          IF CODICE-RUO NOT = MODELLO-RUOL
004752           GO TO EX-CERCA-MODULO-RUOL
004753          END-IF.
004754
004755          IF NOT RIGA-ABI-RUO
004756           OR MOD-RUO NOT = MODULO-LIC-WEB
004757           GO TO CICLO-CERCA-MODULO-RUOL
004758          END-IF.
004759
004760          MOVE "N"                TO GRUPPO-OK-LIC-WEB.
004761          IF GRUPPO-RUO = GRUPPO-UTEN
004762           MOVE "S"               TO GRUPPO-OK-LIC-WEB
004763          END-IF.
004764          MOVE GRUPPO-RUO         TO GRUPPO-LIC-WEB.
004765          PERFORM CERCA-GRUPPO-LIC THRU EX-CERCA-GRUPPO-LIC
004766           VARYING IND-GRUPPI-LIC-WEB FROM 1 BY 1
004767           UNTIL IND-GRUPPI-LIC-WEB > 5
004768           OR IND-GRUPPI-LIC-WEB > NUM-GRUPPI-UTEN
004769           OR GRUPPO-OK-LIC-WEB = "S".
004770
004771          IF GRUPPO-OK-LIC-WEB = "S"
004772           MOVE "S"               TO UTENTE-LIC-WEB
004773           GO TO EX-CERCA-MODULO-RUOL
004774          END-IF.
004775
004776          GO TO CICLO-CERCA-MODULO-RUOL.
004777
004778 EX-CERCA-MODULO-RUOL.
004779          EXIT.
004780*
004781***** CONTROLLA SU ARKGRU IL GRUPPO BASE E GLI EXTRA APPENA
004782***** TRASFERITI DAL MODELLO: IL PRIMO CONGELATO O CHIUSO, O PER
004783***** CUI L'UTENTE NON HA LE QUALIFICHE RICHIESTE, FERMA IL
004784***** PROVISIONING (VERIFICA-ASSEGNABILE-GRU IN PIOGRU.CBL)
004785*
004786 CONTROLLA-GRUPPI-RUOL.
004787
004788          MOVE "S"                TO GRUPPO-ASSEGNABILE-WEB.
004789
004790          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
004791          MOVE CHIAVE-UTEN        TO UTENTE-QUA-WEB.
004792
004793          MOVE GRUPPO-UTEN        TO GRUPPO-GRU.
004794          PERFORM VERIFICA-ASSEGNABILE-GRU
004795           THRU EX-VERIFICA-ASSEGNABILE-GRU.
004796
004797          PERFORM CONTROLLA-EXTRA-GRU-RUOL
004798           THRU EX-CONTROLLA-EXTRA-GRU-RUOL
004799           VARYING IND-CGR-RUOL FROM 1 BY 1
004800           UNTIL IND-CGR-RUOL > 5
004801           OR GRUPPO-ASSEGNABILE-WEB = "N".
004802
004803          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
004804          MOVE SPACES             TO UTENTE-QUA-WEB.
004805
004806 EX-CONTROLLA-GRUPPI-RUOL.
004807          EXIT.
004808
004809 CONTROLLA-EXTRA-GRU-RUOL.
004810
004811          IF GRUPPO-EXTRA-UTEN(IND-CGR-RUOL) > ZEROS
004812           MOVE GRUPPO-EXTRA-UTEN(IND-CGR-RUOL) TO GRUPPO-GRU
004813           PERFORM VERIFICA-ASSEGNABILE-GRU
004814            THRU EX-VERIFICA-ASSEGNABILE-GRU
004815          END-IF.
004816
004817 EX-CONTROLLA-EXTRA-GRU-RUOL.
004818          EXIT.
004819*
004820***** CONCEDE LE ABILITAZIONI "A" DEL MODELLO NON ANCORA PRESENTI;
004821***** LE RIGHE GIA' SU ARKABI NON VENGONO TOCCATE
004822*
004823 APPLICA-ABI-RUOL.
004824
004825          MOVE ZEROS              TO GRANT-FATTI-RUOL.
004826          MOVE ZEROS              TO GRANT-SALTATI-RUOL.
004827
004828          MOVE "MK-OPERATORE"     TO FIELD-WEB.
004829          PERFORM READ-WEB        THRU EX-READ-WEB.
004830          MOVE VALUE-WEB(1:8)     TO UTENTE-ABI-WEB.
004831
004832          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
004833          PERFORM OPEN-I-ABIS     THRU EX-OPEN-I-ABIS.
004834          PERFORM OPEN-I-SOD      THRU EX-OPEN-I-SOD.
004835
004836          MOVE MODELLO-RUOL       TO CODICE-RUO.
004840          MOVE LOW-VALUE          TO SEQ-RUO.
004850
004860          PERFORM STARTO-RUO      THRU EX-STARTO-RUO.
005760 EX-OFFBOARD-RUOL.
005770          EXIT.
005780
005790*
005800***** TRASFERIMENTO (MOVER): L'UTENTE PASSA AL NUOVO MODELLO E/O
005810***** AL NUOVO ENTE PRIMARIO. GRUPPI E ABILITAZIONI DEL NUOVO
005820***** MODELLO VALGONO SUBITO; I GRUPPI DEL VECCHIO INCARICO CHE
005830***** IL NUOVO MODELLO NON PREVEDE RESTANO FRA GLI AGGIUNTIVI (E
005840***** IL VECCHIO ENTE FRA GLI ENTI AGGIUNTIVI) FINO ALLA DATA DI
005850***** RIMOZIONE SCRITTA SU ARKMOV, CHE openbmov.exe ESEGUE DA SOLA
005860*
005870 MOVER-RUOL.
005880
005890          MOVE "MK-utente"        TO FIELD-WEB.
005900          PERFORM READ-WEB        THRU EX-READ-WEB.
005910          MOVE SPACES             TO UTENTE-RUOL.
005920          MOVE VALUE-WEB(1:8)     TO UTENTE-RUOL.
005930
005940          MOVE ZEROS              TO ENTE-NUOVO-RUOL.
005950          MOVE "N"                TO ENTE-INDICATO-RUOL.
005960          MOVE "MK-ente"          TO FIELD-WEB.
005970          PERFORM READ-WEB        THRU EX-READ-WEB.
005980          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
005990           AND NUMERO-WEB NOT > 99
006000           MOVE NUMERO-WEB        TO ENTE-NUOVO-RUOL
006010           MOVE "S"               TO ENTE-INDICATO-RUOL
006030          END-IF.
006040
006050          PERFORM LEGGI-GIORNI-RUOL THRU EX-LEGGI-GIORNI-RUOL.
006060
006070          MOVE "MK-OPERATORE"     TO FIELD-WEB.
006080          PERFORM READ-WEB        THRU EX-READ-WEB.
006090          MOVE VALUE-WEB(1:8)     TO OPERATORE-RUOL.
006100
006110          IF UTENTE-RUOL = SPACES
006120           OR (MODELLO-RUOL = SPACES AND ENTE-INDICATO-RUOL = "N")
006130           MOVE "Utente e nuovo modello o nuovo ente non indicati"
006140            TO MESSAGGIO
006150           PERFORM VIS-MESS       THRU EX-VIS-MESS
006160           GO TO EX-MOVER-RUOL
006170          END-IF.
006180
006190          IF ENTE-INDICATO-RUOL = "S"
006200           PERFORM OPEN-I-ENT     THRU EX-OPEN-I-ENT
006210           MOVE ENTE-NUOVO-RUOL   TO CODICE-ENT
006220           PERFORM LEGGO-ENT      THRU EX-LEGGO-ENT
006230           PERFORM CLOSE-ENT      THRU EX-CLOSE-ENT
006240           IF ESITO-NOK OR ENTE-CHIUSO
006250            MOVE "Nuovo ente inesistente o chiuso" TO MESSAGGIO
006260            PERFORM VIS-MESS      THRU EX-VIS-MESS
006270            GO TO EX-MOVER-RUOL
006280           END-IF
006290          END-IF.
006300
006310          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
006320
006330          MOVE UTENTE-RUOL        TO CHIAVE-UTEN.
006340          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
006350
006360          IF ESITO-NOK OR UTENTE-CANCELLATO
006370           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
006380           MOVE "Utente non trovato o disattivato" TO MESSAGGIO
006390           PERFORM VIS-MESS       THRU EX-VIS-MESS
006400           GO TO EX-MOVER-RUOL
006410          END-IF.
006420
006430*         FOTOGRAFIA DEL VECCHIO INCARICO
006440          MOVE RUOLO-UTEN         TO MODELLO-VECCHIO-RUOL.
006450          MOVE ENTE-UTEN          TO ENTE-VECCHIO-RUOL.
006460          MOVE GRUPPO-UTEN        TO GRUPPO-VECCHIO-RUOL(1).
006470          MOVE GRUPPO-EXTRA-UTEN(1) TO GRUPPO-VECCHIO-RUOL(2).
006480          MOVE GRUPPO-EXTRA-UTEN(2) TO GRUPPO-VECCHIO-RUOL(3).
006490          MOVE GRUPPO-EXTRA-UTEN(3) TO GRUPPO-VECCHIO-RUOL(4).
006500          MOVE GRUPPO-EXTRA-UTEN(4) TO GRUPPO-VECCHIO-RUOL(5).
006510          MOVE GRUPPO-EXTRA-UTEN(5) TO GRUPPO-VECCHIO-RUOL(6).
006520          MOVE ZEROS              TO TAB-TOGLIERE-RUOL.
006530          MOVE ZEROS              TO NUM-TOGLIERE-RUOL.
006540          MOVE ZEROS              TO ENTE-TOGLIERE-RUOL.
006550          MOVE "N"                TO POSTI-ESAURITI-RUOL.
006560
006570          IF MODELLO-RUOL = SPACES
006580           MOVE RUOLO-UTEN        TO MODELLO-RUOL
006590          END-IF.
006600
006610          IF MODELLO-RUOL = MODELLO-VECCHIO-RUOL
006620           AND (ENTE-INDICATO-RUOL = "N"
006630            OR ENTE-NUOVO-RUOL = ENTE-VECCHIO-RUOL)
006640           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
006650           MOVE "Modello ed ente coincidono con quelli attuali"
006660            TO MESSAGGIO
006670           PERFORM VIS-MESS       THRU EX-VIS-MESS
006680           GO TO EX-MOVER-RUOL
006690          END-IF.
006700
006710*         NUOVO MODELLO: GRUPPI RICOSTRUITI DA ZERO, POI VERIFICATI
006720*         SU ARKGRU PRIMA DI RIAGGIUNGERE QUELLI IN TRANSIZIONE
006730          IF MODELLO-RUOL NOT = MODELLO-VECCHIO-RUOL
006740           MOVE ZEROS             TO GRUPPO-UTEN
006750                                     NUM-GRUPPI-UTEN
006760                                     GRUPPI-EXTRA-UTEN
006770           PERFORM APPLICA-GRUPPI-RUOL
006780            THRU EX-APPLICA-GRUPPI-RUOL
006790           IF GRUPPO-UTEN = ZEROS
006800            PERFORM CLOSE-UTEN    THRU EX-CLOSE-UTEN
006810            MOVE "Il nuovo modello non ha un gruppo base"
006820             TO MESSAGGIO
006830            PERFORM VIS-MESS      THRU EX-VIS-MESS
006840            GO TO EX-MOVER-RUOL
006850           END-IF
006860           PERFORM CONTROLLA-GRUPPI-RUOL
006870            THRU EX-CONTROLLA-GRUPPI-RUOL
006880           IF GRUPPO-ASSEGNABILE-WEB = "N"
006890            PERFORM CLOSE-UTEN    THRU EX-CLOSE-UTEN
006900            MOVE SPACES           TO MESSAGGIO
006910            STRING MOTIVO-GRU-WEB " - trasferimento non eseguito"
006920             DELIMITED BY SIZE INTO MESSAGGIO
006930            PERFORM VIS-MESS      THRU EX-VIS-MESS
006940            GO TO EX-MOVER-RUOL
006950           END-IF
006960           PERFORM TRATTIENI-GRUPPO-RUOL
006970            THRU EX-TRATTIENI-GRUPPO-RUOL
006980            VARYING IND-MOV-RUOL FROM 1 BY 1
006990            UNTIL IND-MOV-RUOL > 6
007000          END-IF.
007010
007020          IF ENTE-INDICATO-RUOL = "S"
007030           AND ENTE-NUOVO-RUOL NOT = ENTE-VECCHIO-RUOL
007040           PERFORM CAMBIA-ENTE-RUOL THRU EX-CAMBIA-ENTE-RUOL
007050          END-IF.
007060
007070          MOVE MODELLO-RUOL       TO RUOLO-UTEN.
007080
007090          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
007100
007110          IF ESITO-NOK
007120           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
007130           MOVE "Errore in scrittura utente" TO MESSAGGIO
007140           PERFORM VIS-MESS       THRU EX-VIS-MESS
007150           GO TO EX-MOVER-RUOL
007160          END-IF.
007170
007180          MOVE ZEROS              TO GRANT-FATTI-RUOL
007190                                     GRANT-SALTATI-RUOL.
007200          IF MODELLO-RUOL NOT = MODELLO-VECCHIO-RUOL
007210           PERFORM APPLICA-ABI-RUOL THRU EX-APPLICA-ABI-RUOL
007220          END-IF.
007230
007240*         IL RESPONSABILE CHE HA CONCORDATO LA TRANSIZIONE: QUELLO
007250*         INDICATO, ALTRIMENTI IL RESPONSABILE DELL'UNITA' DEL
007260*         TRASFERITO (ARKUOA/ARKUOR), CERCATO PRIMA DI SPOSTARLA
007270          MOVE "MK-responsabile"  TO FIELD-WEB.
007280          PERFORM READ-WEB        THRU EX-READ-WEB.
007290          MOVE SPACES             TO RESPONSABILE-RUOL.
007300          MOVE VALUE-WEB(1:8)     TO RESPONSABILE-RUOL.
007310          IF RESPONSABILE-RUOL = SPACES
007320           PERFORM CERCA-RESPONSABILE-RUOL
007330            THRU EX-CERCA-RESPONSABILE-RUOL
007340          END-IF.
007350
007352          PERFORM ASSEGNA-UNITA-RUOL THRU EX-ASSEGNA-UNITA-RUOL.
007354
007360          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
007370
007380          PERFORM REGISTRA-MOV-RUOL THRU EX-REGISTRA-MOV-RUOL.
007390
007400          MOVE SPACES             TO MESSAGGIO.
007410          STRING "Utente trasferito: abilitazioni nuove "
007420           DELIMITED BY SIZE
007430           GRANT-FATTI-RUOL       DELIMITED BY SIZE
007440           ", gruppi in uscita "  DELIMITED BY SIZE
007450           NUM-TOGLIERE-RUOL      DELIMITED BY SIZE
007460           ", rimozione il "      DELIMITED BY SIZE
007470           RIMOZIONE-RUOL         DELIMITED BY SIZE
007480           INTO MESSAGGIO.
007490          IF POSTI-ESAURITI-RUOL = "S"
007500           MOVE SPACES            TO MESSAGGIO
007510           STRING "Utente trasferito: abilitazioni nuove "
007520            DELIMITED BY SIZE
007530            GRANT-FATTI-RUOL      DELIMITED BY SIZE
007540            " - ATTENZIONE: posti aggiuntivi esauriti, parte dei "
007550            DELIMITED BY SIZE
007560            "vecchi gruppi/enti tolta subito" DELIMITED BY SIZE
007570            INTO MESSAGGIO
007580          END-IF.
007590
007600          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007610
007620 EX-MOVER-RUOL.
007630          EXIT.
007640*
007650***** MK-giorni DI TRANSIZIONE (DEFAULT 30, MASSIMO 365)
007660*
007670 LEGGI-GIORNI-RUOL.
007680
007690          MOVE 30                 TO GIORNI-RUOL.
007700          MOVE "MK-giorni"        TO FIELD-WEB.
007710          PERFORM READ-WEB        THRU EX-READ-WEB.
007720          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
007730           AND NUMERO-WEB > ZEROS AND NUMERO-WEB NOT > 365
007740           MOVE NUMERO-WEB        TO GIORNI-RUOL
007750          END-IF.
007760
007770          ACCEPT OGGI-RUOL        FROM DATE YYYYMMDD.
007780          COMPUTE RIMOZIONE-RUOL = FUNCTION DATE-OF-INTEGER(
007790           FUNCTION INTEGER-OF-DATE(OGGI-RUOL) + GIORNI-RUOL).
007800
007810 EX-LEGGI-GIORNI-RUOL.
007820          EXIT.
007830*
007840***** UN VECCHIO GRUPPO ASSENTE DAL NUOVO INSIEME TORNA FRA GLI
007850***** AGGIUNTIVI PER LA TRANSIZIONE; SENZA POSTO LIBERO SI PERDE
007860***** SUBITO (E LO SI DICE ALL'OPERATORE)
007870*
007880 TRATTIENI-GRUPPO-RUOL.
007890
007900          IF GRUPPO-VECCHIO-RUOL(IND-MOV-RUOL) = ZEROS
007910           OR GRUPPO-VECCHIO-RUOL(IND-MOV-RUOL) = GRUPPO-UTEN
007920           GO TO EX-TRATTIENI-GRUPPO-RUOL
007930          END-IF.
007940
007950          MOVE "N"                TO TROVATO-MOV-RUOL.
007960          PERFORM CERCA-EXTRA-RUOL THRU EX-CERCA-EXTRA-RUOL
007970           VARYING IND2-MOV-RUOL FROM 1 BY 1
007980           UNTIL IND2-MOV-RUOL > 5 OR TROVATO-MOV-RUOL = "S".
007990
008000          IF TROVATO-MOV-RUOL = "S"
008010           GO TO EX-TRATTIENI-GRUPPO-RUOL
008020          END-IF.
008030
008040          IF NUM-GRUPPI-UTEN NOT < 5
008050           MOVE "S"               TO POSTI-ESAURITI-RUOL
008060           GO TO EX-TRATTIENI-GRUPPO-RUOL
008070          END-IF.
008080
008090          ADD 1                   TO NUM-GRUPPI-UTEN.
008100          MOVE GRUPPO-VECCHIO-RUOL(IND-MOV-RUOL)
008110           TO GRUPPO-EXTRA-UTEN(NUM-GRUPPI-UTEN).
008120          ADD 1                   TO NUM-TOGLIERE-RUOL.
008130          MOVE GRUPPO-VECCHIO-RUOL(IND-MOV-RUOL)
008140           TO GRUPPO-TOGLIERE-RUOL(NUM-TOGLIERE-RUOL).
008150
008250 EX-TRATTIENI-GRUPPO-RUOL.
008260          EXIT.
008270
008280 CERCA-EXTRA-RUOL.
008290
008300          IF GRUPPO-EXTRA-UTEN(IND2-MOV-RUOL) =
008310             GRUPPO-VECCHIO-RUOL(IND-MOV-RUOL)
008320           MOVE "S"               TO TROVATO-MOV-RUOL
008330          END-IF.
008340
008350 EX-CERCA-EXTRA-RUOL.
008360          EXIT.
008370*
008380***** NUOVO ENTE PRIMARIO: IL VECCHIO PASSA FRA GLI ENTI AGGIUNTIVI
008390***** (AL POSTO DEL NUOVO, SE C'ERA GIA', O IN UN POSTO LIBERO)
008400***** FINO ALLA RIMOZIONE; L'ENTE 00 NON SEGREGA, NON SI TRATTIENE
008410*
008420 CAMBIA-ENTE-RUOL.
008430
008440          MOVE ENTE-NUOVO-RUOL    TO ENTE-UTEN.
008450
008460          IF ENTE-VECCHIO-RUOL = ZEROS
008470           GO TO EX-CAMBIA-ENTE-RUOL
008480          END-IF.
008490
008500          MOVE ZEROS              TO SLOT-ENTE-RUOL.
008510          PERFORM CERCA-SLOT-ENTE-RUOL
008515           THRU EX-CERCA-SLOT-ENTE-RUOL
008520           VARYING IND-MOV-RUOL FROM 1 BY 1
008530           UNTIL IND-MOV-RUOL > 4.
008540
008550          IF SLOT-ENTE-RUOL = ZEROS
008560           MOVE "S"               TO POSTI-ESAURITI-RUOL
008570           GO TO EX-CAMBIA-ENTE-RUOL
008580          END-IF.
008590
008600          MOVE ENTE-VECCHIO-RUOL
008605           TO ENTE-EXTRA-UTEN(SLOT-ENTE-RUOL).
008610          MOVE ENTE-VECCHIO-RUOL  TO ENTE-TOGLIERE-RUOL.
008620
008630 EX-CAMBIA-ENTE-RUOL.
008640          EXIT.
008650*
008660***** IL POSTO DEL NUOVO ENTE VINCE SU UN POSTO SOLO LIBERO
008670*
008680 CERCA-SLOT-ENTE-RUOL.
008690
008700          IF ENTE-EXTRA-UTEN(IND-MOV-RUOL) = ENTE-NUOVO-RUOL
008710           MOVE IND-MOV-RUOL      TO SLOT-ENTE-RUOL
008720           GO TO EX-CERCA-SLOT-ENTE-RUOL
008730          END-IF.
008740
008750          IF ENTE-EXTRA-UTEN(IND-MOV-RUOL) = ZEROS
008760           AND SLOT-ENTE-RUOL = ZEROS
008770           MOVE IND-MOV-RUOL      TO SLOT-ENTE-RUOL
008780          END-IF.
008790
008800 EX-CERCA-SLOT-ENTE-RUOL.
008810          EXIT.
008820*
008830***** VECCHIO RESPONSABILE: RISALE DALL'UNITA' DEL TRASFERITO FINO
008840***** AL PRIMO RESPONSABILE DIVERSO DA LUI E ANCORA IN FORZA (STESSO
008850***** SCHEMA DI CERCA-RESPONSABILE-ABIQ, AL MASSIMO 10 LIVELLI).
008860***** UNA NUOVA UNITA' MK-unita, SE INDICATA, VIENE ASSEGNATA DOPO
008870*
008880 CERCA-RESPONSABILE-RUOL.
008890
008900          MOVE SPACES             TO RESPONSABILE-RUOL.
008910
008920          PERFORM OPEN-I-UOA      THRU EX-OPEN-I-UOA.
008930          MOVE UTENTE-RUOL        TO UTENTE-UOA.
008940          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
008950          IF ESITO-OK
008960           MOVE UNITA-UOA         TO UNITA-RISALITA-RUOL
008970          ELSE
008980           MOVE SPACES            TO UNITA-RISALITA-RUOL
008990          END-IF.
009000          PERFORM CLOSE-UOA       THRU EX-CLOSE-UOA.
009010
009020          IF UNITA-RISALITA-RUOL = SPACES
009030           GO TO EX-CERCA-RESPONSABILE-RUOL
009040          END-IF.
009050
009060          PERFORM OPEN-I-UOR      THRU EX-OPEN-I-UOR.
009070          MOVE ZEROS              TO LIVELLI-RUOL.
009080
009090 RISALI-RESPONSABILE-RUOL.
009100
009110          IF UNITA-RISALITA-RUOL = SPACES OR LIVELLI-RUOL > 9
009120           GO TO CHIUDI-RESPONSABILE-RUOL
009130          END-IF.
009140
009150          ADD 1                   TO LIVELLI-RUOL.
009160          MOVE UNITA-RISALITA-RUOL TO CODICE-UOR.
009170          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
009180          IF ESITO-NOK GO TO CHIUDI-RESPONSABILE-RUOL.
009190
009200          MOVE PADRE-UOR          TO UNITA-RISALITA-RUOL.
009210
009220          IF RESPONSABILE-UOR = SPACES
009230           OR RESPONSABILE-UOR = UTENTE-RUOL
009240           GO TO RISALI-RESPONSABILE-RUOL
009250          END-IF.
009260
009270          MOVE RESPONSABILE-UOR   TO CHIAVE-UTEN.
009280          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
009290          IF ESITO-NOK OR UTENTE-CANCELLATO
009300           OR UTENTE-BLOCCATO
009310           GO TO RISALI-RESPONSABILE-RUOL
009320          END-IF.
009330
009340          MOVE RESPONSABILE-UOR   TO RESPONSABILE-RUOL.
009350
009360 CHIUDI-RESPONSABILE-RUOL.
009370
009380          PERFORM CLOSE-UOR       THRU EX-CLOSE-UOR.
009390
009400 EX-CERCA-RESPONSABILE-RUOL.
009410          EXIT.
009420*
009430***** NUOVA UNITA' ORGANIZZATIVA DEL TRASFERITO (FACOLTATIVA): DEVE
009440***** ESISTERE ED ESSERE ATTIVA; L'ASSEGNAZIONE SU ARKUOA SEGUE LO
009450***** SCHEMA DI ASSEGNA-MUOR
009460*
009470 ASSEGNA-UNITA-RUOL.
009480
009490          MOVE "MK-unita"         TO FIELD-WEB.
009500          PERFORM READ-WEB        THRU EX-READ-WEB.
009510          MOVE SPACES             TO UNITA-RISALITA-RUOL.
009520          MOVE VALUE-WEB(1:8)     TO UNITA-RISALITA-RUOL.
009530
009540          IF UNITA-RISALITA-RUOL = SPACES
009550           GO TO EX-ASSEGNA-UNITA-RUOL
009560          END-IF.
009570
009580          PERFORM OPEN-I-UOR      THRU EX-OPEN-I-UOR.
009590          MOVE UNITA-RISALITA-RUOL TO CODICE-UOR.
009600          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
009610          PERFORM CLOSE-UOR       THRU EX-CLOSE-UOR.
009620
009630          IF ESITO-NOK OR UOR-CHIUSA
009640           MOVE SPACES            TO UNITA-RISALITA-RUOL
009650           GO TO EX-ASSEGNA-UNITA-RUOL
009660          END-IF.
009670
009680          PERFORM OPEN-I-UOA      THRU EX-OPEN-I-UOA.
009690          MOVE UTENTE-RUOL        TO UTENTE-UOA.
009700          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
009710
009720          MOVE UNITA-RISALITA-RUOL TO UNITA-UOA.
009730          MOVE OGGI-RUOL          TO DATA-UOA.
009740          MOVE OPERATORE-RUOL     TO UTENTE-AGG-UOA.
009750
009760          IF ESITO-OK
009770           PERFORM RISCRIVI-UOA   THRU EX-RISCRIVI-UOA
009780          ELSE
009790           MOVE UTENTE-RUOL       TO UTENTE-UOA
009800           PERFORM SCRIVI-UOA     THRU EX-SCRIVI-UOA
009810          END-IF.
009820
009830          PERFORM CLOSE-UOA       THRU EX-CLOSE-UOA.
009840
009850 EX-ASSEGNA-UNITA-RUOL.
009860          EXIT.
009870*
009880***** REGISTRA IL TRASFERIMENTO SU ARKMOV (PROSSIMA SEQ DELL'UTENTE)
009890***** E, SE RESTA QUALCOSA DA TOGLIERE, AVVISA IL VECCHIO
009900***** RESPONSABILE DELLA DATA DI RIMOZIONE. SENZA NULLA IN USCITA
009910***** IL TRASFERIMENTO NASCE GIA' CHIUSO
009920*
009930 REGISTRA-MOV-RUOL.
009940
009950          PERFORM OPEN-I-MOV      THRU EX-OPEN-I-MOV.
009960
009970          MOVE ZEROS              TO NUOVA-SEQ-MOV-RUOL.
009980          MOVE UTENTE-RUOL        TO UTENTE-MOV.
009990          MOVE ZEROS              TO SEQ-MOV.
010000          PERFORM STARTO-MOV      THRU EX-STARTO-MOV.
010010
010020          IF ESITO-NOK GO TO SCRIVI-MOV-RUOL.
010030
010040 CICLO-SEQ-MOV-RUOL.
010050
010060          PERFORM LEGGO-NEXT-MOV  THRU EX-LEGGO-NEXT-MOV.
010070
010080          IF FINE-FILE = "S" OR UTENTE-MOV NOT = UTENTE-RUOL
010090           GO TO SCRIVI-MOV-RUOL
010100          END-IF.
010110
010120          MOVE SEQ-MOV            TO NUOVA-SEQ-MOV-RUOL.
010130
010140          GO TO CICLO-SEQ-MOV-RUOL.
010150
010160 SCRIVI-MOV-RUOL.
010170
010180          INITIALIZE TRASFERIMENTO.
010190          MOVE UTENTE-RUOL        TO UTENTE-MOV.
010200          ADD 1 NUOVA-SEQ-MOV-RUOL GIVING SEQ-MOV.
010210          SET MOV-PENDENTE        TO TRUE.
010220          MOVE OGGI-RUOL          TO DATA-MOV.
010230          MOVE OPERATORE-RUOL     TO OPERATORE-MOV.
010240          MOVE MODELLO-VECCHIO-RUOL TO MODELLO-VECCHIO-MOV.
010250          MOVE MODELLO-RUOL       TO MODELLO-NUOVO-MOV.
010260          MOVE ENTE-VECCHIO-RUOL  TO ENTE-VECCHIO-MOV.
010270          MOVE ENTE-VECCHIO-RUOL  TO ENTE-NUOVO-MOV.
010275          IF ENTE-INDICATO-RUOL = "S"
010276           MOVE ENTE-NUOVO-RUOL   TO ENTE-NUOVO-MOV
010277          END-IF.
010280          MOVE TAB-TOGLIERE-RUOL  TO GRUPPI-TOGLIERE-MOV.
010290          MOVE ENTE-TOGLIERE-RUOL TO ENTE-TOGLIERE-MOV.
010300          MOVE RIMOZIONE-RUOL     TO RIMOZIONE-MOV.
010310          MOVE RESPONSABILE-RUOL  TO RESPONSABILE-MOV.
010320          MOVE ZEROS              TO PROROGHE-MOV.
010330
010340          IF NUM-TOGLIERE-RUOL = ZEROS
010350           AND ENTE-TOGLIERE-RUOL = ZEROS
010360           SET MOV-RIMOSSO        TO TRUE
010370           MOVE OGGI-RUOL         TO DATA-ESECUZIONE-MOV
010380          END-IF.
010390
010400          PERFORM SCRIVI-MOV      THRU EX-SCRIVI-MOV.
010410
010420          PERFORM CLOSE-MOV       THRU EX-CLOSE-MOV.
010430
010440          IF MOV-RIMOSSO OR RESPONSABILE-RUOL = SPACES
010450           GO TO EX-REGISTRA-MOV-RUOL
010460          END-IF.
010470
010480          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
010490
010500          MOVE "MOVER"            TO TIPO-NOT-WEB.
010510          MOVE "M"                TO SEVERITA-NOT-WEB.
010520          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
010530          STRING "MOV " UTENTE-MOV " " SEQ-MOV
010540           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
010550          MOVE RESPONSABILE-RUOL  TO DESTINATARI-NOT-WEB.
010560          MOVE SPACES             TO TESTO-NOT-WEB.
010570          STRING "Utente " UTENTE-RUOL " trasferito: il vecchio "
010580           "accesso viene rimosso il " RIMOZIONE-RUOL
010590           " salvo proroga"
010600           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
010610          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
010620
010630          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
010640
010650 EX-REGISTRA-MOV-RUOL.
010660          EXIT.
010670*
010680***** PROROGA ESPLICITA: SPOSTA DI MK-giorni DA OGGI LA RIMOZIONE
010690***** DI OGNI TRASFERIMENTO ANCORA IN ATTESA DELL'UTENTE; SENZA
010700***** MOTIVO (MK-motivo) NON SI PROROGA
010710*
010720 PROROGA-RUOL.
010730
010740          MOVE "MK-utente"        TO FIELD-WEB.
010750          PERFORM READ-WEB        THRU EX-READ-WEB.
010760          MOVE SPACES             TO UTENTE-RUOL.
010770          MOVE VALUE-WEB(1:8)     TO UTENTE-RUOL.
010780
010790          MOVE "MK-motivo"        TO FIELD-WEB.
010800          PERFORM READ-WEB        THRU EX-READ-WEB.
010810          MOVE SPACES             TO MOTIVO-RUOL.
010820          MOVE VALUE-WEB(1:60)    TO MOTIVO-RUOL.
010830
010840          MOVE "MK-OPERATORE"     TO FIELD-WEB.
010850          PERFORM READ-WEB        THRU EX-READ-WEB.
010860          MOVE VALUE-WEB(1:8)     TO OPERATORE-RUOL.
010870
010880          IF UTENTE-RUOL = SPACES OR MOTIVO-RUOL = SPACES
010890           MOVE "Utente o motivo della proroga non indicati"
010900            TO MESSAGGIO
010910           PERFORM VIS-MESS       THRU EX-VIS-MESS
010920           GO TO EX-PROROGA-RUOL
010930          END-IF.
010940
010950          PERFORM LEGGI-GIORNI-RUOL THRU EX-LEGGI-GIORNI-RUOL.
010960
010970          MOVE ZEROS              TO PROROGATE-RUOL.
010980
010990          PERFORM OPEN-I-MOV      THRU EX-OPEN-I-MOV.
011000
011010          MOVE UTENTE-RUOL        TO UTENTE-MOV.
011020          MOVE ZEROS              TO SEQ-MOV.
011030          PERFORM STARTO-MOV      THRU EX-STARTO-MOV.
011040
011050          IF ESITO-NOK GO TO FINE-PROROGA-RUOL.
011060
011070 CICLO-PROROGA-RUOL.
011080
011090          PERFORM LEGGO-NEXT-MOV  THRU EX-LEGGO-NEXT-MOV.
011100
011110          IF FINE-FILE = "S" OR UTENTE-MOV NOT = UTENTE-RUOL
011120           GO TO FINE-PROROGA-RUOL
011130          END-IF.
011140
011150          IF NOT MOV-PENDENTE GO TO CICLO-PROROGA-RUOL.
011160
011170          MOVE RIMOZIONE-RUOL     TO RIMOZIONE-MOV.
011180          ADD 1                   TO PROROGHE-MOV.
011190          MOVE OPERATORE-RUOL     TO PROROGATO-DA-MOV.
011200          MOVE MOTIVO-RUOL        TO MOTIVO-PROROGA-MOV.
011210
011220          PERFORM RISCRIVI-MOV    THRU EX-RISCRIVI-MOV.
011230
011240          IF ESITO-OK
011250           ADD 1                  TO PROROGATE-RUOL
011260          END-IF.
011270
011280          GO TO CICLO-PROROGA-RUOL.
011290
011300 FINE-PROROGA-RUOL.
011310
011320          PERFORM CLOSE-MOV       THRU EX-CLOSE-MOV.
011330
011340          MOVE SPACES             TO MESSAGGIO.
011350          STRING "Rimozioni prorogate al " RIMOZIONE-RUOL ": "
011360           PROROGATE-RUOL
011370           DELIMITED BY SIZE INTO MESSAGGIO.
011380
011390          PERFORM VIS-MESS        THRU EX-VIS-MESS.
011400
011410 EX-PROROGA-RUOL.
011420          EXIT.
