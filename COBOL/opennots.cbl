000270* TENTATIVI FALLITI LA NOTIFICA PASSA IN STATO "E" E RESTA
000280* VISIBILE COME NON CONSEGNATA. GLI ALTRI PRODUTTORI (OPENJOB,
000290* OPENUDOR, OPENBATCH) ACCODANO DA SOLI CON SCRIVI-EVENTO-NOT.
000291* GLI INDIRIZZI SCRITTI "PEC:indirizzo", E TUTTI GLI INDIRIZZI DEI
000292* TIPI EVENTO ELENCATI NELLA TABELLA "PC" ENTE 00 (TIPO IN POS
000293* 1-10), PARTONO INVECE PER POSTA CERTIFICATA DALLA CASELLA PEC
000294* (PARAMETRO PEC-CASELLA), UN MESSAGGIO PER DESTINATARIO CON IL
000295* SUO IDENTIFICATIVO NELL'OGGETTO, REGISTRATO SU ARKPEC: LE
000296* RICEVUTE LE LEGGE openpecr.exe. LA NOTIFICA E' "S" SOLO QUANDO
000297* SONO PARTITE SIA LA POSTA SIA TUTTE LE PEC; AI TENTATIVI
000298* SUCCESSIVI LE PEC GIA' PARTITE NON SI RISPEDISCONO.
000299* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW)
000300* POSTA E PEC NON RAGGIUNGONO I DESTINATARI VERI: VANNO ALLA
000301* CASELLA DI RACCOLTA DELL'ISTANZA, O IN FILES/AMBIENTE.POSTA.TXT
000302* SE NON C'E', CON I DESTINATARI ORIGINALI NELL'OGGETTO.
000303* LA POSTA DI UN PASSO BATCH FALLITO (BATCHPASSO) O DI UN GIRO DI
000304* PIANO FALLITO (JOBFALLITO SU SECTION "SKD.") RIPORTA LA
000305* PROCEDURA OPERATIVA DI ARKRBK E IL LINK ALLA SUA SCHEDA.
000306* UN ALLARME DI GRAVITA' "A" SENZA DESTINATARI ESPLICITI VA AL
000307* REPERIBILE PRIMARIO DEL TURNO IN CORSO ALL'ORA DELL'EVENTO
000308* (ARKREP; SENZA TURNO VALE LA TABELLA "NT") E ATTENDE LA PRESA
000309* IN CARICO SU ARKACK. AD OGNI GIRO, PRIMA DELLA SPEDIZIONE, GLI
000310* ALLARMI NON PRESI ENTRO I MINUTI DEL PARAMETRO REPER-MINUTI
000311* (DEFAULT 15) SALGONO ALLA RISERVA E POI AL RESPONSABILE DEL
000312* TURNO (O A QUELLO DEL PARAMETRO REPER-CAPO) E RIPARTONO; A
000313* CATENA ESAURITA L'ALLARME RESTA "E" SU ARKACK. LA PRECISIONE
000314* DELLA SALITA E' QUELLA DELLA FREQUENZA CON CUI GIRA OPENNOTS.
000315*
000316 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENNOTS.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000423          COPY "SELVIEW.CBL".
000424          COPY "SELMSG.CBL".
000425          COPY "SELUTEN.CBL".
000426          COPY "SELPEC.CBL".
000427          COPY "SELRBK.CBL".
000428          COPY "SELREP.CBL".
000429          COPY "SELACK.CBL".
000430
000440 DATA             DIVISION.
000450 FILE SECTION.
000503          COPY "FDEVIEW.CBL".
000504          COPY "FDEMSG.CBL".
000505          COPY "FDEUTEN.CBL".
000506          COPY "FDEPEC.CBL".
000507          COPY "FDERBK.CBL".
000508          COPY "FDEREP.CBL".
000509          COPY "FDEACK.CBL".
000510
000520 WORKING-STORAGE  SECTION.
000530
000653 01 CONTA-CHIOCC-NOTS         PIC 9(02).
000654 01 INSTRADATI-NOTS           PIC 9(02).
000655*
000656** CANALE PEC: I GETTONI DA SPEDIRE PER POSTA CERTIFICATA SONO
000657** MARCATI QUI (STESSA POSIZIONE DI TOKEN-NOTS) E TOLTI DALLA
000658** LISTA DELLA POSTA ORDINARIA
000659*
000660 01 PEC-TOKEN-NOTS.
000661    02 DEST-PEC-NOTS            PIC X(01) OCCURS 6 TIMES.
000662 01 CONTA-PEC-NOTS            PIC 9(01).
000663 01 PEC-KO-NOTS               PIC 9(01).
000664 01 TIPO-PEC-NOTS             PIC X(01).
000665 01 CASELLA-PEC-NOTS          PIC X(30).
000666 01 INDIRIZZO-PEC-NOTS        PIC X(60).
000667 01 NUOVA-PEC-NOTS            PIC X(01).
000668 01 RC-POSTA-NOTS             PIC S9(9) COMP.
000669*
000670** PROCEDURA OPERATIVA RICHIAMATA DALLA NOTIFICA: TIPO "P" PASSO
000671** BATCH O "S" PIANO SCHEDULATO, CON IL SUO CODICE
000672*
000673 01 TIPO-RBK-NOTS            PIC X(01).
000674 01 CODICE-RBK-NOTS          PIC X(08).
000675*
000676** REPERIBILITA': MINUTI CONCESSI PER LA PRESA IN CARICO E
000677** RESPONSABILE DI RISERVA (PARAMETRI), IL TURNO TROVATO PER
000678** L'ORA DELL'EVENTO E GLI APPOGGI PER CONTARE I MINUTI
000679*
000680 01 MINUTI-REP-NOTS          PIC 9(03).
000681 01 CAPO-REP-NOTS            PIC X(08).
000682 01 IERI-TURNO-NOTS          PIC 9(08).
000683 01 ORA-TURNO-NOTS           PIC 9(04).
000684 01 PRIMARIO-TURNO-NOTS      PIC X(08).
000685 01 RISERVA-TURNO-NOTS       PIC X(08).
000686 01 CAPO-TURNO-NOTS          PIC X(08).
000687 01 NUOVO-DEST-NOTS          PIC X(08).
000688 01 ORA-ADESSO-NOTS.
000689    05 HH-ADESSO-NOTS        PIC 9(02).
000690    05 MM-ADESSO-NOTS        PIC 9(02).
000691    05 SS-ADESSO-NOTS        PIC 9(02).
000692    05 FILLER                PIC 9(02).
000693 01 ORA-CALC-NOTS.
000694    05 HH-CALC-NOTS          PIC 9(02).
000695    05 MM-CALC-NOTS          PIC 9(02).
000696    05 SS-CALC-NOTS          PIC 9(02).
000697 01 DATA-CALC-NOTS           PIC 9(08).
000698 01 MINUTI-CALC-NOTS         PIC S9(9) COMP.
000699 01 MINUTI-ADESSO-NOTS       PIC S9(9) COMP.
000700 01 MINUTI-ATTESA-NOTS       PIC S9(9) COMP.
000701*
000702** TESTI A MODELLO: UN TESTO-NOT CHE COMINCIA CON "@" PORTA IN
000703** POS 2-11 UN CODICE DEL CATALOGO ARKMSG, RISOLTO NELLA
000704** LINGUA DEL DESTINATARIO (O IN ITALIANO PER LA POSTA) CON
000705** &1 = RIFERIMENTO E &2 = DATA DELL'EVENTO; COSI' IL
000706** SOLLECITO SI RIFORMULA O SI TRADUCE SENZA RILASCI
000707*
000708 01 TESTO-RISOLTO-NOTS        PIC X(200).
000709 01 LINGUA-DEST-NOTS          PIC XX.
000710 01 COMANDO-NOTS             PIC X(256).
000711 01 CHIAVE-SALVA-NOTS        PIC X(17).
000712 01 TROVATO-NOTS             PIC X.
000713 01 RIFERIMENTO-CERCA-NOTS   PIC X(30).
000714*
000715** CONTATORI DI RIEPILOGO
000716*
000720 01 ACCODATE-NOTS            PIC 9(5).
000730 01 SPEDITE-NOTS             PIC 9(5).
000740 01 FALLITE-NOTS             PIC 9(5).
000750 01 ESAURITE-NOTS            PIC 9(5).
000751 01 PEC-INVIATE-NOTS         PIC 9(5).
000752 01 PEC-FALLITE-NOTS         PIC 9(5).
000754 01 SCALATE-NOTS             PIC 9(5).
000756 01 NON-PRESE-NOTS           PIC 9(5).
000760*
000770 PROCEDURE  DIVISION.
000780*
000920          MOVE ZEROS                 TO ACCODATE-NOTS
000930                                        SPEDITE-NOTS
000940                                        FALLITE-NOTS
000941                                        ESAURITE-NOTS
000942                                        PEC-INVIATE-NOTS
000943                                        PEC-FALLITE-NOTS
000944                                        SCALATE-NOTS
000945                                        NON-PRESE-NOTS.
000946
000947          MOVE "LEGGI"               TO AZIONE-PAR-WEB.
000948          MOVE "PEC-CASELLA"         TO NOME-PAR-WEB.
000949          MOVE SPACES                TO QUALIFICA-PAR-WEB.
000950          PERFORM PARAMETRO-NOTS     THRU EX-PARAMETRO-NOTS.
000951
000952          IF ESITO-PAR-WEB = "OK" AND
000953             VALORE-PAR-WEB(1:30) NOT = SPACES
000954           MOVE VALORE-PAR-WEB(1:30) TO CASELLA-PEC-NOTS
000955          ELSE
000956           MOVE "pec"                TO CASELLA-PEC-NOTS
000957          END-IF.
000958
000959          MOVE "LEGGI"               TO AZIONE-PAR-WEB.
000960          MOVE "REPER-MINUTI"        TO NOME-PAR-WEB.
000961          MOVE SPACES                TO QUALIFICA-PAR-WEB.
000962          PERFORM PARAMETRO-NOTS     THRU EX-PARAMETRO-NOTS.
000963
000964          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB > ZERO
000965           AND NUMERO-PAR-WEB < 1000
000966           MOVE NUMERO-PAR-WEB       TO MINUTI-REP-NOTS
000967          ELSE
000968           MOVE 15                   TO MINUTI-REP-NOTS
000969          END-IF.
000970
000971          MOVE "LEGGI"               TO AZIONE-PAR-WEB.
000972          MOVE "REPER-CAPO"          TO NOME-PAR-WEB.
000973          MOVE SPACES                TO QUALIFICA-PAR-WEB.
000974          PERFORM PARAMETRO-NOTS     THRU EX-PARAMETRO-NOTS.
000975
000976          MOVE SPACES                TO CAPO-REP-NOTS.
000977          IF ESITO-PAR-WEB = "OK"
000978           MOVE VALORE-PAR-WEB(1:8)  TO CAPO-REP-NOTS
000979          END-IF.
000980
000981          PERFORM AMBIENTE-AMB       THRU EX-AMBIENTE-AMB.
000982
000983          PERFORM OPEN-I-NOT         THRU EX-OPEN-I-NOT.
000984          PERFORM OPEN-I-VIEW        THRU EX-OPEN-I-VIEW.
000985          PERFORM OPEN-I-MSG         THRU EX-OPEN-I-MSG.
000986          PERFORM OPEN-I-UTEN        THRU EX-OPEN-I-UTEN.
000987
000990          PERFORM SCANSIONE-ABIQ-NOTS
001000           THRU EX-SCANSIONE-ABIQ-NOTS.
001010
001020          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
001021          PERFORM OPEN-I-PEC         THRU EX-OPEN-I-PEC.
001022          PERFORM OPEN-I-REP         THRU EX-OPEN-I-REP.
001023          PERFORM OPEN-I-ACK         THRU EX-OPEN-I-ACK.
001024
001025          PERFORM ESCALATION-NOTS    THRU EX-ESCALATION-NOTS.
001030
001040          PERFORM SPEDIZIONE-NOTS    THRU EX-SPEDIZIONE-NOTS.
001050
001051          PERFORM CLOSE-ACK          THRU EX-CLOSE-ACK.
001052          PERFORM CLOSE-REP          THRU EX-CLOSE-REP.
001055          PERFORM CLOSE-PEC          THRU EX-CLOSE-PEC.
001060          PERFORM CLOSE-TAB          THRU EX-CLOSE-TAB.
001061          PERFORM CLOSE-UTEN         THRU EX-CLOSE-UTEN.
001062          PERFORM CLOSE-MSG          THRU EX-CLOSE-MSG.
001100          DISPLAY "NOTIFICHE SPEDITE  : " SPEDITE-NOTS.
001110          DISPLAY "TENTATIVI FALLITI  : " FALLITE-NOTS.
001120          DISPLAY "NOTIFICHE ESAURITE : " ESAURITE-NOTS.
001121          DISPLAY "PEC INVIATE        : " PEC-INVIATE-NOTS.
001122          DISPLAY "PEC NON PARTITE    : " PEC-FALLITE-NOTS.
001124          DISPLAY "ALLARMI SCALATI    : " SCALATE-NOTS.
001126          DISPLAY "ALLARMI NON PRESI  : " NON-PRESE-NOTS.
001130
001140          MOVE ZERO                  TO RETURN-CODE.
001150
001180** RICHIESTE DI ABILITAZIONE ANCORA PENDENTI OLTRE LA SOGLIA:
001190** UNA NOTIFICA "ABIQSTALE" PER RICHIESTA, ACCODATA UNA SOLA
001200** VOLTA (SI CONTROLLA CHE NON ESISTA GIA' UNA NOTIFICA CON LO
001210** STESSO RIFERIMENTO). FINCHE' LA RICHIESTA ATTENDE IL VISTO
001211** DEL RESPONSABILE DI UNITA' IL SOLLECITO VA A LUI SOLO, CON UN
001212** RIFERIMENTO PROPRIO, E DOPO IL VISTO PARTE QUELLO DI SEMPRE
001220*
001230 SCANSIONE-ABIQ-NOTS.
001240
001520          MOVE SPACES                TO RIFERIMENTO-CERCA-NOTS.
001530          STRING "ABIQ " NUMERO-ABIQ
001540           DELIMITED BY SIZE INTO RIFERIMENTO-CERCA-NOTS.
001541          IF RICHIESTA-DA-VISTARE
001542           MOVE " VISTO"        TO RIFERIMENTO-CERCA-NOTS(14:6)
001543          END-IF.
001550
001560          PERFORM CERCA-GIA-NOTIFICATA-NOTS
001570           THRU EX-CERCA-GIA-NOTIFICATA-NOTS.
001670           " di " RICHIEDENTE-ABIQ " pendente dal "
001680           DATA-RICH-ABIQ
001690           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
001691
001692          IF RICHIESTA-DA-VISTARE
001693           MOVE APPROVATORE-ABIQ     TO DESTINATARI-NOT-WEB
001694           MOVE SPACES               TO TESTO-NOT-WEB
001695           STRING "Richiesta abilitazione " NUMERO-ABIQ
001696            " di " RICHIEDENTE-ABIQ " attende il visto dal "
001697            DATA-RICH-ABIQ
001698            DELIMITED BY SIZE INTO TESTO-NOT-WEB
001699          END-IF.
001700
001710          PERFORM SCRIVI-EVENTO-NOT  THRU EX-SCRIVI-EVENTO-NOT.
001720
002540 SPEDISCI-UNA-NOTS.
002550
002560          MOVE DESTINATARI-NOT       TO DESTINATARIO-NOTS.
002561
002562          IF DESTINATARIO-NOTS = SPACES AND SEVERITA-NOT = "A"
002563           PERFORM REPERIBILE-NOTS   THRU EX-REPERIBILE-NOTS
002564          END-IF.
002570
002580          IF DESTINATARIO-NOTS = SPACES
002590           PERFORM RISOLVI-DESTINATARI-NOTS
002705          PERFORM INSTRADA-PREFERENZE-NOTS
002706           THRU EX-INSTRADA-PREFERENZE-NOTS.
002707
002708          IF DESTINATARIO-NOTS = SPACES AND CONTA-PEC-NOTS = ZERO
002709***** NIENTE POSTA DA SPEDIRE: LA NOTIFICA E' COMUNQUE
002710***** CONSEGNATA (CASSETTA) O SILENZIATA PER SCELTA
002711           MOVE "S"                  TO STATO-NOT
002716
002720          PERFORM SCRIVI-CORPO-NOTS  THRU EX-SCRIVI-CORPO-NOTS.
002730
002731
002732          MOVE ZERO                  TO RC-POSTA-NOTS.
002733
002734          IF DESTINATARIO-NOTS = SPACES GO TO PEC-NOTS.
002735
002736          IF NOT AMB-PRODUZIONE
002737           MOVE DESTINATARIO-NOTS    TO DESTINATARI-AMB-WEB
002738           MOVE SPACES               TO OGGETTO-AMB-WEB
002739           STRING "OPENPA " TIPO-NOT DELIMITED BY SIZE
002740            INTO OGGETTO-AMB-WEB
002741           MOVE "FILES/NOTBODY.TXT"  TO CORPO-AMB-WEB
002742           PERFORM DEVIA-POSTA-AMB   THRU EX-DEVIA-POSTA-AMB
002743           MOVE RC-AMB-WEB           TO RC-POSTA-NOTS
002744           GO TO PEC-NOTS
002745          END-IF.
002746
002747          MOVE SPACES                TO COMANDO-NOTS.
002750          STRING "mail -s 'OPENPA " DELIMITED BY SIZE
002760           TIPO-NOT DELIMITED BY SPACE
002770           "' " DELIMITED BY SIZE
002800           INTO COMANDO-NOTS.
002810
002820          CALL "SYSTEM" USING COMANDO-NOTS.
002821
002822          MOVE RETURN-CODE           TO RC-POSTA-NOTS.
002823
002824 PEC-NOTS.
002825
002826          MOVE ZERO                  TO PEC-KO-NOTS.
002827
002828          IF CONTA-PEC-NOTS > ZERO
002829           PERFORM SPEDISCI-PEC-NOTS THRU EX-SPEDISCI-PEC-NOTS
002830            VARYING IND-TOKEN-NOTS FROM 1 BY 1
002831            UNTIL IND-TOKEN-NOTS > 6
002832          END-IF.
002833
002840          IF RC-POSTA-NOTS = ZERO AND PEC-KO-NOTS = ZERO
002850           MOVE "S"                  TO STATO-NOT
002860           ADD 1                     TO TENTATIVI-NOT
002870           ADD 1                     TO SPEDITE-NOTS
003470          STRING "Riferimento: " RIFERIMENTO-NOT
003480           DELIMITED BY SIZE INTO DATI-CSV.
003490          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003491
003492          PERFORM PROCEDURA-NOTS     THRU EX-PROCEDURA-NOTS.
003493
003494          PERFORM PRESA-CARICO-NOTS  THRU EX-PRESA-CARICO-NOTS.
003500
003510          PERFORM CLOSE-CSV          THRU EX-CLOSE-CSV.
003520
003530 EX-SCRIVI-CORPO-NOTS.
003540          EXIT.
003541*
003542** PROCEDURA OPERATIVA DEL PASSO O DEL PIANO FALLITO IN CODA AL
003543** CORPO: TITOLO, RILANCIO, CONTATTO, PRIMA VERIFICA E LINK ALLA
003544** SCHEDA DI openmrbk.exe (CHE SENZA PROCEDURA APRE LA SCHEDA
003545** VUOTA DA COMPILARE). GLI ALTRI TIPI EVENTO NON NE HANNO
003546*
003547 PROCEDURA-NOTS.
003548
003549          MOVE SPACES                TO TIPO-RBK-NOTS.
003550          MOVE SPACES                TO CODICE-RBK-NOTS.
003551
003552          IF TIPO-NOT = "BATCHPASSO"
003553           MOVE "P"                  TO TIPO-RBK-NOTS
003554           UNSTRING RIFERIMENTO-NOT DELIMITED BY SPACE
003555            INTO CODICE-RBK-NOTS
003556          END-IF.
003557
003558          IF TIPO-NOT = "JOBFALLITO"
003559           AND RIFERIMENTO-NOT(1:4) = "SKD."
003560           MOVE "S"                  TO TIPO-RBK-NOTS
003561           UNSTRING RIFERIMENTO-NOT(5:26) DELIMITED BY SPACE
003562            INTO CODICE-RBK-NOTS
003563          END-IF.
003564
003565          IF TIPO-RBK-NOTS = SPACES OR CODICE-RBK-NOTS = SPACES
003566           GO TO EX-PROCEDURA-NOTS
003567          END-IF.
003568
003569          PERFORM OPEN-I-RBK         THRU EX-OPEN-I-RBK.
003570
003571          MOVE TIPO-RBK-NOTS         TO TIPO-RBK.
003572          MOVE CODICE-RBK-NOTS       TO CODICE-RBK.
003573          PERFORM LEGGO-RBK          THRU EX-LEGGO-RBK.
003574
003575          PERFORM CLOSE-RBK          THRU EX-CLOSE-RBK.
003576
003577          MOVE SPACES                TO DATI-CSV.
003578          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003579
003580          IF ESITO-NOK
003581           STRING "Nessuna procedura operativa registrata per "
003582            CODICE-RBK-NOTS
003583            DELIMITED BY SIZE INTO DATI-CSV
003584           PERFORM SCRIVI-RIGA-CSV   THRU EX-SCRIVI-RIGA-CSV
003585           GO TO LINK-PROCEDURA-NOTS
003586          END-IF.
003587
003588          STRING "Procedura operativa: " TITOLO-RBK
003589           " (versione " VERSIONE-RBK ")"
003590           DELIMITED BY SIZE INTO DATI-CSV.
003591          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003592
003593          MOVE SPACES                TO DATI-CSV.
003594          IF RBK-RILANCIO-SICURO
003595           MOVE "Rilancio: sicuro"   TO DATI-CSV
003596          END-IF.
003597          IF RBK-RILANCIO-VIETATO
003598           MOVE "Rilancio: NON rilanciare prima di aver sentito il
003599-               " contatto"          TO DATI-CSV
003600          END-IF.
003601          IF RBK-RILANCIO-VERIFICA
003602           MOVE "Rilancio: solo dopo le verifiche" TO DATI-CSV
003603          END-IF.
003604          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003605
003606          IF NOTA-RILANCIO-RBK NOT = SPACES
003607           MOVE SPACES               TO DATI-CSV
003608           MOVE NOTA-RILANCIO-RBK    TO DATI-CSV
003609           PERFORM SCRIVI-RIGA-CSV   THRU EX-SCRIVI-RIGA-CSV
003610          END-IF.
003611
003612          MOVE SPACES                TO DATI-CSV.
003613          STRING "Contatto: " CONTATTO-RBK
003614           DELIMITED BY SIZE INTO DATI-CSV.
003615          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003616
003617          MOVE SPACES                TO DATI-CSV.
003618          STRING "Verificare per prima cosa: " VERIFICHE-RBK
003619           DELIMITED BY SIZE INTO DATI-CSV.
003620          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003621
003622 LINK-PROCEDURA-NOTS.
003623
003624          MOVE SPACES                TO DATI-CSV.
003625          STRING "Scheda: openmrbk.exe?MK-FUNZIONE=mostra"
003626           "&MK-tipo=" TIPO-RBK-NOTS "&MK-codice=" CODICE-RBK-NOTS
003627           DELIMITED BY SIZE INTO DATI-CSV.
003628          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003629
003630 EX-PROCEDURA-NOTS.
003631          EXIT.
003632*
003633** ALLARME DI GRAVITA' "A" SENZA DESTINATARI: SE C'E' UN TURNO DI
003634** REPERIBILITA' CHE COPRE L'ORA DELL'EVENTO L'ALLARME VA AL SUO
003635** PRIMARIO (ANCHE NEI TENTATIVI SUCCESSIVI: DESTINATARI-NOT SI
003636** AGGIORNA) E NASCE LA RIGA DI PRESA IN CARICO ARKACK; ALTRIMENTI
003637** SI PROSEGUE CON LA TABELLA "NT" COME SEMPRE
003638*
003639 REPERIBILE-NOTS.
003640
003641          PERFORM CERCA-TURNO-NOTS   THRU EX-CERCA-TURNO-NOTS.
003642
003643          IF PRIMARIO-TURNO-NOTS = SPACES
003644           GO TO EX-REPERIBILE-NOTS
003645          END-IF.
003646
003647          MOVE PRIMARIO-TURNO-NOTS   TO DESTINATARIO-NOTS.
003648          MOVE PRIMARIO-TURNO-NOTS   TO DESTINATARI-NOT.
003649
003650          MOVE CHIAVE-NOT            TO CHIAVE-ACK.
003651          PERFORM LEGGO-ACK          THRU EX-LEGGO-ACK.
003652
003653          IF ESITO-OK GO TO EX-REPERIBILE-NOTS.
003654
003655          MOVE SPACES                TO PRESA-ACK.
003656          MOVE CHIAVE-NOT            TO CHIAVE-ACK.
003657          MOVE TIPO-NOT              TO TIPO-ACK.
003658          MOVE RIFERIMENTO-NOT       TO RIFERIMENTO-ACK.
003659          MOVE TESTO-NOT             TO TESTO-ACK.
003660          MOVE PRIMARIO-TURNO-NOTS   TO PRIMARIO-ACK
003661                                        DESTINATARIO-ACK.
003662          MOVE RISERVA-TURNO-NOTS    TO RISERVA-ACK.
003663          MOVE CAPO-TURNO-NOTS       TO CAPO-ACK.
003664
003665          IF CAPO-ACK = SPACES
003666           MOVE CAPO-REP-NOTS        TO CAPO-ACK
003667          END-IF.
003668
003669          MOVE 1                     TO LIVELLO-ACK.
003670          ACCEPT DATA-INVIO-ACK      FROM DATE YYYYMMDD.
003671          ACCEPT ORA-INVIO-ACK       FROM TIME.
003672          MOVE DATA-INVIO-ACK        TO DATA-LIV-ACK.
003673          MOVE ORA-INVIO-ACK         TO ORA-LIV-ACK.
003674          MOVE "A"                   TO STATO-ACK.
003675          MOVE ZEROS                 TO DATA-PRESA-ACK
003676                                        ORA-PRESA-ACK
003677                                        MINUTI-PRESA-ACK.
003678
003679          PERFORM SCRIVI-ACK         THRU EX-SCRIVI-ACK.
003680
003681 EX-REPERIBILE-NOTS.
003682          EXIT.
003683*
003684** TURNO CHE COPRE DATA-NOT/ORA-NOT: UNA FINESTRA DEL GIORNO
003685** STESSO INIZIATA ENTRO L'ORA E NON ANCORA FINITA, OPPURE UNA
003686** FINESTRA DEL GIORNO PRIMA CHE SCAVALCA LA MEZZANOTTE E FINISCE
003687** DOPO L'ORA; SE SE NE SOVRAPPONGONO PIU' VALE L'ULTIMA INIZIATA
003688*
003689 CERCA-TURNO-NOTS.
003690
003691          MOVE SPACES                TO PRIMARIO-TURNO-NOTS
003692                                        RISERVA-TURNO-NOTS
003693                                        CAPO-TURNO-NOTS.
003694
003695          MOVE ORA-NOT               TO ORA-CALC-NOTS.
003696          COMPUTE ORA-TURNO-NOTS =
003697           HH-CALC-NOTS * 100 + MM-CALC-NOTS.
003698
003699          COMPUTE IERI-TURNO-NOTS = FUNCTION DATE-OF-INTEGER(
003700           FUNCTION INTEGER-OF-DATE(DATA-NOT) - 1).
003701
003702          MOVE IERI-TURNO-NOTS       TO DATA-REP.
003703          MOVE ZEROS                 TO ORA-DA-REP.
003704          PERFORM STARTO-REP         THRU EX-STARTO-REP.
003705
003706          IF ESITO-NOK GO TO EX-CERCA-TURNO-NOTS.
003707
003708 CICLO-TURNO-NOTS.
003709
003710          PERFORM LEGGO-NEXT-REP     THRU EX-LEGGO-NEXT-REP.
003711
003712          IF FINE-FILE = "S" GO TO EX-CERCA-TURNO-NOTS.
003713
003714          IF DATA-REP > DATA-NOT GO TO EX-CERCA-TURNO-NOTS.
003715
003716          IF DATA-REP = IERI-TURNO-NOTS
003717           IF ORA-A-REP NOT > ORA-DA-REP
003718            AND ORA-TURNO-NOTS < ORA-A-REP
003719            PERFORM PRENDI-TURNO-NOTS THRU EX-PRENDI-TURNO-NOTS
003720           END-IF
003721           GO TO CICLO-TURNO-NOTS
003722          END-IF.
003723
003724          IF ORA-DA-REP > ORA-TURNO-NOTS
003725           GO TO EX-CERCA-TURNO-NOTS
003726          END-IF.
003727
003728          IF ORA-A-REP NOT > ORA-DA-REP
003729           OR ORA-TURNO-NOTS < ORA-A-REP
003730           PERFORM PRENDI-TURNO-NOTS THRU EX-PRENDI-TURNO-NOTS
003731          END-IF.
003732
003733          GO TO CICLO-TURNO-NOTS.
003734
003735 EX-CERCA-TURNO-NOTS.
003736          EXIT.
003737
003738 PRENDI-TURNO-NOTS.
003739
003740          MOVE PRIMARIO-REP          TO PRIMARIO-TURNO-NOTS.
003741          MOVE RISERVA-REP           TO RISERVA-TURNO-NOTS.
003742          MOVE CAPO-REP              TO CAPO-TURNO-NOTS.
003743
003744 EX-PRENDI-TURNO-NOTS.
003745          EXIT.
003746*
003747** SALITA DEGLI ALLARMI NON PRESI IN CARICO: OLTRE I MINUTI DI
003748** REPER-MINUTI DALL'ULTIMO INOLTRO L'ALLARME PASSA ALLA RISERVA,
003749** POI AL RESPONSABILE; LA NOTIFICA TORNA "P" VERSO IL NUOVO
003750** DESTINATARIO E LA SPEDIZIONE CHE SEGUE LA RIMANDA
003751*
003752 ESCALATION-NOTS.
003753
003754          ACCEPT DATA-CALC-NOTS      FROM DATE YYYYMMDD.
003755          ACCEPT ORA-ADESSO-NOTS     FROM TIME.
003756
003757          COMPUTE MINUTI-ADESSO-NOTS =
003758           FUNCTION INTEGER-OF-DATE(DATA-CALC-NOTS) * 1440
003759           + HH-ADESSO-NOTS * 60 + MM-ADESSO-NOTS.
003760
003761          MOVE LOW-VALUES            TO CHIAVE-ACK.
003762          PERFORM STARTO-ACK         THRU EX-STARTO-ACK.
003763
003764          IF ESITO-NOK GO TO EX-ESCALATION-NOTS.
003765
003766 CICLO-ESCALATION-NOTS.
003767
003768          PERFORM LEGGO-NEXT-ACK     THRU EX-LEGGO-NEXT-ACK.
003769
003770          IF FINE-FILE = "S" GO TO EX-ESCALATION-NOTS.
003771
003772          IF NOT ACK-IN-ATTESA GO TO CICLO-ESCALATION-NOTS.
003773
003774          MOVE DATA-LIV-ACK          TO DATA-CALC-NOTS.
003775          MOVE ORA-LIV-ACK           TO ORA-CALC-NOTS.
003776
003777          COMPUTE MINUTI-CALC-NOTS =
003778           FUNCTION INTEGER-OF-DATE(DATA-CALC-NOTS) * 1440
003779           + HH-CALC-NOTS * 60 + MM-CALC-NOTS.
003780
003781          COMPUTE MINUTI-ATTESA-NOTS =
003782           MINUTI-ADESSO-NOTS - MINUTI-CALC-NOTS.
003783
003784          IF MINUTI-ATTESA-NOTS < MINUTI-REP-NOTS
003785           GO TO CICLO-ESCALATION-NOTS
003786          END-IF.
003787
003788          PERFORM SALI-LIVELLO-NOTS  THRU EX-SALI-LIVELLO-NOTS.
003789
003790          GO TO CICLO-ESCALATION-NOTS.
003791
003792 EX-ESCALATION-NOTS.
003793          EXIT.
003794
003795 SALI-LIVELLO-NOTS.
003796
003797          MOVE SPACES                TO NUOVO-DEST-NOTS.
003798
003799          IF ACK-PRIMARIO AND RISERVA-ACK NOT = SPACES
003800           MOVE 2                    TO LIVELLO-ACK
003801           MOVE RISERVA-ACK          TO NUOVO-DEST-NOTS
003802           GO TO INOLTRA-LIVELLO-NOTS
003803          END-IF.
003804
003805          IF NOT ACK-CAPO AND CAPO-ACK NOT = SPACES
003806           AND CAPO-ACK NOT = DESTINATARIO-ACK
003807           MOVE 3                    TO LIVELLO-ACK
003808           MOVE CAPO-ACK             TO NUOVO-DEST-NOTS
003809           GO TO INOLTRA-LIVELLO-NOTS
003810          END-IF.
003811
003812***** NESSUNO PIU' IN ALTO: L'ALLARME RESTA NON PRESO IN CARICO
003813
003814          MOVE "E"                   TO STATO-ACK.
003815          PERFORM RISCRIVI-ACK       THRU EX-RISCRIVI-ACK.
003816
003817          ADD 1                      TO NON-PRESE-NOTS.
003818          DISPLAY "ALLARME " TIPO-ACK " " RIFERIMENTO-ACK
003819           " NON PRESO IN CARICO DA NESSUNO".
003820
003821          GO TO EX-SALI-LIVELLO-NOTS.
003822
003823 INOLTRA-LIVELLO-NOTS.
003824
003825          MOVE NUOVO-DEST-NOTS       TO DESTINATARIO-ACK.
003826          ACCEPT DATA-LIV-ACK        FROM DATE YYYYMMDD.
003827          ACCEPT ORA-LIV-ACK         FROM TIME.
003828          PERFORM RISCRIVI-ACK       THRU EX-RISCRIVI-ACK.
003829
003830          MOVE CHIAVE-ACK            TO CHIAVE-NOT.
003831          PERFORM LEGGO-NOT          THRU EX-LEGGO-NOT.
003832
003833          IF ESITO-NOK GO TO EX-SALI-LIVELLO-NOTS.
003834
003835          MOVE NUOVO-DEST-NOTS       TO DESTINATARI-NOT.
003836          MOVE "P"                   TO STATO-NOT.
003837          MOVE ZEROS                 TO TENTATIVI-NOT.
003838          PERFORM RISCRIVI-NOT       THRU EX-RISCRIVI-NOT.
003839
003840          ADD 1                      TO SCALATE-NOTS.
003841
003842 EX-SALI-LIVELLO-NOTS.
003843          EXIT.
003844*
003845** ALLARME IN ATTESA DI PRESA IN CARICO: IN CODA AL CORPO IL
003846** LIVELLO RAGGIUNTO E IL LINK CON CUI PRENDERLO IN CARICO
003847*
003848 PRESA-CARICO-NOTS.
003849
003850          MOVE CHIAVE-NOT            TO CHIAVE-ACK.
003851          PERFORM LEGGO-ACK          THRU EX-LEGGO-ACK.
003852
003853          IF ESITO-NOK GO TO EX-PRESA-CARICO-NOTS.
003854
003855          IF NOT ACK-IN-ATTESA GO TO EX-PRESA-CARICO-NOTS.
003856
003857          MOVE SPACES                TO DATI-CSV.
003858          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003859
003860          IF ACK-PRIMARIO
003861           STRING "Allarme per il reperibile di turno; va preso"
003862            " in carico entro " MINUTI-REP-NOTS " minuti"
003863            DELIMITED BY SIZE INTO DATI-CSV
003864          END-IF.
003865          IF ACK-RISERVA
003866           STRING "Non preso in carico da " PRIMARIO-ACK
003867            ": passa alla riserva"
003868            DELIMITED BY SIZE INTO DATI-CSV
003869          END-IF.
003870          IF ACK-CAPO
003871           STRING "Non preso in carico dai reperibili di turno:"
003872            " passa al responsabile"
003873            DELIMITED BY SIZE INTO DATI-CSV
003874          END-IF.
003875          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003876
003877          MOVE SPACES                TO DATI-CSV.
003878          STRING "Presa in carico: openmrep.exe?MK-FUNZIONE=presa"
003879           "&MK-chiave=" CHIAVE-ACK
003880           DELIMITED BY SIZE INTO DATI-CSV.
003881          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003882
003883 EX-PRESA-CARICO-NOTS.
003884          EXIT.
003885*
003886          COPY "PIONOT.CBL".
003887          COPY "PIOTAB.CBL".
003888          COPY "PIOCSV.CBL".
003889          COPY "PIONPR.CBL".
003890          COPY "PIOOUT.CBL".
003891          COPY "PIOVIEW.CBL".
003892          COPY "PIOMSG.CBL".
003893          COPY "PIOUTEN.CBL".
003894          COPY "PIOPEC.CBL".
003895          COPY "PIORBK.CBL".
003896          COPY "PIOAMB.CBL".
003897          COPY "PIOREP.CBL".
003898          COPY "PIOACK.CBL".
003899*
003900** SPACCA LA LISTA DESTINATARI E APPLICA LE PREFERENZE ARKNPR
003901** AI GETTONI CHE SONO CHIAVI UTENTE
003902*
003903 INSTRADA-PREFERENZE-NOTS.
003904
003905          PERFORM OPEN-I-NPR         THRU EX-OPEN-I-NPR.
003906
003907          MOVE SPACES                TO DEST-TOKEN-NOTS
003908                                        PEC-TOKEN-NOTS.
003909          MOVE ZERO                  TO CONTA-PEC-NOTS.
003910
003911          PERFORM CERCA-TIPO-PEC-NOTS THRU EX-CERCA-TIPO-PEC-NOTS.
003912
003913          UNSTRING DESTINATARIO-NOTS DELIMITED BY ","
003914           INTO TOKEN-NOTS(1) TOKEN-NOTS(2) TOKEN-NOTS(3)
003915                TOKEN-NOTS(4) TOKEN-NOTS(5) TOKEN-NOTS(6).
003916
003917          MOVE SPACES                TO LISTA-POSTA-NOTS.
003918          MOVE 1                     TO PTR-POSTA-NOTS.
003919
003920          PERFORM INSTRADA-TOKEN-NOTS
003921           THRU EX-INSTRADA-TOKEN-NOTS
003922           VARYING IND-TOKEN-NOTS FROM 1 BY 1
003923           UNTIL IND-TOKEN-NOTS > 6.
003924
003925          MOVE LISTA-POSTA-NOTS      TO DESTINATARIO-NOTS.
003926
003927          PERFORM CLOSE-NPR          THRU EX-CLOSE-NPR.
003928
003929 EX-INSTRADA-PREFERENZE-NOTS.
003930          EXIT.
003931
003932 INSTRADA-TOKEN-NOTS.
003933
003934          IF TOKEN-NOTS(IND-TOKEN-NOTS) = SPACES
003935           GO TO EX-INSTRADA-TOKEN-NOTS
003936          END-IF.
003940
003950***** UN INDIRIZZO DI POSTA (CON LA CHIOCCIOLA) NON PASSA
003960***** DALLE PREFERENZE: VA IN LISTA COM'E'
003990          INSPECT TOKEN-NOTS(IND-TOKEN-NOTS)
004000           TALLYING CONTA-CHIOCC-NOTS FOR ALL "@".
004010
004011***** INDIRIZZO "PEC:..." O TIPO EVENTO CHE VA SEMPRE PER PEC:
004012***** IL GETTONE PASSA AL CANALE CERTIFICATO
004013
004014          IF CONTA-CHIOCC-NOTS > ZEROS AND
004015            (TOKEN-NOTS(IND-TOKEN-NOTS)(1:4) = "PEC:" OR "pec:"
004016             OR TIPO-PEC-NOTS = "S")
004017           MOVE "S"             TO DEST-PEC-NOTS(IND-TOKEN-NOTS)
004018           ADD 1                     TO CONTA-PEC-NOTS
004019           GO TO EX-INSTRADA-TOKEN-NOTS
004020          END-IF.
004021
004022          IF CONTA-CHIOCC-NOTS > ZEROS
004030           PERFORM ACCODA-POSTA-NOTS
004040            THRU EX-ACCODA-POSTA-NOTS
004050           GO TO EX-INSTRADA-TOKEN-NOTS
004680
004690 EX-ACCODA-POSTA-NOTS.
004700          EXIT.
004701*
004702** IL TIPO EVENTO VA SEMPRE PER PEC SE COMPARE NELLA TABELLA "PC"
004703** ENTE 00 (TIPO EVENTO IN POS 1-10)
004704*
004705 CERCA-TIPO-PEC-NOTS.
004706
004707          MOVE "N"                   TO TIPO-PEC-NOTS.
004708
004709          MOVE "PC"                  TO TIPO-TAB.
004710          MOVE ZERO                  TO ENTE-TAB.
004711          MOVE ZERO                  TO PROG-TAB.
004712          PERFORM STARTO-TAB         THRU EX-STARTO-TAB.
004713
004714          IF ESITO-NOK GO TO EX-CERCA-TIPO-PEC-NOTS.
004715
004716 CICLO-TIPO-PEC-NOTS.
004717
004718          PERFORM LEGGO-NEXT-TAB     THRU EX-LEGGO-NEXT-TAB.
004719
004720          IF FINE-FILE = "S" GO TO EX-CERCA-TIPO-PEC-NOTS.
004721
004722          IF TIPO-TAB NOT = "PC"
004723           GO TO EX-CERCA-TIPO-PEC-NOTS
004724          END-IF.
004725
004726          IF TABELLA(1:10) = TIPO-NOT
004727           MOVE "S"                  TO TIPO-PEC-NOTS
004728           GO TO EX-CERCA-TIPO-PEC-NOTS
004729          END-IF.
004730
004731          GO TO CICLO-TIPO-PEC-NOTS.
004732
004733 EX-CERCA-TIPO-PEC-NOTS.
004734          EXIT.
004735*
004736** SPEDIZIONE PEC DI UN GETTONE MARCATO: UN MESSAGGIO PER
004737** DESTINATARIO DALLA CASELLA CERTIFICATA, CON L'IDENTIFICATIVO
004738** ARKPEC (CHIAVE NOTIFICA + POSIZIONE) TRA QUADRE NELL'OGGETTO,
004739** CHE IL GESTORE RIPORTA NELLE RICEVUTE. UNA PEC GIA' PARTITA NON
004740** SI RISPEDISCE AL TENTATIVO SUCCESSIVO DELLA NOTIFICA
004741*
004742 SPEDISCI-PEC-NOTS.
004743
004744          IF DEST-PEC-NOTS(IND-TOKEN-NOTS) NOT = "S"
004745           GO TO EX-SPEDISCI-PEC-NOTS
004746          END-IF.
004747
004748          MOVE CHIAVE-NOT            TO NOTIFICA-PEC.
004749          MOVE IND-TOKEN-NOTS        TO DEST-PEC.
004750          PERFORM LEGGO-PEC          THRU EX-LEGGO-PEC.
004751
004752          IF ESITO-OK AND NOT PEC-FALLITA
004753           GO TO EX-SPEDISCI-PEC-NOTS
004754          END-IF.
004755
004756          IF ESITO-OK
004757           MOVE "N"                  TO NUOVA-PEC-NOTS
004758           MOVE SPACE                TO ALLARME-PEC
004759          ELSE
004760           MOVE "S"                  TO NUOVA-PEC-NOTS
004761           MOVE SPACES               TO MESSAGGIO-PEC
004762           MOVE CHIAVE-NOT           TO NOTIFICA-PEC
004763           MOVE IND-TOKEN-NOTS       TO DEST-PEC
004764           MOVE ZEROS                TO DATA-ACC-PEC  ORA-ACC-PEC
004765                                        DATA-CONS-PEC ORA-CONS-PEC
004766                                        TENTATIVI-PEC
004767          END-IF.
004768
004769          IF TOKEN-NOTS(IND-TOKEN-NOTS)(1:4) = "PEC:" OR "pec:"
004770           MOVE TOKEN-NOTS(IND-TOKEN-NOTS)(5:56)
004771                                     TO INDIRIZZO-PEC-NOTS
004772          ELSE
004773           MOVE TOKEN-NOTS(IND-TOKEN-NOTS)
004774                                     TO INDIRIZZO-PEC-NOTS
004775          END-IF.
004776
004777          MOVE TIPO-NOT              TO TIPO-PEC.
004778          MOVE RIFERIMENTO-NOT       TO RIFERIMENTO-PEC.
004779          MOVE INDIRIZZO-PEC-NOTS    TO INDIRIZZO-PEC.
004780          ACCEPT DATA-INVIO-PEC      FROM DATE YYYYMMDD.
004781          ACCEPT ORA-INVIO-PEC       FROM TIME.
004782
004783          IF NOT AMB-PRODUZIONE
004784           PERFORM DEVIA-PEC-NOTS    THRU EX-DEVIA-PEC-NOTS
004785           GO TO ESITO-PEC-NOTS
004786          END-IF.
004787
004788          MOVE SPACES                TO COMANDO-NOTS.
004789          STRING "mail -A " DELIMITED BY SIZE
004790           CASELLA-PEC-NOTS DELIMITED BY SPACE
004791           " -s 'OPENPA " DELIMITED BY SIZE
004792           TIPO-NOT DELIMITED BY SPACE
004793           " [PEC " DELIMITED BY SIZE
004794           CHIAVE-PEC DELIMITED BY SIZE
004795           "]' " DELIMITED BY SIZE
004796           INDIRIZZO-PEC-NOTS DELIMITED BY SPACE
004797           " < FILES/NOTBODY.TXT" DELIMITED BY SIZE
004798           INTO COMANDO-NOTS.
004799
004800          CALL "SYSTEM" USING COMANDO-NOTS.
004801
004802 ESITO-PEC-NOTS.
004803
004804          ADD 1                      TO TENTATIVI-PEC.
004805
004806          IF RETURN-CODE = ZERO
004807           MOVE "I"                  TO STATO-PEC
004808           MOVE SPACES               TO MOTIVO-PEC
004809           ADD 1                     TO PEC-INVIATE-NOTS
004810          ELSE
004811           MOVE "F"                  TO STATO-PEC
004812           MOVE "INVIO DALLA CASELLA PEC NON RIUSCITO"
004813                                     TO MOTIVO-PEC
004814           ADD 1                     TO PEC-KO-NOTS
004815           ADD 1                     TO PEC-FALLITE-NOTS
004816          END-IF.
004817
004818          IF NOT AMB-PRODUZIONE AND PEC-INVIATA
004819           MOVE "DEVIATA ALLA RACCOLTA DI TEST" TO MOTIVO-PEC
004820          END-IF.
004821
004822          IF NUOVA-PEC-NOTS = "S"
004823           PERFORM SCRIVI-PEC        THRU EX-SCRIVI-PEC
004824          ELSE
004825           PERFORM RISCRIVI-PEC      THRU EX-RISCRIVI-PEC
004826          END-IF.
004827
004828 EX-SPEDISCI-PEC-NOTS.
004829          EXIT.
004830*
004831** PEC DI UN'ISTANZA NON DI PRODUZIONE: NON PARTE DALLA CASELLA
004832** CERTIFICATA MA VA ALLA RACCOLTA COME LA POSTA ORDINARIA, CON
004833** L'IDENTIFICATIVO ARKPEC NELL'OGGETTO COME SEMPRE
004834*
004835 DEVIA-PEC-NOTS.
004836
004837          MOVE SPACES                TO DESTINATARI-AMB-WEB.
004838          STRING "PEC:" INDIRIZZO-PEC-NOTS DELIMITED BY SIZE
004839           INTO DESTINATARI-AMB-WEB.
004840
004841          MOVE SPACES                TO OGGETTO-AMB-WEB.
004842          STRING "OPENPA " DELIMITED BY SIZE
004843           TIPO-NOT DELIMITED BY SPACE
004844           " [PEC " DELIMITED BY SIZE
004845           CHIAVE-PEC DELIMITED BY SIZE
004846           "]" DELIMITED BY SIZE
004847           INTO OGGETTO-AMB-WEB.
004848
004849          MOVE "FILES/NOTBODY.TXT"   TO CORPO-AMB-WEB.
004850          PERFORM DEVIA-POSTA-AMB    THRU EX-DEVIA-POSTA-AMB.
004851
004852          MOVE RC-AMB-WEB            TO RETURN-CODE.
004853
004854 EX-DEVIA-PEC-NOTS.
004855          EXIT.
004856*
004857** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
004858*
004859 PARAMETRO-NOTS.
004860
004861          MOVE "OPENNOTS"            TO PROGRAMMA-PAR-WEB
004862                                        OPERATORE-PAR-WEB.
004863
004864          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004865                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004866                                PROGRAMMA-PAR-WEB
004867                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004868                                MOTIVO-PAR-WEB.
004869          CANCEL "OPENPARW".
004870
004871 EX-PARAMETRO-NOTS.
004872          EXIT.
004873*
004874** CONSEGNA IN CASSETTA (ARKOUT): UNA RIGA EVENTO PER L'UTENTE
004875*
004876 CASSETTA-NOTS.
004877
004878          MOVE TIPO-NOT              TO TIPO-OUT-WEB.
004879          MOVE TOKEN-NOTS(IND-TOKEN-NOTS)(1:8)
004880           TO UTENTE-OUT-WEB.
004881          MOVE SPACES                TO DETTAGLIO-OUT-WEB.
004882
004883          IF TESTO-NOT(1:1) = "@"
004884           MOVE "IT"                 TO LINGUA-DEST-NOTS
004885           MOVE UTENTE-OUT-WEB       TO CHIAVE-UTEN
004886           PERFORM LEGGO-UTEN        THRU EX-LEGGO-UTEN
004887           IF ESITO-OK AND LINGUA-UTEN NOT = SPACES
004888            MOVE LINGUA-UTEN         TO LINGUA-DEST-NOTS
004889           END-IF
004890           PERFORM RISOLVI-TEMPLATE-NOTS
004891            THRU EX-RISOLVI-TEMPLATE-NOTS
004892           MOVE TESTO-RISOLTO-NOTS(1:160)
004893            TO DETTAGLIO-OUT-WEB
004894           GO TO SCRIVI-CASSETTA-NOTS
004895          END-IF.
004896
004897          STRING TESTO-NOT " [" RIFERIMENTO-NOT "]"
004898           DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB.
004899
004900 SCRIVI-CASSETTA-NOTS.
004901
004902          PERFORM SCRIVI-EVENTO-OUT
004903           THRU EX-SCRIVI-EVENTO-OUT.
004904
004905 EX-CASSETTA-NOTS.
004906          EXIT.
004907*
004908** RISOLVE IL MODELLO DI TESTO-NOT ("@" + CODICE) NELLA LINGUA
004909** RICHIESTA, ITALIANO DI RISERVA; &1 = RIFERIMENTO, &2 = DATA
004910*
004920 RISOLVI-TEMPLATE-NOTS.
004930
