000240* INTERVALLO DI DATA-LOG, PREFISSO DI NOME-COBOL-LOG E
000250* NUMERO-LOG (CHIAVE RECORD/UTENTE). GRIGLIA PAGINATA COME
000260* OPENMLOG; MK-FUNZIONE=csv ESPORTA LE RIGHE FILTRATE IN FILES/.
000261* CON UN NUMERO-LOG O UN PREFISSO DI NOME LA RICERCA PASSA
000262* DALL'INDICE ARKILOG, CHE COPRE LE GENERAZIONI A CATALOGO AL
000263* MOMENTO DELL'ULTIMA RICOSTRUZIONE (OPENILOG, LANCIATO DA OPENALOG):
000264* UNA GENERAZIONE MESSA A CATALOGO PIU' TARDI CHIEDE DI RILANCIARLO.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENQLGA.
000420          COPY "SELGEN.CBL".
000430          COPY "SELCSV.CBL".
000440          COPY "SELJSON.CBL".
000444          COPY "SELILOG.CBL".
000450
000460 DATA             DIVISION.
000470 FILE SECTION.
000550          COPY "FDEGEN.CBL".
000560          COPY "FDECSV.CBL".
000570          COPY "FDEJSON.CBL".
000574          COPY "FDEILOG.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
001270          COPY "PIOCSV.CBL".
001280          COPY "PIOJSON.CBL".
001290          COPY "PIOLOG.CBL".
001294          COPY "PIOILOG.CBL".
001300*
001310 LEGGI-FILTRO-QLGA.
001320
002590
002600          PERFORM CLOSE-CSV        THRU EX-CLOSE-CSV.
002610
002612          MOVE NOME-CSV            TO STRINGA-HTML-WEB.
002614          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
002616
002620          STRING '<a href="'             DELIMITED BY SIZE
002630           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
002631                                          DELIMITED BY SIZE
002640           '">Scarica il file</a>'        DELIMITED BY SIZE
002650           INTO MESSAGGIO.
002660
002670          PERFORM VIS-MESS-MARKUP  THRU EX-VIS-MESS-MARKUP.
002680
002690 EX-ESPORTA-CSV-QLGA.
002700          EXIT.
002740***** FASE CORRENTE (CONTEGGIO, EMISSIONE PAGINA, CSV)
002750*
002760 SCANDISCI-GENERAZIONI-QLGA.
002761
002762*         CON UN NUMERO-LOG O UN PREFISSO DI NOME SI PASSA
002763*         DALL'INDICE DEL LOG, SE C'E'; ALTRIMENTI SI APRONO LE
002764*         GENERAZIONI UNA PER UNA
002765          IF FILTRO-NUMERO-QLGA NOT = SPACES
002766           OR LUNGH-FILTRO-NOME-QLGA > ZEROS
002767           PERFORM OPEN-I-ILOG    THRU EX-OPEN-I-ILOG
002768           IF STATUS-ILOG = "00"
002769            PERFORM SCANDISCI-INDICE-QLGA
002770             THRU EX-SCANDISCI-INDICE-QLGA
002771            GO TO EX-SCANDISCI-GENERAZIONI-QLGA
002772           END-IF
002773          END-IF.
002774
002780          PERFORM CALCOLA-PATH-CATALOGO-WEB
002790           THRU EX-CALCOLA-PATH-CATALOGO-WEB.
002800
003280
003290          MOVE DATI-GEN            TO DATI-LOG.
003300
003310          PERFORM ELABORA-RIGA-QLGA
003320           THRU EX-ELABORA-RIGA-QLGA.
003330
003340          IF FASE-EMETTI-QLGA
003350           AND EMESSE-QLGA NOT LESS THAN RIGHE-QLGA
003360           GO TO FINE-UNA-GEN-QLGA
003370          END-IF.
003380
003610          GO TO CICLO-UNA-GEN-QLGA.
003620
003630 FINE-UNA-GEN-QLGA.
003660
003670 EX-SCANDISCI-UNA-GEN-QLGA.
003680          EXIT.
003681*
003682***** RIGA GIA' RIPORTATA IN DATI-LOG: FILTRO, POI CONTEGGIO, CSV O
003683***** EMISSIONE SECONDO LA FASE (SALTANDO LE PAGINE PRECEDENTI)
003684*
003685 ELABORA-RIGA-QLGA.
003686
003687          PERFORM MATCH-FILTRO-QLGA
003688           THRU EX-MATCH-FILTRO-QLGA.
003689
003690          IF ESITO-NOK GO TO EX-ELABORA-RIGA-QLGA.
003691
003692          IF FASE-CONTA-QLGA
003693           ADD 1                   TO CONTA
003694           GO TO EX-ELABORA-RIGA-QLGA
003695          END-IF.
003696
003697          IF FASE-CSV-QLGA
003698           MOVE SPACES             TO DATI-CSV
003699           MOVE DATI-LOG(1:183)    TO DATI-CSV
003700           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
003701           GO TO EX-ELABORA-RIGA-QLGA
003702          END-IF.
003703
003704          IF SALTATI-QLGA < SALTA-QLGA
003705           ADD 1                   TO SALTATI-QLGA
003706           GO TO EX-ELABORA-RIGA-QLGA
003707          END-IF.
003708
003709          IF EMESSE-QLGA NOT LESS THAN RIGHE-QLGA
003710           GO TO EX-ELABORA-RIGA-QLGA
003711          END-IF.
003712
003713          PERFORM EMETTI-RIGA-QLGA THRU EX-EMETTI-RIGA-QLGA.
003714
003715          ADD 1                    TO EMESSE-QLGA.
003716
003717 EX-ELABORA-RIGA-QLGA.
003718          EXIT.
003719*
003720***** STESSA SCANSIONE PASSANDO DALL'INDICE ARKILOG QUANDO C'E' UN
003721***** NUMERO-LOG ESATTO (POSIZIONAMENTO SU NUMERO + DATA INIZIALE) O
003722***** UN PREFISSO DI NOME (POSIZIONAMENTO SUL PREFISSO): SI LEGGONO
003723***** SOLO LE VOCI DELLE GENERAZIONI ARCHIVIATE, FERMANDOSI QUANDO LA
003724***** CHIAVE ESCE DALL'INTERVALLO RICHIESTO
003725*
003726 SCANDISCI-INDICE-QLGA.
003727
003728          MOVE SPACES              TO INDICE-LOG.
003729
003730          IF FILTRO-NUMERO-QLGA NOT = SPACES
003731           MOVE FILTRO-NUMERO-QLGA TO NUMERO-ILOG
003732           MOVE FILTRO-DAL-QLGA    TO DATA-ILOG
003733           PERFORM STARTO-NUMERO-ILOG THRU EX-STARTO-NUMERO-ILOG
003734          ELSE
003735           MOVE FILTRO-NOME-QLGA(1:LUNGH-FILTRO-NOME-QLGA)
003736            TO NOME-ILOG
003737           PERFORM STARTO-NOME-ILOG THRU EX-STARTO-NOME-ILOG
003738          END-IF.
003739
003740          IF ESITO-NOK GO TO FINE-INDICE-QLGA.
003741
003742 CICLO-INDICE-QLGA.
003743
003744          PERFORM LEGGO-NEXT-ILOG  THRU EX-LEGGO-NEXT-ILOG.
003745
003746          IF FINE-FILE = "S" GO TO FINE-INDICE-QLGA.
003747
003748          IF FILTRO-NUMERO-QLGA NOT = SPACES
003749           IF NUMERO-ILOG NOT = FILTRO-NUMERO-QLGA
003750            GO TO FINE-INDICE-QLGA
003751           END-IF
003752           IF FILTRO-AL-QLGA NOT = SPACES
003753            AND DATA-ILOG > FILTRO-AL-QLGA
003754            GO TO FINE-INDICE-QLGA
003755           END-IF
003756          ELSE
003757           IF NOME-ILOG(1:LUNGH-FILTRO-NOME-QLGA)
003758            NOT = FILTRO-NOME-QLGA(1:LUNGH-FILTRO-NOME-QLGA)
003759            GO TO FINE-INDICE-QLGA
003760           END-IF
003761          END-IF.
003762
003763          IF GENERAZIONE-ILOG = "ARKLOG"
003764           GO TO CICLO-INDICE-QLGA
003765          END-IF.
003766
003767          MOVE GENERAZIONE-ILOG    TO GENERAZIONE-QLGA.
003768          MOVE RIGA-ILOG           TO DATI-LOG.
003769
003770          PERFORM ELABORA-RIGA-QLGA
003771           THRU EX-ELABORA-RIGA-QLGA.
003772
003773          IF FASE-EMETTI-QLGA
003774           AND EMESSE-QLGA NOT LESS THAN RIGHE-QLGA
003775           GO TO FINE-INDICE-QLGA
003776          END-IF.
003777
003778          GO TO CICLO-INDICE-QLGA.
003779
003780 FINE-INDICE-QLGA.
003781
003782          PERFORM CLOSE-ILOG       THRU EX-CLOSE-ILOG.
003783
003784 EX-SCANDISCI-INDICE-QLGA.
003785          EXIT.
003786*
003787 MATCH-FILTRO-QLGA.
003788
003789          MOVE "OK"                TO ESITO-WEB.
003790
003791          IF LUNGH-FILTRO-NOME-QLGA > ZEROS
003792           AND NOME-COBOL-LOG(1:LUNGH-FILTRO-NOME-QLGA)
003793            NOT = FILTRO-NOME-QLGA(1:LUNGH-FILTRO-NOME-QLGA)
003794           MOVE "NO"               TO ESITO-WEB.
003795
003796          IF ESITO-OK AND FILTRO-DAL-QLGA NOT = SPACES
003800           AND DATA-LOG < FILTRO-DAL-QLGA
003810           MOVE "NO"               TO ESITO-WEB.
003820
