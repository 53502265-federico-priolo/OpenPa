000220* PERMESSO SU ARKABI TRAMITE SCRIVI-ABI, GIA' STORICIZZATO SU
000230* ARKABIS) OPPURE LA RESPINGE (funzione=respingi, NIENTE TOCCA
000240* ARKABI). SENZA funzione TORNA L'ELENCO DELLE RICHIESTE ANCORA
000241* IN ATTESA, IN JSON, PER LA GRIGLIA DI APPROVAZIONE, CON LO
000242* STATO DELLA LICENZA DEL MODULO (REGISTRO "LI", PIOLIC.CBL): UNA
000243* CONCESSIONE CHE PORTEREBBE IL MODULO OLTRE I POSTI ACQUISTATI
000244* VIENE BLOCCATA O SEGNALATA ALL'APPROVATORE
000245*
000246* SE IL RICHIEDENTE E' ASSEGNATO A UN'UNITA' ORGANIZZATIVA
000247* (ARKUOA) LA RICHIESTA PASSA PRIMA DAL RESPONSABILE DELL'UNITA'
000248* (O DELLA PRIMA UNITA' SUPERIORE CHE NE HA UNO, ARKUOR): RESTA
000249* "DA VISTARE" FINCHE' IL RESPONSABILE O IL SUO DELEGATO NON LA
000250* VISTA (funzione=vista) O LA RESPINGE, POI SEGUE IL GIRO NORMALE
000251*
000252* I PREREQUISITI DI FORMAZIONE DELLA CHIAMATA (RIGHE "QP" DI
000253* ARKTAB, SERVIZIO OPENQUAW) VALGONO PER OGNI MEMBRO DEL GRUPPO
000254* CHE LA RICEVEREBBE: UNA QUALIFICA MANCANTE O SCADUTA FERMA LA
000255* RICHIESTA ALL'INVIO E LA CONCESSIONE ALL'APPROVAZIONE
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENABIQ.
000380          COPY "SELABI.CBL".
000390          COPY "SELABIS.CBL".
000391          COPY "SELOUT.CBL".
000392          COPY "SELUOR.CBL".
000393          COPY "SELUOA.CBL".
000394          COPY "SELNOT.CBL".
000395          COPY "SELSOD.CBL".
000396          COPY "SELTAB.CBL".
000397          COPY "SELMENU.CBL".
000398          COPY "SELGER.CBL".
000400          COPY "SELUTEN.CBL".
000410          COPY "SELJSON.CBL".
000420
000490          COPY "FDEABI.CBL".
000500          COPY "FDEABIS.CBL".
000501          COPY "FDEOUT.CBL".
000502          COPY "FDEUOR.CBL".
000503          COPY "FDEUOA.CBL".
000504          COPY "FDENOT.CBL".
000505          COPY "FDESOD.CBL".
000506          COPY "FDETAB.CBL".
000507          COPY "FDEMENU.CBL".
000508          COPY "FDEGER.CBL".
000510          COPY "FDEUTEN.CBL".
000520          COPY "FDEJSON.CBL".
000530
000740** CHE COME APPROVATORE A SECONDA DELLA FUNZIONE INVOCATA
000750*
000760 01 OPERATORE-WEB-ABIQ        PIC X(8).
000815*
000816** COMMUTA A "N" DOPO LA PRIMA RIGA SCRITTA IN ELENCO-RICHIESTE-
000817** ABIQ, PER SAPERE SE ANTEPORRE LA VIRGOLA DI SEPARAZIONE
000818*
000819 01 PRIMA-RIGA-ABIQ           PIC X.
000820*
000821** STATO DELLA LICENZA DEL MODULO PER LA GRIGLIA DI APPROVAZIONE
000822*
000823 01 LICENZA-ABIQ              PIC X(08).
000824*
000825** PRIMO APPROVATORE TROVATO RISALENDO LE UNITA' DEL RICHIEDENTE
000826** (SPAZI SE NESSUNA UNITA' HA UN RESPONSABILE UTILIZZABILE) E
000827** NUMERO DI LIVELLI GIA' RISALITI, PER NON GIRARE SU UN ANELLO
000828*
000829 01 RESPONSABILE-ABIQ         PIC X(8).
000830 01 UNITA-RISALITA-ABIQ       PIC X(8).
000831 01 LIVELLI-ABIQ              PIC 99.
000832*
000833** FASE DELLA RICHIESTA NELLA GRIGLIA ("VISTO" O "APPROVAZIONE")
000834*
000835 01 FASE-ABIQ                 PIC X(12).
000836*
000837 PROCEDURE  DIVISION.
000840*
000850          PERFORM INIZIO-WEB     THRU EX-INIZIO-WEB.

001000           GO TO FINE-ABIQ
001010          END-IF.
001020
001021*         L'APPROVAZIONE CONCEDE UN PERMESSO: UN TICKET DI
001022*         CAMBIAMENTO MK-ticket, SE INDICATO, DEVE ESSERE APPROVATO
001023*         E IN FINESTRA, E ACCOMPAGNA POI LO STORICO ARKABIS
001024          IF FUNZIONE-WEB = "approva"
001025           MOVE "OPENABIQ"      TO PROGRAMMA-TKT-WEB
001026           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
001027           MOVE "ABIS"          TO ARCHIVIO-TKT-WEB
001028           MOVE SPACES TO RIFERIMENTO-TKT-WEB
001029           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
001030           IF ESITO-TKT-WEB NOT = "OK"
001031            PERFORM VIS-MESS    THRU EX-VIS-MESS
001032            GO TO FINE-ABIQ
001033           END-IF
001034          END-IF.
001035
001036          IF FUNZIONE-WEB = "approva"
001040           PERFORM OPEN-I-ABI    THRU EX-OPEN-I-ABI
001050           PERFORM OPEN-I-ABIS   THRU EX-OPEN-I-ABIS
001060           PERFORM APPROVA-RICHIESTA-ABIQ
001090           PERFORM CLOSE-ABI     THRU EX-CLOSE-ABI
001100           GO TO FINE-ABIQ
001110          END-IF.
001111
001112          IF FUNZIONE-WEB = "vista"
001113           PERFORM VISTA-RICHIESTA-ABIQ
001114            THRU EX-VISTA-RICHIESTA-ABIQ
001115           GO TO FINE-ABIQ
001116          END-IF.
001120
001130          IF FUNZIONE-WEB = "respingi"
001140           PERFORM RESPINGI-RICHIESTA-ABIQ
001160           GO TO FINE-ABIQ
001170          END-IF.
001180
001185          PERFORM OPEN-I-ABI     THRU EX-OPEN-I-ABI.
001190          PERFORM ELENCO-RICHIESTE-ABIQ
001200           THRU EX-ELENCO-RICHIESTE-ABIQ.
001205          PERFORM CLOSE-ABI      THRU EX-CLOSE-ABI.
001210
001220 FINE-ABIQ.
001230
001350          COPY "PIOABI.CBL".
001360          COPY "PIOABIW.CBL".
001361          COPY "PIOOUT.CBL".
001363          COPY "PIOUOR.CBL".
001365          COPY "PIOUOA.CBL".
001367          COPY "PIONOT.CBL".
001370          COPY "PIOABIS.CBL".
001375          COPY "PIOSOD.CBL".
001376          COPY "PIOSODV.CBL".
001380          COPY "PIOUTEN.CBL".
001381          COPY "PIOTAB.CBL".
001382          COPY "PIOMENU.CBL".
001383          COPY "PIOGER.CBL".
001384          COPY "PIOGERA.CBL".
001385          COPY "PIOLIC.CBL".
001390*
001400** RILEGGE TUTTI I CAMPI DELLA MASCHERA DI RICHIESTA (MOD/ENT/FUNZ/
001410** ENTE/GRUPPO/DESC), RICAVA IL RICHIEDENTE DA MK-OPERATORE (STESSO
001930           MOVE VALUE-WEB(1:8)   TO OPERATORE-WEB-ABIQ
001940          END-IF.
001950
001952
001954          MOVE GRUPPO-RICH-WEB-ABIQ TO GRUPPO-QUA-WEB.
001956          MOVE SPACES            TO CHIAMATA-QUA-WEB.
001958          STRING MOD-RICH-WEB-ABIQ ENT-RICH-WEB-ABIQ
001960           FUNZ-RICH-WEB-ABIQ
001962           DELIMITED BY SIZE INTO CHIAMATA-QUA-WEB.
001964          PERFORM CONTROLLA-QUALIFICHE-ABIQ
001966           THRU EX-CONTROLLA-QUALIFICHE-ABIQ.
001968
001970          IF ESITO-QUA-WEB NOT = "OK"
001972           MOVE SPACES           TO MESSAGGIO
001974           STRING "Richiesta non inviata: " DELIMITED BY SIZE
001976            MOTIVO-QUA-WEB       DELIMITED BY "  "
001978            INTO MESSAGGIO
001980           PERFORM VIS-MESS      THRU EX-VIS-MESS
001982           GO TO EX-INVIA-RICHIESTA-ABIQ
001984          END-IF.
001986
001990          INITIALIZE RICHIESTA-ABI.
002010          MOVE ENTE-RICH-WEB-ABIQ TO ENTE-RICH-ABIQ.
002020          MOVE GRUPPO-RICH-WEB-ABIQ TO GRUPPO-RICH-ABIQ.
002030          MOVE MOD-RICH-WEB-ABIQ TO MOD-RICH-ABIQ.
002070          MOVE OPERATORE-WEB-ABIQ TO RICHIEDENTE-ABIQ.
002080          ACCEPT DATA-RICH-ABIQ  FROM DATE YYYYMMDD.
002090          ACCEPT ORA-RICH-ABIQ   FROM TIME.
002100          SET RICHIESTA-DA-APPROVARE TO TRUE.
002101
002102          PERFORM CERCA-RESPONSABILE-ABIQ
002103           THRU EX-CERCA-RESPONSABILE-ABIQ.
002104
002105          IF RESPONSABILE-ABIQ NOT = SPACES
002106           SET RICHIESTA-DA-VISTARE TO TRUE
002107           MOVE RESPONSABILE-ABIQ TO APPROVATORE-ABIQ
002108          END-IF.
002110
002111          MOVE "ABIQ"             TO SERIE-NUM-WEB.
002112          MOVE "OPENABIQ"         TO PROGRAMMA-NUM-WEB.
002113          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
002114                                     TENTATIVI-NUM-WEB.
002115
002116 PROVA-INVIA-RICHIESTA-ABIQ.
002117
002118          PERFORM PRENOTA-NUMERO-WEB
002119           THRU EX-PRENOTA-NUMERO-WEB.
002120
002121          IF ESITO-NUM-WEB NOT = "OK"
002122           MOVE "Numeratore non disponibile, riprovare"
002123            TO MESSAGGIO
002124           PERFORM VIS-MESS       THRU EX-VIS-MESS
002125           GO TO EX-INVIA-RICHIESTA-ABIQ
002126          END-IF.
002127
002128          MOVE NUMERO-NUM-WEB     TO NUMERO-ABIQ.
002129
002130          PERFORM SCRIVI-ABIQ    THRU EX-SCRIVI-ABIQ.
002131
002132          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
002133           ADD 1                  TO TENTATIVI-NUM-WEB
002134           MOVE NUMERO-ABIQ       TO MINIMO-NUM-WEB
002135           GO TO PROVA-INVIA-RICHIESTA-ABIQ
002136          END-IF.
002137
002138          IF ESITO-OK
002139           PERFORM CONFERMA-NUMERO-WEB
002140            THRU EX-CONFERMA-NUMERO-WEB
002141          END-IF.
002142
002143          IF ESITO-OK AND RICHIESTA-DA-VISTARE
002144           PERFORM AVVISA-RESPONSABILE-ABIQ
002145            THRU EX-AVVISA-RESPONSABILE-ABIQ
002146           MOVE SPACES            TO MESSAGGIO
002147           STRING "Richiesta inviata al responsabile di unita' "
002148            DELIMITED BY SIZE
002149            RESPONSABILE-ABIQ     DELIMITED BY SPACE
002150            " per il visto"       DELIMITED BY SIZE
002151            INTO MESSAGGIO
002152           PERFORM VIS-MESS       THRU EX-VIS-MESS
002153           GO TO EX-INVIA-RICHIESTA-ABIQ
002154          END-IF.
002155
002156          IF ESITO-OK
002157           MOVE "Richiesta inviata, in attesa di approvazione"
002158            TO MESSAGGIO
002170          ELSE
002180           MOVE "Errore in scrittura richiesta" TO MESSAGGIO
002190          END-IF.
002220
002230 EX-INVIA-RICHIESTA-ABIQ.
002240          EXIT.
002243*
002246** CERCA-RESPONSABILE-ABIQ: PARTE DALL'UNITA' DEL RICHIEDENTE E
002249** RISALE I PADRI FINCHE' NON TROVA UN RESPONSABILE DIVERSO DAL
002252** RICHIEDENTE E ANCORA IN FORZA (NON CANCELLATO NE' BLOCCATO SU
002255** ARKUTEN); AL MASSIMO 10 LIVELLI, COME L'ALBERO DI OPENMUOR
002258*
002261 CERCA-RESPONSABILE-ABIQ.
002264
002267          MOVE SPACES             TO RESPONSABILE-ABIQ.
002270
002273          PERFORM OPEN-I-UOA      THRU EX-OPEN-I-UOA.
002276          MOVE RICHIEDENTE-ABIQ   TO UTENTE-UOA.
002279          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
002282          IF ESITO-OK
002285           MOVE UNITA-UOA         TO UNITA-RISALITA-ABIQ
002288          ELSE
002291           MOVE SPACES            TO UNITA-RISALITA-ABIQ
002294          END-IF.
002297          PERFORM CLOSE-UOA       THRU EX-CLOSE-UOA.
002300
002303          IF UNITA-RISALITA-ABIQ = SPACES
002306           GO TO EX-CERCA-RESPONSABILE-ABIQ
002309          END-IF.
002312
002315          PERFORM OPEN-I-UOR      THRU EX-OPEN-I-UOR.
002318          MOVE ZEROS              TO LIVELLI-ABIQ.
002321
002324 RISALI-RESPONSABILE-ABIQ.
002327
002330          IF UNITA-RISALITA-ABIQ = SPACES OR LIVELLI-ABIQ > 9
002333           GO TO CHIUDI-RESPONSABILE-ABIQ
002336          END-IF.
002339
002342          ADD 1                   TO LIVELLI-ABIQ.
002345          MOVE UNITA-RISALITA-ABIQ TO CODICE-UOR.
002348          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
002351          IF ESITO-NOK GO TO CHIUDI-RESPONSABILE-ABIQ.
002354
002357          MOVE PADRE-UOR          TO UNITA-RISALITA-ABIQ.
002360
002363          IF RESPONSABILE-UOR = SPACES
002366           OR RESPONSABILE-UOR = RICHIEDENTE-ABIQ
002369           GO TO RISALI-RESPONSABILE-ABIQ
002372          END-IF.
002375
002378          MOVE RESPONSABILE-UOR   TO CHIAVE-UTEN.
002381          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002384          IF ESITO-NOK OR UTENTE-CANCELLATO
002387           OR UTENTE-BLOCCATO
002390           GO TO RISALI-RESPONSABILE-ABIQ
002393          END-IF.
002396
002399          MOVE RESPONSABILE-UOR   TO RESPONSABILE-ABIQ.
002402
002405 CHIUDI-RESPONSABILE-ABIQ.
002408
002411          PERFORM CLOSE-UOR       THRU EX-CLOSE-UOR.
002414
002417 EX-CERCA-RESPONSABILE-ABIQ.
002420          EXIT.
002423*
002426** AVVISA-RESPONSABILE-ABIQ: NOTIFICA AL RESPONSABILE DI UNITA' LA
002429** RICHIESTA CHE ATTENDE IL SUO VISTO (SPEDITA DA OPENNOTS)
002432*
002435 AVVISA-RESPONSABILE-ABIQ.
002438
002441          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
002444
002447          MOVE "ABIQVISTO"        TO TIPO-NOT-WEB.
002450          MOVE "M"                TO SEVERITA-NOT-WEB.
002453          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
002456          STRING "VISTO ABIQ " NUMERO-ABIQ
002459           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
002462          MOVE RESPONSABILE-ABIQ  TO DESTINATARI-NOT-WEB.
002465          MOVE SPACES             TO TESTO-NOT-WEB.
002468          STRING "Richiesta " NUMERO-ABIQ " di "
002471           DELIMITED BY SIZE
002474           RICHIEDENTE-ABIQ       DELIMITED BY SPACE
002477           " per " CHIAMATA-RICH-ABIQ " in attesa del visto"
002480           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
002483          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
002486
002489          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
002492
002495 EX-AVVISA-RESPONSABILE-ABIQ.
002498          EXIT.
002540*
002550** APPROVA-RICHIESTA-ABIQ: PROMUOVE UNA RICHIESTA "IN ATTESA" IN UN
002560** VERO PERMESSO SU ARKABI. LA SCRITTURA PASSA DA SCRIVI-ABI (COPY
002780           PERFORM VIS-MESS       THRU EX-VIS-MESS
002790           GO TO EX-APPROVA-RICHIESTA-ABIQ
002800          END-IF.
002801
002802          IF RICHIESTA-DA-VISTARE
002803           MOVE SPACES            TO MESSAGGIO
002804           STRING "Richiesta in attesa del visto del "
002805            DELIMITED BY SIZE
002806            "responsabile di unita' " DELIMITED BY SIZE
002807            APPROVATORE-ABIQ      DELIMITED BY SIZE
002808            INTO MESSAGGIO
002809           PERFORM VIS-MESS       THRU EX-VIS-MESS
002810           GO TO EX-APPROVA-RICHIESTA-ABIQ
002811          END-IF.
002812
002820          MOVE ENTE-RICH-ABIQ     TO ENTE-ABI.
002830          MOVE GRUPPO-RICH-ABIQ   TO GRUPPO-ABI.
002840          MOVE CHIAMATA-RICH-ABIQ TO CHIAMATA-ABI.
002861           GO TO EX-APPROVA-RICHIESTA-ABIQ
002862          END-IF.
002863
002864***** QUALIFICHE: RICONTROLLATE ORA, PERCHE' NEL FRATTEMPO UNA
002865***** PUO' ESSERE SCADUTA O IL GRUPPO AVERE MEMBRI NUOVI
002866
002867          MOVE GRUPPO-RICH-ABIQ   TO GRUPPO-QUA-WEB.
002868          MOVE CHIAMATA-RICH-ABIQ TO CHIAMATA-QUA-WEB.
002869          PERFORM CONTROLLA-QUALIFICHE-ABIQ
002870           THRU EX-CONTROLLA-QUALIFICHE-ABIQ.
002871
002872          IF ESITO-QUA-WEB NOT = "OK"
002873           MOVE SPACES            TO MESSAGGIO
002874           STRING "Concessione rifiutata: " DELIMITED BY SIZE
002875            MOTIVO-QUA-WEB        DELIMITED BY "  "
002876            INTO MESSAGGIO
002877           PERFORM VIS-MESS       THRU EX-VIS-MESS
002878           GO TO EX-APPROVA-RICHIESTA-ABIQ
002879          END-IF.
002880
002881***** LICENZE: I MEMBRI DEL GRUPPO CHE NON HANNO ANCORA IL MODULO
002882***** OCCUPEREBBERO UN POSTO; OLTRE I POSTI ACQUISTATI UNA RIGA
002883***** "LI" BLOCCANTE FERMA LA CONCESSIONE, ALTRIMENTI PASSA CON
002884***** L'AVVISO ALL'APPROVATORE E UN EVENTO SU ARKOUT
002885
002886          PERFORM CONTROLLA-LICENZA-ABIQ
002887           THRU EX-CONTROLLA-LICENZA-ABIQ.
002888
002889          IF LICENZA-BLOCCATA
002890           MOVE SPACES            TO MESSAGGIO
002891           STRING "Concessione rifiutata: licenze del modulo "
002892            DELIMITED BY SIZE
002893            MOD-RICH-ABIQ DELIMITED BY SIZE
002894            " esaurite (utenti " DELIMITED BY SIZE
002895            USATI-LIC-WEB DELIMITED BY SIZE
002896            " + " DELIMITED BY SIZE
002897            NUOVI-LIC-WEB DELIMITED BY SIZE
002898            " su " DELIMITED BY SIZE
002899            POSTI-LIC-WEB DELIMITED BY SIZE
002900            " posti)" DELIMITED BY SIZE
002901            INTO MESSAGGIO
002902           PERFORM VIS-MESS       THRU EX-VIS-MESS
002903           GO TO EX-APPROVA-RICHIESTA-ABIQ
002904          END-IF.
002905
002906          MOVE ENTE-RICH-ABIQ     TO ENTE-ABI.
002907          MOVE GRUPPO-RICH-ABIQ   TO GRUPPO-ABI.
002908          MOVE CHIAMATA-RICH-ABIQ TO CHIAMATA-ABI.
002909          MOVE DESC-RICH-ABIQ     TO DESC-ABI.
002910          MOVE ZEROS              TO SCADENZA-ABI.
002911          MOVE "N"                TO NEGATA-ABI.
002912          MOVE OPERATORE-WEB-ABIQ TO UTENTE-ABI-WEB.
002913
002914          PERFORM SCRIVI-ABI      THRU EX-SCRIVI-ABI.
002915
002920          SET RICHIESTA-APPROVATA TO TRUE.
002930          MOVE OPERATORE-WEB-ABIQ TO APPROVATORE-ABIQ.
002940          ACCEPT DATA-DECISIONE-ABIQ FROM DATE YYYYMMDD.
002987          PERFORM SCRIVI-EVENTO-OUT
002988           THRU EX-SCRIVI-EVENTO-OUT.
002989
002990          IF LICENZA-ESAURITA
002991           MOVE "LICENZA-OLTRE"   TO TIPO-OUT-WEB
002992           MOVE OPERATORE-WEB-ABIQ TO UTENTE-OUT-WEB
002993           MOVE SPACES            TO DETTAGLIO-OUT-WEB
002994           STRING "modulo " MOD-RICH-ABIQ " utenti "
002995            USATI-LIC-WEB " + " NUOVI-LIC-WEB " su "
002996            POSTI-LIC-WEB " posti, richiesta " NUMERO-ABIQ
002997            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
002998           PERFORM SCRIVI-EVENTO-OUT
002999            THRU EX-SCRIVI-EVENTO-OUT
003000           MOVE SPACES            TO MESSAGGIO
003001           STRING "Richiesta approvata - ATTENZIONE: licenze del "
003002            DELIMITED BY SIZE
003003            "modulo " MOD-RICH-ABIQ " oltre i posti acquistati ("
003004            DELIMITED BY SIZE
003005            USATI-LIC-WEB " + " NUOVI-LIC-WEB " su "
003006            POSTI-LIC-WEB ")" DELIMITED BY SIZE
003007            INTO MESSAGGIO
003008           PERFORM VIS-MESS       THRU EX-VIS-MESS
003009           GO TO EX-APPROVA-RICHIESTA-ABIQ
003010          END-IF.
003011
003012          MOVE "Richiesta approvata" TO MESSAGGIO.
003013          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003014
003020 EX-APPROVA-RICHIESTA-ABIQ.
003030          EXIT.
003031*
003032** CONTROLLA-LICENZA-ABIQ: VERIFICA-LICENZA-LIC SUL MODULO DELLA
003033** RICHIESTA CORRENTE E SUL GRUPPO DESTINATARIO (ARKABI E ARKUTEN
003034** SONO GIA' APERTI DAL CHIAMANTE)
003035*
003036 CONTROLLA-LICENZA-ABIQ.
003037
003038          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
003039          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
003040          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
003041
003042          MOVE MOD-RICH-ABIQ      TO MODULO-LIC-WEB.
003043          MOVE GRUPPO-RICH-ABIQ   TO GRUPPO-LIC-WEB.
003044          MOVE ZEROS              TO AGGIUNTI-LIC-WEB.
003045          PERFORM VERIFICA-LICENZA-LIC
003046           THRU EX-VERIFICA-LICENZA-LIC.
003047
003048          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
003049          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
003050          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
003051
003052 EX-CONTROLLA-LICENZA-ABIQ.
003053          EXIT.
003054*
003055** CONTROLLA-QUALIFICHE-ABIQ: IL CHIAMANTE METTE GRUPPO E
003056** CHIAMATA IN AREA-QUA-WEB; OPENQUAW CONTROLLA TUTTI I MEMBRI
003057** DEL GRUPPO E TORNA IN MOTIVO-QUA-WEB IL PRIMO CHE NON E'
003058** QUALIFICATO
003059*
003060 CONTROLLA-QUALIFICHE-ABIQ.
003061
003062          MOVE "CHIAMATA"         TO AZIONE-QUA-WEB.
003063          MOVE SPACES             TO UTENTE-QUA-WEB.
003064
003065          CALL "OPENQUAW"         USING AREA-QUA-WEB.
003066
003067 EX-CONTROLLA-QUALIFICHE-ABIQ.
003068          EXIT.
003069*
003070** RESPINGI-RICHIESTA-ABIQ: CHIUDE LA RICHIESTA COME RESPINTA SENZA
003071** TOCCARE ARKABI/ARKABIS
003072*
003080 RESPINGI-RICHIESTA-ABIQ.
003090
003100          PERFORM LEGGI-NUMERO-OPERATORE-ABIQ
003240           PERFORM VIS-MESS       THRU EX-VIS-MESS
003250           GO TO EX-RESPINGI-RICHIESTA-ABIQ
003260          END-IF.
003261
003262*         IN FASE DI VISTO SOLO IL RESPONSABILE DI UNITA' (O CHI
003263*         LO SOSTITUISCE PER DELEGA) PUO' RESPINGERE
003264          IF RICHIESTA-DA-VISTARE
003265           PERFORM CONTROLLA-VISTO-ABIQ
003266            THRU EX-CONTROLLA-VISTO-ABIQ
003267           IF ESITO-NOK GO TO EX-RESPINGI-RICHIESTA-ABIQ
003268          END-IF.
003270
003280          SET RICHIESTA-RESPINTA  TO TRUE.
003290          MOVE OPERATORE-WEB-ABIQ TO APPROVATORE-ABIQ.
003370
003380 EX-RESPINGI-RICHIESTA-ABIQ.
003390          EXIT.
003391*
003392** VISTA-RICHIESTA-ABIQ: IL RESPONSABILE DI UNITA' DA' IL VISTO
003393** E LA RICHIESTA PASSA IN CODA AGLI APPROVATORI; NIENTE TOCCA
003394** ARKABI, IL VISTO RESTA SOLO SU ARKOUT
003395*
003396 VISTA-RICHIESTA-ABIQ.
003397
003398          PERFORM LEGGI-NUMERO-OPERATORE-ABIQ
003399           THRU EX-LEGGI-NUMERO-OPERATORE-ABIQ.
003400
003401          MOVE NUMERO-WEB-ABIQ    TO NUMERO-ABIQ.
003402          PERFORM LEGGO-ABIQ      THRU EX-LEGGO-ABIQ.
003403
003404          IF ESITO-NOK
003405           MOVE "Richiesta non trovata" TO MESSAGGIO
003406           PERFORM VIS-MESS       THRU EX-VIS-MESS
003407           GO TO EX-VISTA-RICHIESTA-ABIQ
003408          END-IF.
003409
003410          IF NOT RICHIESTA-DA-VISTARE
003411           MOVE "Richiesta non in attesa di visto" TO MESSAGGIO
003412           PERFORM VIS-MESS       THRU EX-VIS-MESS
003413           GO TO EX-VISTA-RICHIESTA-ABIQ
003414          END-IF.
003415
003416          PERFORM CONTROLLA-VISTO-ABIQ
003417           THRU EX-CONTROLLA-VISTO-ABIQ.
003418          IF ESITO-NOK GO TO EX-VISTA-RICHIESTA-ABIQ.
003419
003420          SET RICHIESTA-DA-APPROVARE TO TRUE.
003421
003422          PERFORM RISCRIVI-ABIQ   THRU EX-RISCRIVI-ABIQ.
003423
003424          MOVE "ABIQ-VISTATA"     TO TIPO-OUT-WEB.
003425          MOVE OPERATORE-WEB-ABIQ TO UTENTE-OUT-WEB.
003426          MOVE SPACES             TO DETTAGLIO-OUT-WEB.
003427          STRING "richiesta " NUMERO-ABIQ " di "
003428           RICHIEDENTE-ABIQ " vistata per " APPROVATORE-ABIQ
003429           DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB.
003430          PERFORM SCRIVI-EVENTO-OUT
003431           THRU EX-SCRIVI-EVENTO-OUT.
003432
003433          MOVE "Visto registrato, in attesa di approvazione"
003434           TO MESSAGGIO.
003435          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003436
003437 EX-VISTA-RICHIESTA-ABIQ.
003438          EXIT.
003439*
003440** CONTROLLA-VISTO-ABIQ: ESITO "OK" SE L'OPERATORE E' IL
003441** RESPONSABILE DESIGNATO SULLA RICHIESTA O NE E' IL DELEGATO IN
003442** QUESTA SESSIONE (DELEGANTE-WEB), ALTRIMENTI "NO" CON MESSAGGIO
003443*
003444 CONTROLLA-VISTO-ABIQ.
003445
003446          MOVE "OK"               TO ESITO-WEB.
003447
003448          IF OPERATORE-WEB-ABIQ = APPROVATORE-ABIQ
003449           GO TO EX-CONTROLLA-VISTO-ABIQ
003450          END-IF.
003451
003452          IF DELEGANTE-WEB NOT = SPACES
003453           AND DELEGANTE-WEB = APPROVATORE-ABIQ
003454           GO TO EX-CONTROLLA-VISTO-ABIQ
003455          END-IF.
003456
003457          MOVE "NO"               TO ESITO-WEB.
003458          MOVE SPACES             TO MESSAGGIO.
003459          STRING "Il visto spetta al responsabile di unita' "
003460           DELIMITED BY SIZE
003461           APPROVATORE-ABIQ       DELIMITED BY SIZE
003462           INTO MESSAGGIO.
003463          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003464
003465 EX-CONTROLLA-VISTO-ABIQ.
003466          EXIT.
003467*
003468** RILEGGE MK-numero E MK-OPERATORE, COMUNI A APPROVA, RESPINGI
003469** E VISTA
003470*
003471 LEGGI-NUMERO-OPERATORE-ABIQ.
003472
003473          MOVE "MK-numero"        TO FIELD-WEB.
003474          PERFORM READ-WEB        THRU EX-READ-WEB.
003475          MOVE ZEROS              TO NUMERO-WEB-ABIQ.
003480          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
003490           MOVE VALUE-WEB(1:8)    TO NUMERO-WEB-ABIQ
003500          END-IF.
004340
004350          STRING '"RICHIEDENTE":"' DELIMITED BY SIZE
004360           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004370           '",'                   DELIMITED BY SIZE
004380           INTO DATI-JSON.
004390          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004391
004392*         LICENZA: VUOTO SE IL MODULO NON E' A REGISTRO, "OK"
004393*         DENTRO I POSTI, "ESAURITA" O "BLOCCATA" OLTRE
004394          PERFORM CONTROLLA-LICENZA-ABIQ
004395           THRU EX-CONTROLLA-LICENZA-ABIQ.
004396
004397          MOVE SPACES             TO LICENZA-ABIQ.
004398          IF REGISTRATA-LIC-WEB = "S"
004399           MOVE "OK"              TO LICENZA-ABIQ
004400          END-IF.
004401          IF LICENZA-ESAURITA
004402           MOVE "ESAURITA"        TO LICENZA-ABIQ
004403          END-IF.
004404          IF LICENZA-BLOCCATA
004405           MOVE "BLOCCATA"        TO LICENZA-ABIQ
004406          END-IF.
004407
004408*         FASE: "VISTO" FINCHE' IL RESPONSABILE DI UNITA' (IN
004409*         RESPUNITA) NON SI E' PRONUNCIATO, POI "APPROVAZIONE"
004410          MOVE "APPROVAZIONE"     TO FASE-ABIQ.
004411          MOVE SPACES             TO RESPONSABILE-ABIQ.
004412          IF RICHIESTA-DA-VISTARE
004413           MOVE "VISTO"           TO FASE-ABIQ
004414           MOVE APPROVATORE-ABIQ  TO RESPONSABILE-ABIQ
004415          END-IF.
004416
004417          STRING '"LICENZA":"'    DELIMITED BY SIZE
004418           LICENZA-ABIQ           DELIMITED BY SPACE
004419           '","FASE":"'           DELIMITED BY SIZE
004420           FASE-ABIQ              DELIMITED BY SPACE
004421           '","RESPUNITA":"'      DELIMITED BY SIZE
004422           RESPONSABILE-ABIQ      DELIMITED BY SPACE
004423           '"}'                   DELIMITED BY SIZE
004424           INTO DATI-JSON.
004425          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004426
004427          GO TO CICLO-ELENCO-RICHIESTE-ABIQ.
004428
004430 FINE-ELENCO-RICHIESTE-ABIQ.
004440
004450          MOVE "]}"               TO DATI-JSON.
