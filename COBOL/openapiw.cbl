000290* CAMPO SCRITTO LASCIA LA SUA RIGA SU ARKLOG,
000300* AGGANCIATA ALLA CATENA DI HASH COME UNA MODIFICA
000310* INTERATTIVA. LA RISPOSTA E' UN DOCUMENTO JSON CON ESITO E
000320* MOTIVO. OGNI CHIAMATA VA SUL GIORNALE ARKAPJ (PIOAPJ); UN
000321* GETTONE OLTRE LA SUA SOGLIA AL MINUTO O AL GIORNO (POS 57-60
000322* E 62-67 DELLA RIGA "AK") RICEVE ESITO "TM", TROPPE RICHIESTE.
000323* UNA CHIAMATA AUTENTICATA E AMMESSA MA RESPINTA PER IL SUO
000324* CONTENUTO FINISCE ANCHE NEI SOSPESI (ARKSOS, FONTE "OPENAPIW",
000325* FLUSSO = SISTEMA ENTITA/AZIONE) COL CARICO E IL MOTIVO, PER
000326* ESSERE SEGUITA E CHIUSA DA openmsos.exe; IL REINVIO CORRETTO
000327* RESTA A CARICO DEL SISTEMA CHIAMANTE.
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENAPIW.
000480          COPY "SELTAB.CBL".
000481          COPY "SELABI.CBL".
000482          COPY "SELGER.CBL".
000483          COPY "SELAPJ.CBL".
000484          COPY "SELSOS.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000590          COPY "FDETAB.CBL".
000591          COPY "FDEABI.CBL".
000592          COPY "FDEGER.CBL".
000593          COPY "FDEAPJ.CBL".
000594          COPY "FDESOS.CBL".
000600
000610 WORKING-STORAGE  SECTION.
000620
000690 01 DATA-OGGI-API            PIC 9(8).
000691 01 MOTIVO-AUT-API           PIC X(40).
000692*
000693** SOGLIE DI CHIAMATE DEL GETTONE (POS 57-60 AL MINUTO, 62-67 AL
000694** GIORNO DELLA RIGA "AK"; VUOTE O ZERO = NESSUN LIMITE)
000695*
000696 01 SOGLIA-MINUTO-X-API      PIC X(4).
000697 01 SOGLIA-GIORNO-X-API      PIC X(6).
000698*
000700 01 ENTITA-API               PIC X(10).
000710 01 AZIONE-API               PIC X(10).
000720*
000860 01 ESITO-API                PIC X(2).
000870 01 MOTIVO-API               PIC X(80).
000880 01 CAMPI-SCRITTI-API        PIC 9(3).
000881 01 PARCHEGGIABILE-API       PIC X.
000890*
000900 PROCEDURE  DIVISION.
000910*
000920          PERFORM START-WEB       THRU EX-START-WEB.
000921
000922          MOVE "OPENAPIW"         TO PROGRAMMA-API-WEB.
000923          PERFORM INIZIO-CHIAMATA-APJ
000924           THRU EX-INIZIO-CHIAMATA-APJ.
000930
000940          OPEN I-O ARKVIEW.
000950
001100          MOVE "OK"               TO ESITO-API.
001110          MOVE SPACES             TO MOTIVO-API.
001120          MOVE ZEROS              TO CAMPI-SCRITTI-API.
001125          MOVE "N"                TO PARCHEGGIABILE-API.
001130
001140          PERFORM AUTENTICA-API   THRU EX-AUTENTICA-API.
001150
001300          PERFORM READ-WEB        THRU EX-READ-WEB.
001310          MOVE SPACES             TO AZIONE-API.
001320          MOVE VALUE-WEB(1:10)    TO AZIONE-API.
001321
001322***** SOGLIE DEL GETTONE: OLTRE IL TETTO AL MINUTO O AL GIORNO
001323***** SI RISPONDE "TM" (TROPPE RICHIESTE) PRIMA DI TOCCARE
001324***** ARKUTEN O ARKTAB
001325
001326          PERFORM VERIFICA-SOGLIE-API-WEB
001327           THRU EX-VERIFICA-SOGLIE-API-WEB.
001328
001329          IF SOGLIA-API-SUPERATA
001330           MOVE "TM"              TO ESITO-API
001331           MOVE MOTIVO-API-WEB    TO MOTIVO-API
001332           GO TO RISPONDI-API
001333          END-IF.
001334
001340          MOVE "MK-payload"       TO FIELD-WEB.
001350          PERFORM READ-WEB        THRU EX-READ-WEB.
001360          MOVE SPACES             TO PAYLOAD-API.
001464           END-IF
001465          END-IF.
001466
001467          MOVE "S"                TO PARCHEGGIABILE-API.
001468
001469          IF ENTITA-API = "UTENTE"
001470           PERFORM SCRIVI-UTENTE-API
001480            THRU EX-SCRIVI-UTENTE-API
001490          ELSE
001590
001600 RISPONDI-API.
001601
001602***** OGNI CHIAMATA LASCIA LA SUA RIGA SUL GIORNALE ARKAPJ:
001603***** SISTEMA, GETTONE (ULTIME 6 CIFRE), CHIAMATA, ESITO,
001604***** CHIAVE DEL RECORD E DURATA
001605
001606          PERFORM GIORNALE-CHIAMATA-API
001607           THRU EX-GIORNALE-CHIAMATA-API.
001608
001609          IF ESITO-API = "KO" AND PARCHEGGIABILE-API = "S"
001610           PERFORM PARCHEGGIA-API THRU EX-PARCHEGGIA-API
001611          END-IF.
001612
001620          MOVE SPACES             TO DATI-WEB.
001630          STRING '{"esito":"' ESITO-API
001640           '","motivo":"' MOTIVO-API
001816          COPY "PIOABI.CBL".
001817          COPY "PIOGER.CBL".
001818          COPY "PIOGERA.CBL".
001821          COPY "PIOAPJ.CBL".
001824          COPY "PIOSOS.CBL".
001827*
001830***** GETTONE API: RIGHE DI TABELLA "AK" ENTE 00, GETTONE IN
001840***** POS 1-32 E SIGLA DEL SISTEMA CHIAMANTE IN POS 34-41
001850*
002140
002150          IF TABELLA(1:32) = TOKEN-API
002160           MOVE "S"               TO AUTORIZZATO-API
002161           MOVE TABELLA(34:8)     TO SISTEMA-API-WEB
002162           MOVE TOKEN-API(27:6)   TO CODA-TOKEN-API-WEB
002170           MOVE TABELLA(34:8)     TO SISTEMA-API
002171           MOVE TABELLA(57:4)     TO SOGLIA-MINUTO-X-API
002172           IF SOGLIA-MINUTO-X-API NUMERIC
002173            MOVE SOGLIA-MINUTO-X-API TO SOGLIA-MINUTO-API-WEB
002174           END-IF
002175           MOVE TABELLA(62:6)     TO SOGLIA-GIORNO-X-API
002176           IF SOGLIA-GIORNO-X-API NUMERIC
002177            MOVE SOGLIA-GIORNO-X-API TO SOGLIA-GIORNO-API-WEB
002178           END-IF
002179           IF TABELLA(43:8) NUMERIC
002180            MOVE TABELLA(43:8)    TO SCADENZA-TOKEN-API
002181           END-IF
002182           MOVE TABELLA(52:4)     TO GRUPPO-TOKEN-X-API
002183           IF GRUPPO-TOKEN-X-API NUMERIC
002184            MOVE GRUPPO-TOKEN-X-API TO GRUPPO-TOKEN-API
002185           END-IF
002186           IF SCADENZA-TOKEN-API > ZEROS
002187            AND SCADENZA-TOKEN-API < DATA-OGGI-API
002188            MOVE "N"              TO AUTORIZZATO-API
002189            MOVE "gettone scaduto" TO MOTIVO-AUT-API
002190           END-IF
002191           GO TO CHIUDI-AUTENTICA-API
002192          END-IF.
002200
002210          GO TO CICLO-AUTENTICA-API.
002220
003240
003250          PERFORM CATENA-LOG-WEB  THRU EX-CATENA-LOG-WEB.
003260          WRITE LOGGATO.
003264          PERFORM INDICE-LOG-WEB  THRU EX-INDICE-LOG-WEB.
003270          MOVE SPACES             TO LOGGATO.
003280
003290          ADD 1                   TO CAMPI-SCRITTI-API.
003500          END-IF.
003510
003520          MOVE VALORE-CAMPO-API(1:8) TO CHIAVE-UTEN.
003521          MOVE CHIAVE-UTEN        TO CHIAVE-API-WEB.
003530          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
003540
003550          IF AZIONE-API = "crea"
004680           GO TO CHIUDI-TABELLA-API
004690          END-IF.
004700          MOVE VALORE-CAMPO-API(1:5) TO PROG-TAB.
004701          MOVE SPACES             TO CHIAVE-API-WEB.
004702          STRING TIPO-TAB "/" ENTE-TAB "/" PROG-TAB
004703           DELIMITED BY SIZE INTO CHIAVE-API-WEB.
004710
004720          PERFORM LEGGO-TAB       THRU EX-LEGGO-TAB.
004730
005950 EX-AUTORIZZA-TOKEN-API.
005960          EXIT.
005970*
005980***** RIGA DI GIORNALE ARKAPJ PER OGNI CHIAMATA API: COSA
005990***** TIRANO DAVVERO I PARTNER, GETTONE PER GETTONE (IL
005995***** RIEPILOGO MENSILE PER SISTEMA E' openapir.exe)
006000*
006010 GIORNALE-CHIAMATA-API.
006020
006050          MOVE SISTEMA-API        TO SISTEMA-API-WEB.
006060          MOVE TOKEN-API(27:6)    TO CODA-TOKEN-API-WEB.
006070          MOVE ENTITA-API         TO ENTITA-API-WEB.
006080          MOVE AZIONE-API         TO AZIONE-API-WEB.
006090          MOVE ESITO-API          TO ESITO-API-WEB.
006100          MOVE MOTIVO-API(1:40)   TO MOTIVO-API-WEB.
006110
006130          PERFORM SCRIVI-CHIAMATA-APJ
006140           THRU EX-SCRIVI-CHIAMATA-APJ.
006170
006180 EX-GIORNALE-CHIAMATA-API.
006190          EXIT.
006200*
006210***** PARCHEGGIA IN ARKSOS LA CHIAMATA RESPINTA PER CONTENUTO:
006220***** CARICO JSON, MOTIVO, SISTEMA CHIAMANTE ED ENTITA/AZIONE
006230*
006240 PARCHEGGIA-API.
006250
006260          PERFORM OPEN-I-SOS      THRU EX-OPEN-I-SOS.
006270
006280          MOVE "OPENAPIW"         TO FONTE-SOS-WEB.
006290          MOVE SPACES             TO FLUSSO-SOS-WEB.
006300          STRING SISTEMA-API DELIMITED BY " "
006310           " " ENTITA-API DELIMITED BY " "
006320           "/" AZIONE-API DELIMITED BY " "
006330           INTO FLUSSO-SOS-WEB.
006340          MOVE ZEROS              TO RIGA-SOS-WEB.
006350          MOVE MOTIVO-API(1:60)   TO MOTIVO-SOS-WEB.
006360          MOVE PAYLOAD-API        TO CONTENUTO-SOS-WEB.
006370
006380          PERFORM PARCHEGGIA-SOS  THRU EX-PARCHEGGIA-SOS.
006390
006400          PERFORM CLOSE-SOS       THRU EX-CLOSE-SOS.
006410
006420 EX-PARCHEGGIA-API.
006430          EXIT.
