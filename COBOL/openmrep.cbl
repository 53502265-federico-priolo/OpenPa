000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190*
000200* TURNI DI REPERIBILITA' (ARKREP) E PRESA IN CARICO DEGLI ALLARMI
000210* DI GRAVITA' "A" (ARKACK). SENZA funzione TORNA IN JSON LA
000220* GRIGLIA DEI TURNI DAL GIORNO MK-dal (AAAAMMGG, DEFAULT OGGI):
000230* DATA, DALLE, ALLE, PRIMARIO, RISERVA, RESPONSABILE, NOTA.
000240* funzione=salva CON MK-data, MK-dalle E MK-alle (HHMM; ALLE NON
000250* OLTRE DALLE = LA FINESTRA FINISCE IL GIORNO DOPO), MK-primario,
000260* MK-riserva, MK-capo (CHIAVI UTENTE ESISTENTI, IL PRIMARIO E'
000270* OBBLIGATORIO) E MK-nota CREA O AGGIORNA IL TURNO; funzione=
000280* elimina CON MK-data E MK-dalle LO TOGLIE. funzione=allarmi
000290* TORNA GLI ALLARMI ANCORA IN ATTESA E QUELLI DEGLI ULTIMI 30
000300* GIORNI CON LIVELLO, DESTINATARIO, CHI LI HA PRESI E IN QUANTI
000310* MINUTI. funzione=presa CON MK-chiave (LA CHIAVE DELLA NOTIFICA,
000320* COME NEL LINK DELLA POSTA) PRENDE IN CARICO L'ALLARME: PUO'
000330* FARLO CHIUNQUE SIA NELLA CATENA (PRIMARIO, RISERVA O
000340* RESPONSABILE), ANCHE PRIMA CHE L'ALLARME ARRIVI A LUI
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENMREP.
000380 ENVIRONMENT      DIVISION.
000390 CONFIGURATION    SECTION.
000400          COPY "SPECIAL.CBL".
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.
000430
000440          COPY "SELWEB.CBL".
000450          COPY "SELESE.CBL".
000460          COPY "SELJOB.CBL".
000470          COPY "SELVIEW.CBL".
000480          COPY "SELVSTO.CBL".
000490          COPY "SELJSON.CBL".
000500          COPY "SELUTEN.CBL".
000510          COPY "SELREP.CBL".
000520          COPY "SELACK.CBL".
000530
000540 DATA             DIVISION.
000550 FILE SECTION.
000560
000570          COPY "FDEWEB.CBL".
000580          COPY "FDEESE.CBL".
000590          COPY "FDEJOB.CBL".
000600          COPY "FDEVIEW.CBL".
000610          COPY "FDEVSTO.CBL".
000620          COPY "FDEJSON.CBL".
000630          COPY "FDEUTEN.CBL".
000640          COPY "FDEREP.CBL".
000650          COPY "FDEACK.CBL".
000660
000670 WORKING-STORAGE  SECTION.
000680
000690          COPY "COBW3.CBL".
000700          COPY "GLOBALS.CBL".
000710*
000720 01 FUNZIONE-MREP              PIC X(08).
000730 01 PRIMA-RIGA-MREP            PIC X.
000740 01 TROVATO-MREP               PIC X.
000750 01 DATA-DAL-MREP              PIC 9(08).
000760 01 DATA-OGGI-MREP             PIC 9(08).
000770 01 SOGLIA-MREP                PIC 9(08).
000780 01 UTENTE-MREP                PIC X(08).
000790*
000800** ORA HHMM RICEVUTA DALLA MASCHERA, CONTROLLATA PRIMA DELL'USO
000810*
000820 01 ORA-MREP.
000830    05 HH-MREP                 PIC 9(02).
000840    05 MM-MREP                 PIC 9(02).
000850 01 ORA-X-MREP REDEFINES ORA-MREP PIC X(04).
000860*
000870** MINUTI DALLA PRIMA SPEDIZIONE ALLA PRESA IN CARICO
000880*
000890 01 ORA-CALC-MREP.
000900    05 HH-CALC-MREP            PIC 9(02).
000910    05 MM-CALC-MREP            PIC 9(02).
000920    05 SS-CALC-MREP            PIC 9(02).
000930 01 MINUTI-INVIO-MREP          PIC S9(9) COMP.
000940 01 MINUTI-PRESA-MREP          PIC S9(9) COMP.
000950 01 MINUTI-EDIT-MREP           PIC Z(4)9.
000960*
000970 PROCEDURE  DIVISION.
000980*
000990          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001000
001010*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001020*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001030*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001040          IF SESSIONE-RIFIUTATA GO TO FINE-MREP.
001050          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001060          PERFORM OPEN-I-REP      THRU EX-OPEN-I-REP.
001070          PERFORM OPEN-I-ACK      THRU EX-OPEN-I-ACK.
001080
001090          ACCEPT DATA-OGGI-MREP   FROM DATE YYYYMMDD.
001100
001110          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001120          PERFORM READ-WEB        THRU EX-READ-WEB.
001130          MOVE SPACES             TO FUNZIONE-MREP.
001140          IF COBW3-SEARCH-FLAG-EXIST
001150           MOVE VALUE-WEB(1:8)    TO FUNZIONE-MREP
001160          END-IF.
001170
001180          IF FUNZIONE-MREP = "salva"
001190           PERFORM SALVA-MREP     THRU EX-SALVA-MREP
001200           GO TO FINE-MREP
001210          END-IF.
001220
001230          IF FUNZIONE-MREP = "elimina"
001240           PERFORM ELIMINA-MREP   THRU EX-ELIMINA-MREP
001250           GO TO FINE-MREP
001260          END-IF.
001270
001280          IF FUNZIONE-MREP = "presa"
001290           PERFORM PRESA-MREP     THRU EX-PRESA-MREP
001300           GO TO FINE-MREP
001310          END-IF.
001320
001330          IF FUNZIONE-MREP = "allarmi"
001340           PERFORM ALLARMI-MREP   THRU EX-ALLARMI-MREP
001350           MOVE "REPALL.HTM"      TO PAGE-WEB
001360           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001370           GO TO FINE-MREP
001380          END-IF.
001390
001400          PERFORM TURNI-MREP      THRU EX-TURNI-MREP.
001410
001420          MOVE "REPERIB.HTM"      TO PAGE-WEB.
001430          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001440
001450 FINE-MREP.
001460          PERFORM CLOSE-ACK       THRU EX-CLOSE-ACK.
001470          PERFORM CLOSE-REP       THRU EX-CLOSE-REP.
001480          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001490          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001500
001510          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001520
001530          GOBACK.
001540
001550          COPY "PIOWEB1.CBL".
001560          COPY "PIOESE.CBL".
001570          COPY "PIOJOB.CBL".
001580          COPY "PIOVIEW.CBL".
001590          COPY "PIOVSTO.CBL".
001600          COPY "PIOVIEWH.CBL".
001610          COPY "PIOJSON.CBL".
001620          COPY "PIOUTEN.CBL".
001630          COPY "PIOREP.CBL".
001640          COPY "PIOACK.CBL".
001650*
001660***** GRIGLIA DEI TURNI DAL GIORNO MK-dal (DEFAULT OGGI) IN AVANTI
001670*
001680 TURNI-MREP.
001690
001700          MOVE DATA-OGGI-MREP     TO DATA-DAL-MREP.
001710
001720          MOVE "MK-dal"           TO FIELD-WEB.
001730          PERFORM READ-WEB        THRU EX-READ-WEB.
001740          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) IS NUMERIC
001750           MOVE VALUE-WEB(1:8)    TO DATA-DAL-MREP
001760          END-IF.
001770
001780          MOVE SPACES             TO NOME-JSON.
001790          MOVE "REPERIB"          TO NOME-JSON.
001800
001810          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001820
001830          MOVE "{""rows"":["      TO DATI-JSON.
001840          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001850
001860          MOVE SPACES             TO DATI-JSON.
001870          MOVE "S"                TO PRIMA-RIGA-MREP.
001880
001890          MOVE DATA-DAL-MREP      TO DATA-REP.
001900          MOVE ZEROS              TO ORA-DA-REP.
001910          PERFORM STARTO-REP      THRU EX-STARTO-REP.
001920
001930          IF ESITO-NOK GO TO FINE-TURNI-MREP.
001940
001950 CICLO-TURNI-MREP.
001960
001970          PERFORM LEGGO-NEXT-REP  THRU EX-LEGGO-NEXT-REP.
001980
001990          IF FINE-FILE = "S" GO TO FINE-TURNI-MREP.
002000
002010          IF PRIMA-RIGA-MREP = "S"
002020           MOVE "N"               TO PRIMA-RIGA-MREP
002030          ELSE
002040           MOVE ","               TO DATI-JSON
002050           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002060          END-IF.
002070
002080          MOVE SPACES             TO STRINGA-JSON.
002090          MOVE NOTA-REP           TO STRINGA-JSON.
002100          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002110
002120          STRING '{"DATA":"'      DELIMITED BY SIZE
002130           DATA-REP               DELIMITED BY SIZE
002140           '","DALLE":"'          DELIMITED BY SIZE
002150           ORA-DA-REP             DELIMITED BY SIZE
002160           '","ALLE":"'           DELIMITED BY SIZE
002170           ORA-A-REP              DELIMITED BY SIZE
002180           '","PRIMARIO":"'       DELIMITED BY SIZE
002190           PRIMARIO-REP           DELIMITED BY SPACE
002200           '","RISERVA":"'        DELIMITED BY SIZE
002210           RISERVA-REP            DELIMITED BY SPACE
002220           '","CAPO":"'           DELIMITED BY SIZE
002230           CAPO-REP               DELIMITED BY SPACE
002240           '",'                   DELIMITED BY SIZE
002250           INTO DATI-JSON.
002260          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002270
002280          STRING '"NOTA":"'       DELIMITED BY SIZE
002290           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002300           '","OPERATORE":"'      DELIMITED BY SIZE
002310           OPERATORE-MOD-REP      DELIMITED BY SPACE
002320           '","ELIMINA":"'        DELIMITED BY SIZE
002330           '<a href=openmrep.exe?MK-KEY=' DELIMITED BY SIZE
002335           SECTION-WEB            DELIMITED BY SIZE
002340           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002350           "&MK-FUNZIONE=elimina&MK-data=" DELIMITED BY SIZE
002360           DATA-REP               DELIMITED BY SIZE
002370           "&MK-dalle="           DELIMITED BY SIZE
002380           ORA-DA-REP             DELIMITED BY SIZE
002390           '>'                    DELIMITED BY SIZE
002400           "<img src='/openpa/images/cancella.gif' BORDER='0'>"
002410            DELIMITED BY SIZE
002420           "</a>"                 DELIMITED BY SIZE
002430           '"}'                   DELIMITED BY SIZE
002440           INTO DATI-JSON.
002450          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002460
002470          GO TO CICLO-TURNI-MREP.
002480
002490 FINE-TURNI-MREP.
002500
002510          MOVE "]}"               TO DATI-JSON.
002520          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002530
002540          CLOSE ARKJSON.
002550
002560 EX-TURNI-MREP.
002570          EXIT.
002580*
002590***** CHIAVE DEL TURNO DALLA MASCHERA (MK-data, MK-dalle);
002600***** ESITO-NOK SE LA DATA O L'ORA NON SONO VALIDE
002610*
002620 LEGGI-CHIAVE-MREP.
002630
002640          MOVE "NO"               TO ESITO-WEB.
002650          MOVE ZEROS              TO CHIAVE-REP.
002660
002670          MOVE "MK-data"          TO FIELD-WEB.
002680          PERFORM READ-WEB        THRU EX-READ-WEB.
002690          IF NOT COBW3-SEARCH-FLAG-EXIST
002700           OR VALUE-WEB(1:8) IS NOT NUMERIC
002710           GO TO EX-LEGGI-CHIAVE-MREP
002720          END-IF.
002730          MOVE VALUE-WEB(1:8)     TO DATA-REP.
002740
002750          IF FUNCTION TEST-DATE-YYYYMMDD(DATA-REP) NOT = ZERO
002760           GO TO EX-LEGGI-CHIAVE-MREP
002770          END-IF.
002780
002790          MOVE "MK-dalle"         TO FIELD-WEB.
002800          PERFORM LEGGI-ORA-MREP  THRU EX-LEGGI-ORA-MREP.
002810
002820          IF ESITO-NOK GO TO EX-LEGGI-CHIAVE-MREP.
002830
002840          MOVE ORA-MREP           TO ORA-DA-REP.
002850
002860 EX-LEGGI-CHIAVE-MREP.
002870          EXIT.
002880*
002890***** ORA HHMM DEL CAMPO IN FIELD-WEB, DA 0000 A 2359
002900*
002910 LEGGI-ORA-MREP.
002920
002930          MOVE "NO"               TO ESITO-WEB.
002940
002950          PERFORM READ-WEB        THRU EX-READ-WEB.
002960          IF NOT COBW3-SEARCH-FLAG-EXIST
002970           GO TO EX-LEGGI-ORA-MREP
002980          END-IF.
002990
003000          MOVE VALUE-WEB(1:4)     TO ORA-X-MREP.
003010
003020          IF ORA-X-MREP IS NOT NUMERIC GO TO EX-LEGGI-ORA-MREP.
003030
003040          IF HH-MREP > 23 OR MM-MREP > 59
003050           GO TO EX-LEGGI-ORA-MREP
003060          END-IF.
003070
003080          MOVE "OK"               TO ESITO-WEB.
003090
003100 EX-LEGGI-ORA-MREP.
003110          EXIT.
003120*
003130***** funzione=salva: CREA O AGGIORNA IL TURNO; I TRE REPERIBILI
003140***** DEVONO ESSERE UTENTI ESISTENTI E LA RISERVA NON PUO' ESSERE
003150***** IL PRIMARIO STESSO
003160*
003170 SALVA-MREP.
003180
003190          PERFORM LEGGI-CHIAVE-MREP THRU EX-LEGGI-CHIAVE-MREP.
003200
003210          IF ESITO-NOK
003220           MOVE "Indicare data (AAAAMMGG) e ora di inizio (HHMM)"
003230            TO MESSAGGIO
003240           PERFORM VIS-MESS       THRU EX-VIS-MESS
003250           GO TO EX-SALVA-MREP
003260          END-IF.
003270
003280          PERFORM LEGGO-REP       THRU EX-LEGGO-REP.
003290
003300          IF ESITO-OK
003310           MOVE "S"               TO TROVATO-MREP
003320          ELSE
003330           MOVE "N"               TO TROVATO-MREP
003340           MOVE SPACES            TO TURNO-REP
003350           PERFORM LEGGI-CHIAVE-MREP THRU EX-LEGGI-CHIAVE-MREP
003360          END-IF.
003370
003380          MOVE "MK-alle"          TO FIELD-WEB.
003390          PERFORM LEGGI-ORA-MREP  THRU EX-LEGGI-ORA-MREP.
003400
003410          IF ESITO-NOK
003420           MOVE "Ora di fine non valida (HHMM)" TO MESSAGGIO
003430           PERFORM VIS-MESS       THRU EX-VIS-MESS
003440           GO TO EX-SALVA-MREP
003450          END-IF.
003460
003470          MOVE ORA-MREP           TO ORA-A-REP.
003480
003490          MOVE "MK-primario"      TO FIELD-WEB.
003500          PERFORM READ-WEB        THRU EX-READ-WEB.
003510          IF COBW3-SEARCH-FLAG-EXIST
003520           MOVE VALUE-WEB(1:8)    TO PRIMARIO-REP
003530          END-IF.
003540
003550          MOVE "MK-riserva"       TO FIELD-WEB.
003560          PERFORM READ-WEB        THRU EX-READ-WEB.
003570          IF COBW3-SEARCH-FLAG-EXIST
003580           MOVE VALUE-WEB(1:8)    TO RISERVA-REP
003590          END-IF.
003600
003610          MOVE "MK-capo"          TO FIELD-WEB.
003620          PERFORM READ-WEB        THRU EX-READ-WEB.
003630          IF COBW3-SEARCH-FLAG-EXIST
003640           MOVE VALUE-WEB(1:8)    TO CAPO-REP
003650          END-IF.
003660
003670          MOVE "MK-nota"          TO FIELD-WEB.
003680          PERFORM READ-WEB        THRU EX-READ-WEB.
003690          IF COBW3-SEARCH-FLAG-EXIST
003700           MOVE VALUE-WEB(1:40)   TO NOTA-REP
003710          END-IF.
003720
003730          IF PRIMARIO-REP = SPACES
003740           MOVE "Il reperibile primario e' obbligatorio"
003750            TO MESSAGGIO
003760           PERFORM VIS-MESS       THRU EX-VIS-MESS
003770           GO TO EX-SALVA-MREP
003780          END-IF.
003790
003800          IF RISERVA-REP = PRIMARIO-REP
003810           MOVE "La riserva deve essere diversa dal primario"
003820            TO MESSAGGIO
003830           PERFORM VIS-MESS       THRU EX-VIS-MESS
003840           GO TO EX-SALVA-MREP
003850          END-IF.
003860
003870          MOVE PRIMARIO-REP       TO UTENTE-MREP.
003880          PERFORM ESISTE-UTENTE-MREP THRU EX-ESISTE-UTENTE-MREP.
003890          IF ESITO-NOK GO TO EX-SALVA-MREP.
003900
003910          MOVE RISERVA-REP        TO UTENTE-MREP.
003920          PERFORM ESISTE-UTENTE-MREP THRU EX-ESISTE-UTENTE-MREP.
003930          IF ESITO-NOK GO TO EX-SALVA-MREP.
003940
003950          MOVE CAPO-REP           TO UTENTE-MREP.
003960          PERFORM ESISTE-UTENTE-MREP THRU EX-ESISTE-UTENTE-MREP.
003970          IF ESITO-NOK GO TO EX-SALVA-MREP.
003980
003990          ACCEPT DATA-MOD-REP     FROM DATE YYYYMMDD.
004000          ACCEPT ORA-MOD-REP      FROM TIME.
004010          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-MOD-REP.
004020
004030          IF TROVATO-MREP = "S"
004040           PERFORM RISCRIVI-REP   THRU EX-RISCRIVI-REP
004050          ELSE
004060           PERFORM SCRIVI-REP     THRU EX-SCRIVI-REP
004070          END-IF.
004080
004090          IF ESITO-NOK
004100           MOVE "Errore in registrazione turno" TO MESSAGGIO
004110          ELSE
004120           MOVE "Turno di reperibilita' registrato" TO MESSAGGIO
004130          END-IF.
004140
004150          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004160
004170 EX-SALVA-MREP.
004180          EXIT.
004190*
004200***** UTENTE-MREP (SE INDICATO) DEVE ESISTERE ED ESSERE ATTIVO;
004210***** SE NO IL MESSAGGIO E' GIA' STATO MANDATO
004220*
004230 ESISTE-UTENTE-MREP.
004240
004250          MOVE "OK"               TO ESITO-WEB.
004260
004270          IF UTENTE-MREP = SPACES GO TO EX-ESISTE-UTENTE-MREP.
004280
004290          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
004300          MOVE UTENTE-MREP        TO CHIAVE-UTEN.
004310          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004320          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
004330
004340          IF ESITO-OK AND UTENTE-CANCELLATO
004350           MOVE "NO"              TO ESITO-WEB
004360          END-IF.
004370
004380          IF ESITO-NOK
004390           MOVE SPACES            TO MESSAGGIO
004400           STRING "Utente inesistente o cancellato: " UTENTE-MREP
004410            DELIMITED BY SIZE INTO MESSAGGIO
004420           PERFORM VIS-MESS       THRU EX-VIS-MESS
004430          END-IF.
004440
004450 EX-ESISTE-UTENTE-MREP.
004460          EXIT.
004470*
004480***** funzione=elimina: TOGLIE IL TURNO MK-data/MK-dalle
004490*
004500 ELIMINA-MREP.
004510
004520          PERFORM LEGGI-CHIAVE-MREP THRU EX-LEGGI-CHIAVE-MREP.
004530
004540          IF ESITO-OK
004550           PERFORM LEGGO-REP      THRU EX-LEGGO-REP
004560          END-IF.
004570
004580          IF ESITO-NOK
004590           MOVE "Turno inesistente" TO MESSAGGIO
004600           PERFORM VIS-MESS       THRU EX-VIS-MESS
004610           GO TO EX-ELIMINA-MREP
004620          END-IF.
004630
004640          PERFORM CANCELLA-REP    THRU EX-CANCELLA-REP.
004650
004660          IF ESITO-NOK
004670           MOVE "Errore in eliminazione turno" TO MESSAGGIO
004680          ELSE
004690           MOVE "Turno di reperibilita' eliminato" TO MESSAGGIO
004700          END-IF.
004710
004720          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004730
004740 EX-ELIMINA-MREP.
004750          EXIT.
004760*
004770***** funzione=allarmi: GLI ALLARMI IN ATTESA E QUELLI SPEDITI
004780***** NEGLI ULTIMI 30 GIORNI, DAL PIU' VECCHIO
004790*
004800 ALLARMI-MREP.
004810
004820          COMPUTE SOGLIA-MREP = FUNCTION DATE-OF-INTEGER(
004830           FUNCTION INTEGER-OF-DATE(DATA-OGGI-MREP) - 30).
004840
004850          MOVE SPACES             TO NOME-JSON.
004860          MOVE "REPALL"           TO NOME-JSON.
004870
004880          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
004890
004900          MOVE "{""rows"":["      TO DATI-JSON.
004910          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004920
004930          MOVE SPACES             TO DATI-JSON.
004940          MOVE "S"                TO PRIMA-RIGA-MREP.
004950
004960          MOVE LOW-VALUES         TO CHIAVE-ACK.
004970          PERFORM STARTO-ACK      THRU EX-STARTO-ACK.
004980
004990          IF ESITO-NOK GO TO FINE-ALLARMI-MREP.
005000
005010 CICLO-ALLARMI-MREP.
005020
005030          PERFORM LEGGO-NEXT-ACK  THRU EX-LEGGO-NEXT-ACK.
005040
005050          IF FINE-FILE = "S" GO TO FINE-ALLARMI-MREP.
005060
005070          IF NOT ACK-IN-ATTESA AND DATA-INVIO-ACK < SOGLIA-MREP
005080           GO TO CICLO-ALLARMI-MREP
005090          END-IF.
005100
005110          IF PRIMA-RIGA-MREP = "S"
005120           MOVE "N"               TO PRIMA-RIGA-MREP
005130          ELSE
005140           MOVE ","               TO DATI-JSON
005150           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
005160          END-IF.
005170
005180          MOVE SPACES             TO STRINGA-JSON.
005190          MOVE TESTO-ACK          TO STRINGA-JSON.
005200          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
005210
005220          STRING '{"CHIAVE":"'    DELIMITED BY SIZE
005230           CHIAVE-ACK             DELIMITED BY SIZE
005240           '","TIPO":"'           DELIMITED BY SIZE
005250           TIPO-ACK               DELIMITED BY SPACE
005260           '","RIFERIMENTO":"'    DELIMITED BY SIZE
005270           RIFERIMENTO-ACK        DELIMITED BY "  "
005280           '","TESTO":"'          DELIMITED BY SIZE
005290           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
005300           '",'                   DELIMITED BY SIZE
005310           INTO DATI-JSON.
005320          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005330
005340          MOVE MINUTI-PRESA-ACK   TO MINUTI-EDIT-MREP.
005350
005360          STRING '"STATO":"'      DELIMITED BY SIZE
005370           STATO-ACK              DELIMITED BY SIZE
005380           '","LIVELLO":"'        DELIMITED BY SIZE
005390           LIVELLO-ACK            DELIMITED BY SIZE
005400           '","DESTINATARIO":"'   DELIMITED BY SIZE
005410           DESTINATARIO-ACK       DELIMITED BY SPACE
005420           '","INVIO":"'          DELIMITED BY SIZE
005430           DATA-INVIO-ACK         DELIMITED BY SIZE
005440           " "                    DELIMITED BY SIZE
005450           ORA-INVIO-ACK          DELIMITED BY SIZE
005460           '","PRESODA":"'        DELIMITED BY SIZE
005470           PRESO-DA-ACK           DELIMITED BY SPACE
005480           '","MINUTI":"'         DELIMITED BY SIZE
005490           MINUTI-EDIT-MREP       DELIMITED BY SIZE
005500           '",'                   DELIMITED BY SIZE
005510           INTO DATI-JSON.
005520          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005530
005540          IF NOT ACK-IN-ATTESA
005550           MOVE '"PRENDI":""}'    TO DATI-JSON
005560           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
005570           GO TO CICLO-ALLARMI-MREP
005580          END-IF.
005590
005600          STRING '"PRENDI":"'     DELIMITED BY SIZE
005610           '<a href=openmrep.exe?MK-KEY=' DELIMITED BY SIZE
005615           SECTION-WEB            DELIMITED BY SIZE
005620           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
005630           "&MK-FUNZIONE=presa&MK-chiave=" DELIMITED BY SIZE
005640           CHIAVE-ACK             DELIMITED BY SIZE
005650           '>'                    DELIMITED BY SIZE
005660           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
005670            DELIMITED BY SIZE
005680           '"}'                   DELIMITED BY SIZE
005690           INTO DATI-JSON.
005700          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005710
005720          GO TO CICLO-ALLARMI-MREP.
005730
005740 FINE-ALLARMI-MREP.
005750
005760          MOVE "]}"               TO DATI-JSON.
005770          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005780
005790          CLOSE ARKJSON.
005800
005810 EX-ALLARMI-MREP.
005820          EXIT.
005830*
005840***** funzione=presa: L'OPERATORE PRENDE IN CARICO L'ALLARME
005850***** MK-chiave SE E' NELLA CATENA DEL TURNO E L'ALLARME E' ANCORA
005860***** IN ATTESA; I MINUTI SI CONTANO DALLA PRIMA SPEDIZIONE
005870*
005880 PRESA-MREP.
005890
005900          MOVE SPACES             TO CHIAVE-ACK.
005910
005920          MOVE "MK-chiave"        TO FIELD-WEB.
005930          PERFORM READ-WEB        THRU EX-READ-WEB.
005940          IF COBW3-SEARCH-FLAG-EXIST
005950           MOVE VALUE-WEB(1:17)   TO CHIAVE-ACK
005960          END-IF.
005970
005980          PERFORM LEGGO-ACK       THRU EX-LEGGO-ACK.
005990
006000          IF ESITO-NOK
006010           MOVE "Allarme inesistente" TO MESSAGGIO
006020           PERFORM VIS-MESS       THRU EX-VIS-MESS
006030           GO TO EX-PRESA-MREP
006040          END-IF.
006050
006060          IF ACK-PRESO
006070           MOVE SPACES            TO MESSAGGIO
006080           STRING "Allarme gia' preso in carico da " PRESO-DA-ACK
006090            DELIMITED BY SIZE INTO MESSAGGIO
006100           PERFORM VIS-MESS       THRU EX-VIS-MESS
006110           GO TO EX-PRESA-MREP
006120          END-IF.
006130
006140***** CON UNA DELEGA PER ASSENZA SI PRENDE IN CARICO PER CONTO
006150***** DEL DELEGANTE, COME NELLA CODA DI openmapp.exe
006160
006170          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-MREP.
006180
006190          IF UTENTE-MREP NOT = PRIMARIO-ACK
006200           AND UTENTE-MREP NOT = RISERVA-ACK
006210           AND UTENTE-MREP NOT = CAPO-ACK
006220           AND DELEGANTE-WEB NOT = SPACES
006230           MOVE DELEGANTE-WEB     TO UTENTE-MREP
006240          END-IF.
006250
006260          IF UTENTE-MREP NOT = PRIMARIO-ACK
006270           AND UTENTE-MREP NOT = RISERVA-ACK
006280           AND UTENTE-MREP NOT = CAPO-ACK
006290           MOVE "Allarme non assegnato ai tuoi turni" TO MESSAGGIO
006300           PERFORM VIS-MESS       THRU EX-VIS-MESS
006310           GO TO EX-PRESA-MREP
006320          END-IF.
006330
006340***** ANCHE UN ALLARME A CATENA ESAURITA SI PUO' ANCORA PRENDERE:
006350***** I MINUTI DIRANNO QUANTO E' COSTATO
006360
006370          MOVE "P"                TO STATO-ACK.
006380          MOVE OPERATORE-SESSIONE-WEB TO PRESO-DA-ACK.
006390          ACCEPT DATA-PRESA-ACK   FROM DATE YYYYMMDD.
006400          ACCEPT ORA-PRESA-ACK    FROM TIME.
006410
006420          MOVE ORA-INVIO-ACK      TO ORA-CALC-MREP.
006430          COMPUTE MINUTI-INVIO-MREP =
006440           FUNCTION INTEGER-OF-DATE(DATA-INVIO-ACK) * 1440
006450           + HH-CALC-MREP * 60 + MM-CALC-MREP.
006460
006470          MOVE ORA-PRESA-ACK      TO ORA-CALC-MREP.
006480          COMPUTE MINUTI-PRESA-MREP =
006490           FUNCTION INTEGER-OF-DATE(DATA-PRESA-ACK) * 1440
006500           + HH-CALC-MREP * 60 + MM-CALC-MREP.
006510
006520          IF MINUTI-PRESA-MREP - MINUTI-INVIO-MREP > 99999
006530           MOVE 99999             TO MINUTI-PRESA-ACK
006540          ELSE
006550           COMPUTE MINUTI-PRESA-ACK =
006560            MINUTI-PRESA-MREP - MINUTI-INVIO-MREP
006570          END-IF.
006580
006590          PERFORM RISCRIVI-ACK    THRU EX-RISCRIVI-ACK.
006600
006610          IF ESITO-NOK
006620           MOVE "Errore in registrazione presa in carico"
006630            TO MESSAGGIO
006640           PERFORM VIS-MESS       THRU EX-VIS-MESS
006650           GO TO EX-PRESA-MREP
006660          END-IF.
006670
006680          MOVE MINUTI-PRESA-ACK   TO MINUTI-EDIT-MREP.
006690          MOVE SPACES             TO MESSAGGIO.
006700          STRING "Allarme preso in carico dopo " MINUTI-EDIT-MREP
006710           " minuti" DELIMITED BY SIZE INTO MESSAGGIO.
006720
006730          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006740
006750 EX-PRESA-MREP.
006760          EXIT.
