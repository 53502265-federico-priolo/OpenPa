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
000200* PUNTO DI PROVVISTA SCIM 2.0 PER I FORNITORI DI IDENTITA'
000210* (PIATTAFORMA REGIONALE, HR IN CLOUD) SU ARKUTEN E SULLE
000220* APPARTENENZE AI GRUPPI. IL PROXY HTTP TRADUCE LA CHIAMATA REST
000230* NEI PARAMETRI: MK-risorsa (Users O Groups), MK-id (CHIAVE-UTEN O
000240* GRUPPO A 4 CIFRE, VUOTO PER GLI ELENCHI), MK-metodo (GET, POST,
000250* PUT, PATCH, DELETE), MK-payload (DOCUMENTO JSON SCIM),
000260* MK-filter (SOLO userName eq "..."), MK-startIndex E MK-count
000270* (PAGINAZIONE DEGLI ELENCHI, DEFAULT 1 E 100, MASSIMO 500).
000280* AUTENTICAZIONE, SOGLIE E PERMESSI SONO QUELLI DI openapiw.exe:
000290* GETTONE MK-token SULLE RIGHE "AK" ENTE 00, CHIAMATA MOD "AP"
000300* ENT "SC" FUNZ = PRIME DUE LETTERE DEL METODO (GE, PO, PU, PA,
000310* DE) RISOLTA SU ARKABI COL GRUPPO DEL GETTONE, "TM" OLTRE LE
000320* SOGLIE, GIORNALE ARKAPJ PER OGNI CHIAMATA E SOSPESI ARKSOS
000330* (FONTE "OPENSCIM") PER LE SCRITTURE RESPINTE NEL CONTENUTO.
000340* CORRISPONDENZE: id = userName = CHIAVE-UTEN (NON MODIFICABILE),
000350* displayName O name.formatted = NOME-UTEN, title = DESC-UTEN,
000360* preferredLanguage = LINGUA-UTEN, active = NON DELETED-UTEN,
000370* groups = GRUPPO-UTEN SEGUITO DAI GRUPPI EXTRA (IL PRIMO E' IL
000380* GRUPPO BASE). I GRUPPI SONO SOTTO CONTROLLO A QUATTRO OCCHI:
000390* UNA VARIAZIONE RICHIESTA DAL FORNITORE VIENE CONTROLLATA COME
000400* IN openmout.exe (VERIFICA-ASSEGNABILE-GRU, QUALIFICHE COMPRESE)
000410* E ACCODATA SU ARKPEN COME RICHIESTA "G" A NOME DEL SISTEMA
000420* CHIAMANTE, DA APPROVARE IN openpend.exe; LA RISPOSTA PORTA IL
000430* NUMERO DELLA RICHIESTA NELL'ESTENSIONE OPENPA E I GRUPPI
000440* ANCORA IN VIGORE. UN UTENTE NUOVO NASCE SENZA GRUPPI. DELETE O
000450* active=false E' LA STESSA CANCELLAZIONE LOGICA DI opencanc.exe
000460* (DELETED-UTEN "S" E DATA-CANC-UTEN, EVENTO UTENTE-CANCEL), MAI
000470* UNA CANCELLAZIONE FISICA; active=true RIPRISTINA, TRANNE UN
000480* UTENTE ANONIMIZZATO. OGNI CAMPO CAMBIATO LASCIA LA SUA RIGA
000490* SU ARKLOG AGGANCIATA ALLA CATENA DI HASH (NUMERO-LOG: CHIAVE
000500* UTENTE IN POS 1-8, SISTEMA CHIAMANTE IN POS 12-19). IL PROXY
000510* NON RICEVE LO STATO HTTP DAL PROGRAMMA: UN ERRORE E' IL
000520* DOCUMENTO SCIM Error CON IL CODICE IN "status", UN DELETE
000530* RIUSCITO NON HA CORPO. PATCH ACCETTA add/replace/remove CON O
000540* SENZA path (active, displayName, name.formatted, title,
000550* preferredLanguage, groups, groups[value eq "nnnn"]).
000560*
000570 IDENTIFICATION   DIVISION.
000580 PROGRAM-ID.      OPENSCIM.
000590 ENVIRONMENT      DIVISION.
000600 CONFIGURATION    SECTION.
000610          COPY "SPECIAL.CBL".
000620 INPUT-OUTPUT     SECTION.
000630 FILE-CONTROL.
000640
000650          COPY "SELWEB.CBL".
000660          COPY "SELESE.CBL".
000670          COPY "SELJOB.CBL".
000680          COPY "SELVIEW.CBL".
000690          COPY "SELVSTO.CBL".
000700          COPY "SELUTEN.CBL".
000710          COPY "SELTAB.CBL".
000720          COPY "SELABI.CBL".
000730          COPY "SELGER.CBL".
000740          COPY "SELAPJ.CBL".
000750          COPY "SELSOS.CBL".
000760          COPY "SELGRU.CBL".
000770          COPY "SELPEN.CBL".
000780          COPY "SELOUT.CBL".
000785          COPY "SELJSON.CBL".
000790
000800 DATA             DIVISION.
000810 FILE SECTION.
000820
000830          COPY "FDEWEB.CBL".
000840          COPY "FDEESE.CBL".
000850          COPY "FDEJOB.CBL".
000860          COPY "FDEVIEW.CBL".
000870          COPY "FDEVSTO.CBL".
000880          COPY "FDEUTEN.CBL".
000890          COPY "FDETAB.CBL".
000900          COPY "FDEABI.CBL".
000910          COPY "FDEGER.CBL".
000920          COPY "FDEAPJ.CBL".
000930          COPY "FDESOS.CBL".
000940          COPY "FDEGRU.CBL".
000950          COPY "FDEPEN.CBL".
000960          COPY "FDEOUT.CBL".
000965          COPY "FDEJSON.CBL".
000970
000980 WORKING-STORAGE  SECTION.
000990
001000          COPY "COBW3.CBL".
001010          COPY "GLOBALS.CBL".
001020*
001030** GETTONE E SUO CICLO DI VITA, COME IN openapiw.exe
001040*
001050 01 TOKEN-SCIM               PIC X(32).
001060 01 SISTEMA-SCIM             PIC X(8).
001070 01 AUTORIZZATO-SCIM         PIC X.
001080 01 SCADENZA-TOKEN-SCIM      PIC 9(8).
001090 01 GRUPPO-TOKEN-SCIM        PIC 9(4).
001100 01 GRUPPO-TOKEN-X-SCIM      PIC X(4).
001110 01 DATA-OGGI-SCIM           PIC 9(8).
001120 01 MOTIVO-AUT-SCIM          PIC X(40).
001130 01 SOGLIA-MINUTO-X-SCIM     PIC X(4).
001140 01 SOGLIA-GIORNO-X-SCIM     PIC X(6).
001150*
001160** CHIAMATA REST TRADOTTA DAL PROXY
001170*
001180 01 RISORSA-SCIM             PIC X(10).
001190 01 ID-SCIM                  PIC X(20).
001200 01 METODO-SCIM              PIC X(10).
001210 01 FILTRO-SCIM              PIC X(100).
001220 01 FILTRO-ATTR-SCIM         PIC X(20).
001230 01 FILTRO-VALORE-SCIM       PIC X(40).
001240 01 FILTRO-RESTO-SCIM        PIC X(40).
001250 01 INIZIO-X-SCIM            PIC X(5).
001260 01 CONTA-X-SCIM             PIC X(5).
001270 01 INIZIO-PAG-SCIM          PIC 9(5).
001280 01 QUANTI-PAG-SCIM          PIC 9(5).
001290 01 LETTI-SCIM               PIC 9(5).
001300 01 EMESSI-SCIM              PIC 9(5).
001310 01 TOTALE-ED-SCIM           PIC Z(4)9.
001320 01 INIZIO-ED-SCIM           PIC Z(4)9.
001330 01 EMESSI-ED-SCIM           PIC Z(4)9.
001340 01 PRIMO-SCIM               PIC X.
001350 01 PRIMO-MEMBRO-SCIM        PIC X.
001360*
001370** CARICO JSON E APPOGGI DELL'ESTRATTORE: LA COPPIA "campo":
001380** VALORE SI CERCA IN CORPO-SCIM (L'INTERO CARICO, O UNA SOLA
001390** OPERAZIONE DI UN PATCH); TIPO-VALORE-SCIM DICE COSA SEGUE I
001400** DUE PUNTI: S STRINGA, B true/false, A VETTORE, O OGGETTO
001410*
001420 01 PAYLOAD-SCIM             PIC X(1024).
001430 01 CORPO-SCIM               PIC X(1024).
001440 01 NOME-CAMPO-SCIM          PIC X(30).
001450 01 VALORE-CAMPO-SCIM        PIC X(200).
001460 01 TROVATO-CAMPO-SCIM       PIC X.
001470 01 TIPO-VALORE-SCIM         PIC X.
001480 01 LOGICO-SCIM              PIC X.
001490 01 POS-VALORE-SCIM          PIC 9(4) COMP.
001500 01 CERCA-SCIM               PIC X(34).
001510 01 LUNGH-CERCA-SCIM         PIC 9(3) COMP.
001520 01 FINE-VETTORE-SCIM        PIC X.
001530 01 IND-SCIM                 PIC 9(4) COMP.
001540 01 IND2-SCIM                PIC 9(4) COMP.
001550 01 IND3-SCIM                PIC 9(4) COMP.
001560 01 IND4-SCIM                PIC 9(4) COMP.
001570*
001580** OPERAZIONI DI UN PATCH: OGNI "op" DEL CARICO E' UN TRATTO
001590** DA POS-OP-SCIM ALLA "op" SUCCESSIVA (O ALLA FINE)
001600*
001610 01 POS-OP-SCIM              PIC 9(4) COMP.
001620 01 POS-PROSSIMA-OP-SCIM     PIC 9(4) COMP.
001630 01 LUNGH-OP-SCIM            PIC 9(4) COMP.
001640 01 NUM-OP-SCIM              PIC 9(3).
001650 01 OP-SCIM                  PIC X(10).
001660 01 PATH-SCIM                PIC X(60).
001670 01 PATH-GRUPPO-SCIM         PIC X(20).
001680 01 PATH-RESTO-SCIM          PIC X(40).
001690*
001700** MODO DI APPLICAZIONE DEGLI ATTRIBUTI: "S" SOSTITUZIONE
001710** (POST/PUT, UN ATTRIBUTO ASSENTE SI SVUOTA), "V" VARIAZIONE
001720** (PATCH); PER I GRUPPI "R" RIMPIAZZA, "A" AGGIUNGE, "T" TOGLIE
001730*
001740 01 MODO-SCIM                PIC X.
001750 01 MODO-GRUPPI-SCIM         PIC X.
001760 01 NUOVO-STATO-SCIM         PIC X.
001770*
001780** INSIEME DEI GRUPPI: QUELLO IN VIGORE SU ARKUTEN E QUELLO
001790** RICHIESTO (IL PRIMO E' IL GRUPPO BASE, POI FINO A 5 EXTRA)
001800*
001810 01 GRUPPI-ORIG-SCIM.
001820    02 GRUPPO-ORIG-SCIM      PIC 9(4) OCCURS 6.
001830 01 NUM-ORIG-SCIM            PIC 9(2).
001840 01 GRUPPI-SET-SCIM.
001850    02 GRUPPO-SET-SCIM       PIC 9(4) OCCURS 6.
001860 01 NUM-SET-SCIM             PIC 9(2).
001870 01 LISTA-GRUPPI-SCIM.
001880    02 GRUPPO-LISTA-SCIM     PIC 9(4) OCCURS 6.
001890 01 NUM-LISTA-SCIM           PIC 9(2).
001900 01 GRUPPO-LAVORO-SCIM       PIC 9(4).
001910 01 GRUPPO-LAVORO-X-SCIM     PIC X(4).
001920 01 PRESENTE-SCIM            PIC X.
001930 01 GRUPPI-CAMBIATI-SCIM     PIC X.
001940 01 NUMERO-PEN-SCIM          PIC 9(8).
001950*
001960** IMMAGINE DELL'UTENTE PRIMA DELLA CHIAMATA, PER LE RIGHE DI
001970** ARKLOG DEI SOLI CAMPI CAMBIATI
001980*
001990 01 SAVE-NOME-SCIM           PIC X(30).
002000 01 SAVE-DESC-SCIM           PIC X(40).
002010 01 SAVE-LINGUA-SCIM         PIC XX.
002020 01 SAVE-DELETED-SCIM        PIC X.
002030 01 OLD-VALORE-SCIM          PIC X(50).
002040 01 LINGUA-MIN-SCIM          PIC XX.
002050 01 ATTIVO-SCIM              PIC X(5).
002060*
002070 01 ESITO-SCIM               PIC X(2).
002080 01 STATO-HTTP-SCIM          PIC X(3).
002090 01 TIPO-ERRORE-SCIM         PIC X(20).
002100 01 MOTIVO-SCIM              PIC X(80).
002110 01 CAMPI-SCRITTI-SCIM       PIC 9(3).
002120 01 PARCHEGGIABILE-SCIM      PIC X.
002130*
002140 PROCEDURE  DIVISION.
002150*
002160          PERFORM START-WEB       THRU EX-START-WEB.
002170
002180          MOVE "OPENSCIM"         TO PROGRAMMA-API-WEB.
002190          PERFORM INIZIO-CHIAMATA-APJ
002200           THRU EX-INIZIO-CHIAMATA-APJ.
002210
002220          OPEN I-O ARKVIEW.
002230
002240          IF STATUS-VIEW = "35"
002250           OPEN OUTPUT ARKVIEW
002260           CLOSE ARKVIEW
002270           OPEN I-O ARKVIEW
002280          END-IF.
002290
002300          OPEN EXTEND ARKLOG.
002310
002320          IF STATUS-LOG = "35"
002330           OPEN OUTPUT ARKLOG
002340           CLOSE ARKLOG
002350           OPEN EXTEND ARKLOG
002360          END-IF.
002370
002380          MOVE "OK"               TO ESITO-SCIM.
002390          MOVE SPACES             TO MOTIVO-SCIM TIPO-ERRORE-SCIM.
002400          MOVE "200"              TO STATO-HTTP-SCIM.
002410          MOVE ZEROS              TO CAMPI-SCRITTI-SCIM
002420                                     NUMERO-PEN-SCIM.
002430          MOVE "N"                TO PARCHEGGIABILE-SCIM.
002440
002450          PERFORM AUTENTICA-SCIM  THRU EX-AUTENTICA-SCIM.
002460
002470          IF AUTORIZZATO-SCIM = "N"
002480           MOVE "KO"              TO ESITO-SCIM
002490           MOVE "401"             TO STATO-HTTP-SCIM
002500           IF MOTIVO-AUT-SCIM = SPACES
002510            MOVE "gettone assente o non riconosciuto"
002520             TO MOTIVO-SCIM
002530           ELSE
002540            MOVE MOTIVO-AUT-SCIM  TO MOTIVO-SCIM
002550           END-IF
002560           GO TO RISPONDI-SCIM
002570          END-IF.
002580
002590          PERFORM LEGGI-CHIAMATA-SCIM
002600           THRU EX-LEGGI-CHIAMATA-SCIM.
002610
002620***** SOGLIE DEL GETTONE: OLTRE IL TETTO AL MINUTO O AL GIORNO
002630***** SI RISPONDE "TM" (429 PER IL FORNITORE) PRIMA DI TOCCARE
002640***** GLI ARCHIVI
002650
002660          PERFORM VERIFICA-SOGLIE-API-WEB
002670           THRU EX-VERIFICA-SOGLIE-API-WEB.
002680
002690          IF SOGLIA-API-SUPERATA
002700           MOVE "TM"              TO ESITO-SCIM
002710           MOVE "429"             TO STATO-HTTP-SCIM
002720           MOVE MOTIVO-API-WEB    TO MOTIVO-SCIM
002730           GO TO RISPONDI-SCIM
002740          END-IF.
002750
002760***** PERMESSI PER GETTONE: AP/SC/<METODO>, COME AP/<ENTITA>/
002770***** <AZIONE> IN openapiw.exe; UNA RIGA "AK" SENZA GRUPPO RESTA
002780***** APERTA PER LA MIGRAZIONE
002790
002800          IF GRUPPO-TOKEN-SCIM > ZEROS
002810           PERFORM AUTORIZZA-TOKEN-SCIM
002820            THRU EX-AUTORIZZA-TOKEN-SCIM
002830           IF ESITO-NOK
002840            MOVE "KO"             TO ESITO-SCIM
002850            MOVE "403"            TO STATO-HTTP-SCIM
002860            MOVE "chiamata non concessa al gettone"
002870             TO MOTIVO-SCIM
002880            GO TO RISPONDI-SCIM
002890           END-IF
002900          END-IF.
002910
002920          IF RISORSA-SCIM = "Users"
002930           PERFORM UTENTI-SCIM    THRU EX-UTENTI-SCIM
002940          ELSE
002950           IF RISORSA-SCIM = "Groups"
002960            PERFORM GRUPPI-SCIM   THRU EX-GRUPPI-SCIM
002970           ELSE
002980            MOVE "KO"             TO ESITO-SCIM
002990            MOVE "404"            TO STATO-HTTP-SCIM
003000            MOVE "risorsa non prevista (Users o Groups)"
003010             TO MOTIVO-SCIM
003020           END-IF
003030          END-IF.
003040
003050 RISPONDI-SCIM.
003060
003070***** OGNI CHIAMATA LASCIA LA SUA RIGA SUL GIORNALE ARKAPJ
003080
003090          PERFORM GIORNALE-CHIAMATA-SCIM
003100           THRU EX-GIORNALE-CHIAMATA-SCIM.
003110
003120          IF ESITO-SCIM = "KO" AND PARCHEGGIABILE-SCIM = "S"
003130           PERFORM PARCHEGGIA-SCIM THRU EX-PARCHEGGIA-SCIM
003140          END-IF.
003150
003160          IF ESITO-SCIM NOT = "OK"
003170           PERFORM ERRORE-SCIM    THRU EX-ERRORE-SCIM
003180          END-IF.
003190
003200          CLOSE ARKVIEW.
003210          PERFORM FINE-WEB        THRU EX-FINE-WEB.
003220
003230          GOBACK.
003240
003250          COPY "PIOWEB1.CBL".
003260          COPY "PIOESE.CBL".
003270          COPY "PIOJOB.CBL".
003280          COPY "PIOVIEW.CBL".
003290          COPY "PIOVSTO.CBL".
003300          COPY "PIOVIEWH.CBL".
003310          COPY "PIOUTEN.CBL".
003320          COPY "PIOTAB.CBL".
003330          COPY "PIOABI.CBL".
003340          COPY "PIOGER.CBL".
003350          COPY "PIOGERA.CBL".
003360          COPY "PIOAPJ.CBL".
003370          COPY "PIOSOS.CBL".
003380          COPY "PIOGRU.CBL".
003390          COPY "PIOPEN.CBL".
003400          COPY "PIOOUT.CBL".
003405          COPY "PIOJSON.CBL".
003410*
003420***** GETTONE: RIGHE DI TABELLA "AK" ENTE 00 CON LE STESSE
003430***** POSIZIONI LETTE DA openapiw.exe (GETTONE 1-32, SISTEMA
003440***** 34-41, SCADENZA 43-50, GRUPPO 52-55, SOGLIE 57-60 E 62-67)
003450*
003460 AUTENTICA-SCIM.
003470
003480          MOVE "N"                TO AUTORIZZATO-SCIM.
003490          MOVE SPACES             TO SISTEMA-SCIM
003500                                     MOTIVO-AUT-SCIM.
003510          MOVE ZEROS              TO SCADENZA-TOKEN-SCIM
003520                                     GRUPPO-TOKEN-SCIM.
003530          ACCEPT DATA-OGGI-SCIM   FROM DATE YYYYMMDD.
003540
003550          MOVE "MK-token"         TO FIELD-WEB.
003560          PERFORM READ-WEB        THRU EX-READ-WEB.
003570          MOVE SPACES             TO TOKEN-SCIM.
003580          MOVE VALUE-WEB(1:32)    TO TOKEN-SCIM.
003590
003600          IF TOKEN-SCIM = SPACES GO TO EX-AUTENTICA-SCIM.
003610
003620          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
003630
003640          MOVE "AK"               TO TIPO-TAB.
003650          MOVE ZERO               TO ENTE-TAB.
003660          MOVE ZERO               TO PROG-TAB.
003670          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
003680
003690          IF ESITO-NOK GO TO CHIUDI-AUTENTICA-SCIM.
003700
003710 CICLO-AUTENTICA-SCIM.
003720
003730          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
003740
003750          IF FINE-FILE = "S" GO TO CHIUDI-AUTENTICA-SCIM.
003760
003770          IF TIPO-TAB NOT = "AK" GO TO CHIUDI-AUTENTICA-SCIM.
003780
003790          IF TABELLA(1:32) = TOKEN-SCIM
003800           MOVE "S"               TO AUTORIZZATO-SCIM
003810           MOVE TABELLA(34:8)     TO SISTEMA-API-WEB
003820           MOVE TOKEN-SCIM(27:6)  TO CODA-TOKEN-API-WEB
003830           MOVE TABELLA(34:8)     TO SISTEMA-SCIM
003840           MOVE TABELLA(57:4)     TO SOGLIA-MINUTO-X-SCIM
003850           IF SOGLIA-MINUTO-X-SCIM NUMERIC
003860            MOVE SOGLIA-MINUTO-X-SCIM TO SOGLIA-MINUTO-API-WEB
003870           END-IF
003880           MOVE TABELLA(62:6)     TO SOGLIA-GIORNO-X-SCIM
003890           IF SOGLIA-GIORNO-X-SCIM NUMERIC
003900            MOVE SOGLIA-GIORNO-X-SCIM TO SOGLIA-GIORNO-API-WEB
003910           END-IF
003920           IF TABELLA(43:8) NUMERIC
003930            MOVE TABELLA(43:8)    TO SCADENZA-TOKEN-SCIM
003940           END-IF
003950           MOVE TABELLA(52:4)     TO GRUPPO-TOKEN-X-SCIM
003960           IF GRUPPO-TOKEN-X-SCIM NUMERIC
003970            MOVE GRUPPO-TOKEN-X-SCIM TO GRUPPO-TOKEN-SCIM
003980           END-IF
003990           IF SCADENZA-TOKEN-SCIM > ZEROS
004000            AND SCADENZA-TOKEN-SCIM < DATA-OGGI-SCIM
004010            MOVE "N"              TO AUTORIZZATO-SCIM
004020            MOVE "gettone scaduto" TO MOTIVO-AUT-SCIM
004030           END-IF
004040           GO TO CHIUDI-AUTENTICA-SCIM
004050          END-IF.
004060
004070          GO TO CICLO-AUTENTICA-SCIM.
004080
004090 CHIUDI-AUTENTICA-SCIM.
004100
004110          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
004120
004130 EX-AUTENTICA-SCIM.
004140          EXIT.
004150*
004160***** PARAMETRI DELLA CHIAMATA REST; IL METODO VA IN MAIUSCOLO,
004170***** LA PAGINAZIONE PRENDE I DEFAULT SCIM (DA 1, 100 ALLA VOLTA)
004180*
004190 LEGGI-CHIAMATA-SCIM.
004200
004210          MOVE "MK-risorsa"       TO FIELD-WEB.
004220          PERFORM READ-WEB        THRU EX-READ-WEB.
004230          MOVE SPACES             TO RISORSA-SCIM.
004240          MOVE VALUE-WEB(1:10)    TO RISORSA-SCIM.
004250
004260          MOVE "MK-id"            TO FIELD-WEB.
004270          PERFORM READ-WEB        THRU EX-READ-WEB.
004280          MOVE SPACES             TO ID-SCIM.
004290          MOVE VALUE-WEB(1:20)    TO ID-SCIM.
004300
004310          MOVE "MK-metodo"        TO FIELD-WEB.
004320          PERFORM READ-WEB        THRU EX-READ-WEB.
004330          MOVE SPACES             TO METODO-SCIM.
004340          MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:10))
004350           TO METODO-SCIM.
004360          IF METODO-SCIM = SPACES
004370           MOVE "GET"             TO METODO-SCIM
004380          END-IF.
004390
004400          MOVE "MK-filter"        TO FIELD-WEB.
004410          PERFORM READ-WEB        THRU EX-READ-WEB.
004420          MOVE SPACES             TO FILTRO-SCIM.
004430          MOVE VALUE-WEB(1:100)   TO FILTRO-SCIM.
004440
004450          MOVE 1                  TO INIZIO-PAG-SCIM.
004460          MOVE "MK-startIndex"    TO FIELD-WEB.
004470          PERFORM READ-WEB        THRU EX-READ-WEB.
004480          MOVE SPACES             TO INIZIO-X-SCIM.
004490          UNSTRING VALUE-WEB DELIMITED BY SPACE
004500           INTO INIZIO-X-SCIM.
004510          IF INIZIO-X-SCIM NOT = SPACES
004520           AND FUNCTION TEST-NUMVAL(INIZIO-X-SCIM) = ZERO
004530           COMPUTE INIZIO-PAG-SCIM =
004540            FUNCTION NUMVAL(INIZIO-X-SCIM)
004550          END-IF.
004560          IF INIZIO-PAG-SCIM = ZERO
004570           MOVE 1                 TO INIZIO-PAG-SCIM
004580          END-IF.
004590
004600          MOVE 100                TO QUANTI-PAG-SCIM.
004610          MOVE "MK-count"         TO FIELD-WEB.
004620          PERFORM READ-WEB        THRU EX-READ-WEB.
004630          MOVE SPACES             TO CONTA-X-SCIM.
004640          UNSTRING VALUE-WEB DELIMITED BY SPACE
004650           INTO CONTA-X-SCIM.
004660          IF CONTA-X-SCIM NOT = SPACES
004670           AND FUNCTION TEST-NUMVAL(CONTA-X-SCIM) = ZERO
004680           COMPUTE QUANTI-PAG-SCIM =
004690            FUNCTION NUMVAL(CONTA-X-SCIM)
004700          END-IF.
004710          IF QUANTI-PAG-SCIM > 500
004720           MOVE 500               TO QUANTI-PAG-SCIM
004730          END-IF.
004740
004750          MOVE "MK-payload"       TO FIELD-WEB.
004760          PERFORM READ-WEB        THRU EX-READ-WEB.
004770          MOVE SPACES             TO PAYLOAD-SCIM.
004780          MOVE VALUE-WEB          TO PAYLOAD-SCIM.
004790
004800 EX-LEGGI-CHIAMATA-SCIM.
004810          EXIT.
004820*
004830***** RISORSA Users: SMISTAMENTO PER METODO; LE SCRITTURE
004840***** RESPINTE PER CONTENUTO VANNO NEI SOSPESI
004850*
004860 UTENTI-SCIM.
004870
004880          IF METODO-SCIM = "GET"
004890           IF ID-SCIM = SPACES
004900            PERFORM ELENCO-UTENTI-SCIM
004910             THRU EX-ELENCO-UTENTI-SCIM
004920           ELSE
004930            PERFORM MOSTRA-UTENTE-SCIM
004940             THRU EX-MOSTRA-UTENTE-SCIM
004950           END-IF
004960           GO TO EX-UTENTI-SCIM
004970          END-IF.
004980
004990          MOVE "S"                TO PARCHEGGIABILE-SCIM.
005000
005010          IF METODO-SCIM = "POST"
005020           PERFORM CREA-UTENTE-SCIM THRU EX-CREA-UTENTE-SCIM
005030           GO TO EX-UTENTI-SCIM
005040          END-IF.
005050
005060          IF ID-SCIM = SPACES
005070           MOVE "KO"              TO ESITO-SCIM
005080           MOVE "400"             TO STATO-HTTP-SCIM
005090           MOVE "id dell'utente obbligatorio" TO MOTIVO-SCIM
005100           GO TO EX-UTENTI-SCIM
005110          END-IF.
005120
005130          IF METODO-SCIM = "PUT" OR "PATCH"
005140           PERFORM VARIA-UTENTE-SCIM THRU EX-VARIA-UTENTE-SCIM
005150          ELSE
005160           IF METODO-SCIM = "DELETE"
005170            PERFORM DISATTIVA-UTENTE-SCIM
005180             THRU EX-DISATTIVA-UTENTE-SCIM
005190           ELSE
005200            MOVE "N"              TO PARCHEGGIABILE-SCIM
005210            MOVE "KO"             TO ESITO-SCIM
005220            MOVE "405"            TO STATO-HTTP-SCIM
005230            MOVE "metodo non previsto" TO MOTIVO-SCIM
005240           END-IF
005250          END-IF.
005260
005270 EX-UTENTI-SCIM.
005280          EXIT.
005290*
005300***** ELENCO DEGLI UTENTI IN ORDINE DI CHIAVE, UNA PAGINA ALLA
005310***** VOLTA; IL FILTRO userName eq "x" SI RISOLVE CON UNA LETTURA
005320***** DIRETTA. totalResults VIENE IN CODA: SI CONOSCE SOLO ALLA
005330***** FINE DELLA SCORSA
005340*
005350 ELENCO-UTENTI-SCIM.
005360
005370          MOVE SPACES             TO FILTRO-VALORE-SCIM.
005380
005390          IF FILTRO-SCIM NOT = SPACES
005400           PERFORM LEGGI-FILTRO-SCIM THRU EX-LEGGI-FILTRO-SCIM
005410           IF ESITO-SCIM NOT = "OK"
005420            GO TO EX-ELENCO-UTENTI-SCIM
005430           END-IF
005440          END-IF.
005450
005460          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
005470          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
005480
005490          MOVE ZEROS              TO LETTI-SCIM EMESSI-SCIM.
005500          MOVE "S"                TO PRIMO-SCIM.
005510
005520          MOVE SPACES             TO DATI-WEB.
005530          STRING '{"schemas":["urn:ietf:params:scim:api:messages:'
005540           '2.0:ListResponse"],"Resources":['
005550           DELIMITED BY SIZE INTO DATI-WEB.
005560          PERFORM LINE-WEB        THRU EX-LINE-WEB.
005570
005580          IF FILTRO-VALORE-SCIM NOT = SPACES
005590           MOVE FILTRO-VALORE-SCIM(1:8) TO CHIAVE-UTEN
005600           PERFORM LEGGO-UTEN     THRU EX-LEGGO-UTEN
005610           IF ESITO-OK
005620            ADD 1                 TO LETTI-SCIM
005630            IF INIZIO-PAG-SCIM = 1 AND QUANTI-PAG-SCIM > ZERO
005640             PERFORM EMETTI-UTENTE-SCIM THRU EX-EMETTI-UTENTE-SCIM
005650             ADD 1                TO EMESSI-SCIM
005660            END-IF
005670           END-IF
005680           GO TO CHIUDI-ELENCO-UTENTI-SCIM
005690          END-IF.
005700
005710          MOVE LOW-VALUES         TO CHIAVE-UTEN.
005720          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
005730
005740          IF ESITO-NOK GO TO CHIUDI-ELENCO-UTENTI-SCIM.
005750
005760 CICLO-ELENCO-UTENTI-SCIM.
005770
005780          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005790
005800          IF FINE-FILE = "S" GO TO CHIUDI-ELENCO-UTENTI-SCIM.
005810
005820          ADD 1                   TO LETTI-SCIM.
005830
005840          IF LETTI-SCIM < INIZIO-PAG-SCIM
005850           OR EMESSI-SCIM NOT < QUANTI-PAG-SCIM
005860           GO TO CICLO-ELENCO-UTENTI-SCIM
005870          END-IF.
005880
005890          PERFORM EMETTI-UTENTE-SCIM THRU EX-EMETTI-UTENTE-SCIM.
005900          ADD 1                   TO EMESSI-SCIM.
005910
005920          GO TO CICLO-ELENCO-UTENTI-SCIM.
005930
005940 CHIUDI-ELENCO-UTENTI-SCIM.
005950
005960          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
005970          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
005980
005990          PERFORM CHIUDI-ELENCO-SCIM THRU EX-CHIUDI-ELENCO-SCIM.
006000
006010 EX-ELENCO-UTENTI-SCIM.
006020          EXIT.
006030*
006040***** FILTRO SCIM: SOLO userName eq "valore" (O id eq), COME
006050***** CHIEDONO I FORNITORI PRIMA DI CREARE UN'UTENZA
006060*
006070 LEGGI-FILTRO-SCIM.
006080
006090          MOVE SPACES             TO FILTRO-ATTR-SCIM
006100                                     FILTRO-RESTO-SCIM
006110                                     FILTRO-VALORE-SCIM.
006120
006130          UNSTRING FILTRO-SCIM DELIMITED BY '"'
006140           INTO FILTRO-ATTR-SCIM FILTRO-VALORE-SCIM
006150            FILTRO-RESTO-SCIM.
006160
006170          MOVE FUNCTION UPPER-CASE(FILTRO-ATTR-SCIM)
006180           TO FILTRO-ATTR-SCIM.
006190
006200          IF (FILTRO-ATTR-SCIM NOT = "USERNAME EQ"
006210           AND FILTRO-ATTR-SCIM NOT = "ID EQ")
006220           OR FILTRO-VALORE-SCIM = SPACES
006230           MOVE "KO"              TO ESITO-SCIM
006240           MOVE "400"             TO STATO-HTTP-SCIM
006250           MOVE "invalidFilter"   TO TIPO-ERRORE-SCIM
006260           MOVE "filtro ammesso: userName eq <valore>"
006270            TO MOTIVO-SCIM
006280          END-IF.
006290
006300 EX-LEGGI-FILTRO-SCIM.
006310          EXIT.
006320*
006330***** CHIUSURA DEL DOCUMENTO ListResponse CON I TOTALI
006340*
006350 CHIUDI-ELENCO-SCIM.
006360
006370          MOVE LETTI-SCIM         TO TOTALE-ED-SCIM.
006380          MOVE INIZIO-PAG-SCIM    TO INIZIO-ED-SCIM.
006390          MOVE EMESSI-SCIM        TO EMESSI-ED-SCIM.
006400
006410          MOVE SPACES             TO DATI-WEB.
006420          STRING '],"totalResults":' TOTALE-ED-SCIM
006430           ',"startIndex":' INIZIO-ED-SCIM
006440           ',"itemsPerPage":' EMESSI-ED-SCIM '}'
006450           DELIMITED BY SIZE INTO DATI-WEB.
006460          PERFORM LINE-WEB        THRU EX-LINE-WEB.
006470
006480 EX-CHIUDI-ELENCO-SCIM.
006490          EXIT.
006500*
006510***** LETTURA DI UN SOLO UTENTE
006520*
006530 MOSTRA-UTENTE-SCIM.
006540
006550          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
006560
006570          MOVE ID-SCIM(1:8)       TO CHIAVE-UTEN.
006580          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
006590
006600          IF ESITO-NOK
006610           MOVE "KO"              TO ESITO-SCIM
006620           MOVE "404"             TO STATO-HTTP-SCIM
006630           MOVE "utente non trovato" TO MOTIVO-SCIM
006640          ELSE
006650           MOVE "S"               TO PRIMO-SCIM
006660           PERFORM OPEN-I-GRU     THRU EX-OPEN-I-GRU
006670           PERFORM EMETTI-UTENTE-SCIM THRU EX-EMETTI-UTENTE-SCIM
006680           PERFORM CLOSE-GRU      THRU EX-CLOSE-GRU
006690          END-IF.
006700
006710          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
006720
006730 EX-MOSTRA-UTENTE-SCIM.
006740          EXIT.
006750*
006760***** RISORSA User IN JSON SCIM DAL RECORD UTENTE; IN UN ELENCO
006770***** LE RISORSE SUCCESSIVE ALLA PRIMA SONO PRECEDUTE DA VIRGOLA.
006780***** ARKGRU DEVE ESSERE APERTO (DESCRIZIONE DEI GRUPPI)
006790*
006800 EMETTI-UTENTE-SCIM.
006810
006820          IF UTENTE-CANCELLATO
006830           MOVE "false"           TO ATTIVO-SCIM
006840          ELSE
006850           MOVE "true"            TO ATTIVO-SCIM
006860          END-IF.
006870
006880          MOVE LINGUA-UTEN        TO LINGUA-MIN-SCIM.
006890          INSPECT LINGUA-MIN-SCIM CONVERTING
006900           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006910           TO "abcdefghijklmnopqrstuvwxyz".
006920
006930          MOVE SPACES             TO DATI-WEB.
006940          MOVE 1                  TO IND-SCIM.
006950          IF PRIMO-SCIM = "N"
006960           MOVE ","               TO DATI-WEB
006970           MOVE 2                 TO IND-SCIM
006980          END-IF.
006990          MOVE "N"                TO PRIMO-SCIM.
007000
007010          STRING '{"schemas":["urn:ietf:params:scim:schemas:core:'
007020           '2.0:User"],"id":"' DELIMITED BY SIZE
007030           CHIAVE-UTEN DELIMITED BY SPACE
007040           '","userName":"' DELIMITED BY SIZE
007050           CHIAVE-UTEN DELIMITED BY SPACE
007060           '","displayName":"' DELIMITED BY SIZE
007062           INTO DATI-WEB WITH POINTER IND-SCIM.
007064          MOVE NOME-UTEN          TO STRINGA-JSON.
007066          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
007068
007080          STRING '","name":{"formatted":"' DELIMITED BY SIZE
007082           INTO DATI-WEB WITH POINTER IND-SCIM.
007084          MOVE NOME-UTEN          TO STRINGA-JSON.
007086          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
007088
007100          STRING '"},"title":"' DELIMITED BY SIZE
007102           INTO DATI-WEB WITH POINTER IND-SCIM.
007104          MOVE DESC-UTEN          TO STRINGA-JSON.
007106          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
007108
007120          STRING '","preferredLanguage":"' DELIMITED BY SIZE
007130           LINGUA-MIN-SCIM DELIMITED BY SPACE
007140           '","active":' DELIMITED BY SIZE
007150           ATTIVO-SCIM DELIMITED BY SPACE
007160           ',"meta":{"resourceType":"User"},"groups":['
007170           DELIMITED BY SIZE
007180           INTO DATI-WEB WITH POINTER IND-SCIM.
007190          PERFORM LINE-WEB        THRU EX-LINE-WEB.
007200
007210          MOVE "S"                TO PRIMO-MEMBRO-SCIM.
007220
007230          IF GRUPPO-UTEN > ZEROS
007240           MOVE GRUPPO-UTEN       TO GRUPPO-LAVORO-SCIM
007250           PERFORM EMETTI-GRUPPO-UTENTE-SCIM
007260            THRU EX-EMETTI-GRUPPO-UTENTE-SCIM
007270          END-IF.
007280
007290          PERFORM EMETTI-EXTRA-UTENTE-SCIM
007300           THRU EX-EMETTI-EXTRA-UTENTE-SCIM
007310           VARYING IND2-SCIM FROM 1 BY 1
007320           UNTIL IND2-SCIM > 5
007330           OR IND2-SCIM > NUM-GRUPPI-UTEN.
007340
007350          MOVE SPACES             TO DATI-WEB.
007360          IF NUMERO-PEN-SCIM > ZEROS
007370           STRING '],"urn:openpa:params:scim:schemas:extension:'
007380            'openpa:2.0:User":{"richiestaGruppi":"'
007390            NUMERO-PEN-SCIM '","statoRichiesta":"pendente"}}'
007400            DELIMITED BY SIZE INTO DATI-WEB
007410          ELSE
007420           MOVE ']}'              TO DATI-WEB
007430          END-IF.
007440          PERFORM LINE-WEB        THRU EX-LINE-WEB.
007450
007460 EX-EMETTI-UTENTE-SCIM.
007470          EXIT.
007480
007490 EMETTI-EXTRA-UTENTE-SCIM.
007500
007510          IF GRUPPO-EXTRA-UTEN(IND2-SCIM) > ZEROS
007520           MOVE GRUPPO-EXTRA-UTEN(IND2-SCIM) TO GRUPPO-LAVORO-SCIM
007530           PERFORM EMETTI-GRUPPO-UTENTE-SCIM
007540            THRU EX-EMETTI-GRUPPO-UTENTE-SCIM
007550          END-IF.
007560
007570 EX-EMETTI-EXTRA-UTENTE-SCIM.
007580          EXIT.
007590*
007600***** UN GRUPPO NELL'ATTRIBUTO groups DELL'UTENTE; IL GRUPPO BASE
007610***** E' IL PRIMO ED E' MARCATO primary
007620*
007630 EMETTI-GRUPPO-UTENTE-SCIM.
007640
007650          MOVE GRUPPO-LAVORO-SCIM TO GRUPPO-GRU.
007660          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
007670          IF ESITO-NOK
007680           MOVE SPACES            TO DESC-GRU
007690          END-IF.
007700
007710          MOVE SPACES             TO DATI-WEB.
007720          MOVE 1                  TO IND-SCIM.
007730          IF PRIMO-MEMBRO-SCIM = "N"
007740           MOVE ","               TO DATI-WEB
007750           MOVE 2                 TO IND-SCIM
007760          END-IF.
007770
007780          STRING '{"value":"' GRUPPO-LAVORO-SCIM
007790           '","display":"' DELIMITED BY SIZE
007795           INTO DATI-WEB WITH POINTER IND-SCIM.
007800          MOVE DESC-GRU           TO STRINGA-JSON.
007805          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
007810          STRING '"' DELIMITED BY SIZE
007820           INTO DATI-WEB WITH POINTER IND-SCIM.
007830
007840          IF GRUPPO-LAVORO-SCIM = GRUPPO-UTEN
007850           AND PRIMO-MEMBRO-SCIM = "S"
007860           STRING ',"primary":true}' DELIMITED BY SIZE
007870            INTO DATI-WEB WITH POINTER IND-SCIM
007880          ELSE
007890           STRING '}' DELIMITED BY SIZE
007900            INTO DATI-WEB WITH POINTER IND-SCIM
007910          END-IF.
007920
007930          PERFORM LINE-WEB        THRU EX-LINE-WEB.
007940          MOVE "N"                TO PRIMO-MEMBRO-SCIM.
007950
007960 EX-EMETTI-GRUPPO-UTENTE-SCIM.
007970          EXIT.
007980*
007990***** POST: CREAZIONE CON LE REGOLE DI openapiw.exe E
008000***** openmout.exe (CHIAVE DUPLICATA RESPINTA, GRUPPI CONTROLLATI
008010***** E MESSI IN ATTESA DI SECONDA FIRMA, UTENTE SENZA GRUPPI)
008020*
008030 CREA-UTENTE-SCIM.
008040
008050          IF PAYLOAD-SCIM = SPACES
008060           MOVE "KO"              TO ESITO-SCIM
008070           MOVE "400"             TO STATO-HTTP-SCIM
008080           MOVE "documento JSON assente (MK-payload)"
008090            TO MOTIVO-SCIM
008100           GO TO EX-CREA-UTENTE-SCIM
008110          END-IF.
008120
008130          MOVE PAYLOAD-SCIM       TO CORPO-SCIM.
008140          MOVE "userName"         TO NOME-CAMPO-SCIM.
008150          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
008160
008170          IF TIPO-VALORE-SCIM NOT = "S"
008180           OR VALORE-CAMPO-SCIM = SPACES
008190           MOVE "KO"              TO ESITO-SCIM
008200           MOVE "400"             TO STATO-HTTP-SCIM
008210           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
008220           MOVE "userName obbligatorio" TO MOTIVO-SCIM
008230           GO TO EX-CREA-UTENTE-SCIM
008240          END-IF.
008250
008260          IF VALORE-CAMPO-SCIM(9:) NOT = SPACES
008270           MOVE "KO"              TO ESITO-SCIM
008280           MOVE "400"             TO STATO-HTTP-SCIM
008290           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
008300           MOVE "userName oltre 8 caratteri" TO MOTIVO-SCIM
008310           GO TO EX-CREA-UTENTE-SCIM
008320          END-IF.
008330
008340          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
008350
008360          MOVE VALORE-CAMPO-SCIM(1:8) TO CHIAVE-UTEN ID-SCIM.
008370          MOVE CHIAVE-UTEN        TO CHIAVE-API-WEB.
008380          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
008390
008400          IF ESITO-OK
008410           MOVE "KO"              TO ESITO-SCIM
008420           MOVE "409"             TO STATO-HTTP-SCIM
008430           MOVE "uniqueness"      TO TIPO-ERRORE-SCIM
008440           MOVE "chiave utente gia' presente" TO MOTIVO-SCIM
008450           GO TO CHIUDI-CREA-UTENTE-SCIM
008460          END-IF.
008470
008480          INITIALIZE UTENTE.
008490          MOVE ID-SCIM(1:8)       TO CHIAVE-UTEN.
008500          SET UTENTE-ATTIVO       TO TRUE.
008510
008520          MOVE SPACES             TO SAVE-NOME-SCIM SAVE-DESC-SCIM
008530                                     SAVE-LINGUA-SCIM.
008540          MOVE DELETED-UTEN       TO SAVE-DELETED-SCIM.
008550          PERFORM SALVA-GRUPPI-SCIM THRU EX-SALVA-GRUPPI-SCIM.
008560
008570          MOVE "S"                TO MODO-SCIM.
008580          MOVE "R"                TO MODO-GRUPPI-SCIM.
008590          MOVE SPACES             TO NUOVO-STATO-SCIM.
008600          PERFORM APPLICA-ATTRIBUTI-SCIM
008610           THRU EX-APPLICA-ATTRIBUTI-SCIM.
008620
008630          IF ESITO-SCIM NOT = "OK" GO TO CHIUDI-CREA-UTENTE-SCIM.
008640
008650          PERFORM CONCLUDI-UTENTE-SCIM
008660           THRU EX-CONCLUDI-UTENTE-SCIM.
008670
008680 CHIUDI-CREA-UTENTE-SCIM.
008690
008700          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
008710
008720 EX-CREA-UTENTE-SCIM.
008730          EXIT.
008740*
008750***** PUT (SOSTITUZIONE: GLI ATTRIBUTI ASSENTI SI SVUOTANO, TRANNE
008760***** I GRUPPI) E PATCH (OPERAZIONI add/replace/remove)
008770*
008780 VARIA-UTENTE-SCIM.
008790
008800          IF PAYLOAD-SCIM = SPACES
008810           MOVE "KO"              TO ESITO-SCIM
008820           MOVE "400"             TO STATO-HTTP-SCIM
008830           MOVE "documento JSON assente (MK-payload)"
008840            TO MOTIVO-SCIM
008850           GO TO EX-VARIA-UTENTE-SCIM
008860          END-IF.
008870
008880          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
008890
008900          MOVE ID-SCIM(1:8)       TO CHIAVE-UTEN.
008910          MOVE CHIAVE-UTEN        TO CHIAVE-API-WEB.
008920          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
008930
008940          IF ESITO-NOK
008950           MOVE "KO"              TO ESITO-SCIM
008960           MOVE "404"             TO STATO-HTTP-SCIM
008970           MOVE "chiave utente non trovata" TO MOTIVO-SCIM
008980           GO TO CHIUDI-VARIA-UTENTE-SCIM
008990          END-IF.
009000
009010          MOVE NOME-UTEN          TO SAVE-NOME-SCIM.
009020          MOVE DESC-UTEN          TO SAVE-DESC-SCIM.
009030          MOVE LINGUA-UTEN        TO SAVE-LINGUA-SCIM.
009040          MOVE DELETED-UTEN       TO SAVE-DELETED-SCIM.
009050          PERFORM SALVA-GRUPPI-SCIM THRU EX-SALVA-GRUPPI-SCIM.
009060          MOVE SPACES             TO NUOVO-STATO-SCIM.
009070
009080          IF METODO-SCIM = "PUT"
009090           MOVE PAYLOAD-SCIM      TO CORPO-SCIM
009100           MOVE "userName"        TO NOME-CAMPO-SCIM
009110           PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM
009120           IF TIPO-VALORE-SCIM = "S"
009130            AND VALORE-CAMPO-SCIM NOT = CHIAVE-UTEN
009140            MOVE "KO"             TO ESITO-SCIM
009150            MOVE "400"            TO STATO-HTTP-SCIM
009160            MOVE "mutability"     TO TIPO-ERRORE-SCIM
009170            MOVE "userName non modificabile" TO MOTIVO-SCIM
009180            GO TO CHIUDI-VARIA-UTENTE-SCIM
009190           END-IF
009200           MOVE "S"               TO MODO-SCIM
009210           MOVE "R"               TO MODO-GRUPPI-SCIM
009220           PERFORM APPLICA-ATTRIBUTI-SCIM
009230            THRU EX-APPLICA-ATTRIBUTI-SCIM
009240          ELSE
009250           PERFORM OPERAZIONI-PATCH-SCIM
009260            THRU EX-OPERAZIONI-PATCH-SCIM
009270          END-IF.
009280
009290          IF ESITO-SCIM NOT = "OK" GO TO CHIUDI-VARIA-UTENTE-SCIM.
009300
009310          PERFORM CONCLUDI-UTENTE-SCIM
009320           THRU EX-CONCLUDI-UTENTE-SCIM.
009330
009340 CHIUDI-VARIA-UTENTE-SCIM.
009350
009360          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
009370
009380 EX-VARIA-UTENTE-SCIM.
009390          EXIT.
009400*
009410***** DELETE: SOLO CANCELLAZIONE LOGICA, COME opencanc.exe; UN
009420***** UTENTE GIA' DISATTIVATO RESTA COM'E' (CHIAMATA RIPETIBILE)
009430*
009440 DISATTIVA-UTENTE-SCIM.
009450
009460          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
009470
009480          MOVE ID-SCIM(1:8)       TO CHIAVE-UTEN.
009490          MOVE CHIAVE-UTEN        TO CHIAVE-API-WEB.
009500          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
009510
009520          IF ESITO-NOK
009530           MOVE "KO"              TO ESITO-SCIM
009540           MOVE "404"             TO STATO-HTTP-SCIM
009550           MOVE "chiave utente non trovata" TO MOTIVO-SCIM
009560           GO TO CHIUDI-DISATTIVA-UTENTE-SCIM
009570          END-IF.
009580
009590          IF UTENTE-CANCELLATO GO TO CHIUDI-DISATTIVA-UTENTE-SCIM.
009600
009610          MOVE DELETED-UTEN       TO SAVE-DELETED-SCIM.
009620          SET UTENTE-CANCELLATO   TO TRUE.
009630          ACCEPT DATA-CANC-UTEN   FROM DATE YYYYMMDD.
009640
009650          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
009660
009670          IF ESITO-NOK
009680           MOVE "KO"              TO ESITO-SCIM
009690           MOVE "500"             TO STATO-HTTP-SCIM
009700           MOVE "scrittura utente fallita" TO MOTIVO-SCIM
009710           GO TO CHIUDI-DISATTIVA-UTENTE-SCIM
009720          END-IF.
009730
009740          MOVE "active"           TO NOME-CAMPO-SCIM.
009750          MOVE SAVE-DELETED-SCIM  TO OLD-VALORE-SCIM.
009760          PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM.
009770
009780          PERFORM EVENTO-STATO-SCIM THRU EX-EVENTO-STATO-SCIM.
009790
009800 CHIUDI-DISATTIVA-UTENTE-SCIM.
009810
009820          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
009830
009840 EX-DISATTIVA-UTENTE-SCIM.
009850          EXIT.
009860*
009870***** GRUPPI IN VIGORE SULL'UTENTE LETTO (BASE, POI GLI EXTRA):
009880***** SONO IL PUNTO DI PARTENZA DELL'INSIEME RICHIESTO
009890*
009900 SALVA-GRUPPI-SCIM.
009910
009920          INITIALIZE GRUPPI-ORIG-SCIM.
009930          MOVE ZEROS              TO NUM-ORIG-SCIM.
009940
009950          IF GRUPPO-UTEN NUMERIC AND GRUPPO-UTEN > ZEROS
009960           ADD 1                  TO NUM-ORIG-SCIM
009970           MOVE GRUPPO-UTEN
009980            TO GRUPPO-ORIG-SCIM(NUM-ORIG-SCIM)
009990          END-IF.
010000
010010          PERFORM SALVA-EXTRA-SCIM THRU EX-SALVA-EXTRA-SCIM
010020           VARYING IND2-SCIM FROM 1 BY 1
010030           UNTIL IND2-SCIM > 5
010040           OR IND2-SCIM > NUM-GRUPPI-UTEN.
010050
010060          MOVE GRUPPI-ORIG-SCIM   TO GRUPPI-SET-SCIM.
010070          MOVE NUM-ORIG-SCIM      TO NUM-SET-SCIM.
010080
010090 EX-SALVA-GRUPPI-SCIM.
010100          EXIT.
010110
010120 SALVA-EXTRA-SCIM.
010130
010140          IF GRUPPO-EXTRA-UTEN(IND2-SCIM) NUMERIC
010150           AND GRUPPO-EXTRA-UTEN(IND2-SCIM) > ZEROS
010160           ADD 1                  TO NUM-ORIG-SCIM
010170           MOVE GRUPPO-EXTRA-UTEN(IND2-SCIM)
010180            TO GRUPPO-ORIG-SCIM(NUM-ORIG-SCIM)
010190          END-IF.
010200
010210 EX-SALVA-EXTRA-SCIM.
010220          EXIT.
010230*
010240***** APPLICA AL RECORD IN MEMORIA GLI ATTRIBUTI TROVATI IN
010250***** CORPO-SCIM; NIENTE VA SU DISCO PRIMA DEI CONTROLLI DI
010260***** CONCLUDI-UTENTE-SCIM
010270*
010280 APPLICA-ATTRIBUTI-SCIM.
010290
010300          MOVE "displayName"      TO NOME-CAMPO-SCIM.
010310          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
010320          IF TIPO-VALORE-SCIM NOT = "S"
010330           MOVE "formatted"       TO NOME-CAMPO-SCIM
010340           PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM
010350          END-IF.
010360          IF TIPO-VALORE-SCIM = "S"
010370           MOVE VALORE-CAMPO-SCIM(1:30) TO NOME-UTEN
010380          END-IF.
010390
010400          IF MODO-SCIM = "S" AND NOME-UTEN = SPACES
010410           MOVE "KO"              TO ESITO-SCIM
010420           MOVE "400"             TO STATO-HTTP-SCIM
010430           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
010440           MOVE "displayName obbligatorio" TO MOTIVO-SCIM
010450           GO TO EX-APPLICA-ATTRIBUTI-SCIM
010460          END-IF.
010470
010480          MOVE "title"            TO NOME-CAMPO-SCIM.
010490          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
010500          IF TIPO-VALORE-SCIM = "S"
010510           MOVE VALORE-CAMPO-SCIM(1:40) TO DESC-UTEN
010520          ELSE
010530           IF MODO-SCIM = "S"
010540            MOVE SPACES           TO DESC-UTEN
010550           END-IF
010560          END-IF.
010570
010580          MOVE "preferredLanguage" TO NOME-CAMPO-SCIM.
010590          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
010600          IF TIPO-VALORE-SCIM = "S"
010610           MOVE FUNCTION UPPER-CASE(VALORE-CAMPO-SCIM(1:2))
010620            TO LINGUA-UTEN
010630          ELSE
010640           IF MODO-SCIM = "S"
010650            MOVE SPACES           TO LINGUA-UTEN
010660           END-IF
010670          END-IF.
010680
010690          MOVE "active"           TO NOME-CAMPO-SCIM.
010700          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
010710          IF TIPO-VALORE-SCIM = "B"
010720           IF LOGICO-SCIM = "S"
010730            MOVE "A"              TO NUOVO-STATO-SCIM
010740           ELSE
010750            MOVE "D"              TO NUOVO-STATO-SCIM
010760           END-IF
010770          END-IF.
010780
010790          MOVE "groups"           TO NOME-CAMPO-SCIM.
010800          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
010810          IF TIPO-VALORE-SCIM = "A" OR "O"
010820           PERFORM ESTRAI-GRUPPI-SCIM THRU EX-ESTRAI-GRUPPI-SCIM
010830           IF ESITO-SCIM = "OK"
010840            PERFORM APPLICA-GRUPPI-SCIM
010850             THRU EX-APPLICA-GRUPPI-SCIM
010860           END-IF
010870          END-IF.
010880
010890 EX-APPLICA-ATTRIBUTI-SCIM.
010900          EXIT.
010910*
010920***** PATCH: SI SCORRONO LE "op" DEL CARICO; OGNUNA SI ISOLA IN
010930***** CORPO-SCIM E SI APPLICA CON O SENZA path
010940*
010950 OPERAZIONI-PATCH-SCIM.
010960
010970          MOVE "V"                TO MODO-SCIM.
010980          MOVE ZEROS              TO NUM-OP-SCIM.
010990          MOVE 1                  TO POS-OP-SCIM.
011000          PERFORM CERCA-OP-SCIM   THRU EX-CERCA-OP-SCIM.
011010
011020          IF POS-OP-SCIM > 1024
011030           MOVE "KO"              TO ESITO-SCIM
011040           MOVE "400"             TO STATO-HTTP-SCIM
011050           MOVE "invalidSyntax"   TO TIPO-ERRORE-SCIM
011060           MOVE "nessuna operazione nel PATCH (Operations)"
011070            TO MOTIVO-SCIM
011080           GO TO EX-OPERAZIONI-PATCH-SCIM
011090          END-IF.
011100
011110 CICLO-OPERAZIONI-PATCH-SCIM.
011120
011130          IF POS-OP-SCIM > 1024 OR ESITO-SCIM NOT = "OK"
011140           GO TO EX-OPERAZIONI-PATCH-SCIM
011150          END-IF.
011160
011170          ADD 1                   TO NUM-OP-SCIM.
011180          COMPUTE POS-PROSSIMA-OP-SCIM = POS-OP-SCIM + 4.
011190          MOVE POS-PROSSIMA-OP-SCIM TO IND4-SCIM.
011200          MOVE POS-PROSSIMA-OP-SCIM TO POS-OP-SCIM.
011210          PERFORM CERCA-OP-SCIM   THRU EX-CERCA-OP-SCIM.
011220          MOVE POS-OP-SCIM        TO POS-PROSSIMA-OP-SCIM.
011230
011240          COMPUTE IND4-SCIM = IND4-SCIM - 4.
011250          COMPUTE LUNGH-OP-SCIM =
011260           POS-PROSSIMA-OP-SCIM - IND4-SCIM.
011270          MOVE SPACES             TO CORPO-SCIM.
011280          MOVE PAYLOAD-SCIM(IND4-SCIM:LUNGH-OP-SCIM)
011290           TO CORPO-SCIM.
011300
011310          PERFORM OPERAZIONE-SCIM THRU EX-OPERAZIONE-SCIM.
011320
011330          GO TO CICLO-OPERAZIONI-PATCH-SCIM.
011340
011350 EX-OPERAZIONI-PATCH-SCIM.
011360          EXIT.
011370*
011380***** POSIZIONE DELLA PROSSIMA ETICHETTA "op" DA POS-OP-SCIM IN
011390***** AVANTI (1025 SE NON CE NE SONO PIU')
011400*
011410 CERCA-OP-SCIM.
011420
011430          IF POS-OP-SCIM > 1021
011440           MOVE 1025              TO POS-OP-SCIM
011450           GO TO EX-CERCA-OP-SCIM
011460          END-IF.
011470
011480          IF PAYLOAD-SCIM(POS-OP-SCIM:4) = '"op"'
011490           GO TO EX-CERCA-OP-SCIM
011500          END-IF.
011510
011520          ADD 1                   TO POS-OP-SCIM.
011530          GO TO CERCA-OP-SCIM.
011540
011550 EX-CERCA-OP-SCIM.
011560          EXIT.
011570*
011580***** UNA OPERAZIONE DI PATCH ISOLATA IN CORPO-SCIM
011590*
011600 OPERAZIONE-SCIM.
011610
011620          MOVE "op"               TO NOME-CAMPO-SCIM.
011630          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
011640          MOVE SPACES             TO OP-SCIM.
011650          MOVE VALORE-CAMPO-SCIM(1:10) TO OP-SCIM.
011660          INSPECT OP-SCIM CONVERTING
011670           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
011680           TO "abcdefghijklmnopqrstuvwxyz".
011690
011700          IF OP-SCIM NOT = "add" AND OP-SCIM NOT = "replace"
011710           AND OP-SCIM NOT = "remove"
011720           MOVE "KO"              TO ESITO-SCIM
011730           MOVE "400"             TO STATO-HTTP-SCIM
011740           MOVE "invalidSyntax"   TO TIPO-ERRORE-SCIM
011750           MOVE "op ammesse: add, replace, remove" TO MOTIVO-SCIM
011760           GO TO EX-OPERAZIONE-SCIM
011770          END-IF.
011780
011790          IF OP-SCIM = "add"
011800           MOVE "A"               TO MODO-GRUPPI-SCIM
011810          END-IF.
011820          IF OP-SCIM = "replace"
011830           MOVE "R"               TO MODO-GRUPPI-SCIM
011840          END-IF.
011850          IF OP-SCIM = "remove"
011860           MOVE "T"               TO MODO-GRUPPI-SCIM
011870          END-IF.
011880
011890          MOVE "path"             TO NOME-CAMPO-SCIM.
011900          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
011910          MOVE SPACES             TO PATH-SCIM.
011920          IF TIPO-VALORE-SCIM = "S"
011930           MOVE VALORE-CAMPO-SCIM(1:60) TO PATH-SCIM
011940          END-IF.
011950
011960          IF PATH-SCIM = SPACES
011970           IF OP-SCIM = "remove"
011980            MOVE "KO"             TO ESITO-SCIM
011990            MOVE "400"            TO STATO-HTTP-SCIM
012000            MOVE "noTarget"       TO TIPO-ERRORE-SCIM
012010            MOVE "remove senza path" TO MOTIVO-SCIM
012020           ELSE
012030            PERFORM APPLICA-ATTRIBUTI-SCIM
012040             THRU EX-APPLICA-ATTRIBUTI-SCIM
012050           END-IF
012060           GO TO EX-OPERAZIONE-SCIM
012070          END-IF.
012080
012090          PERFORM OPERAZIONE-PATH-SCIM
012100           THRU EX-OPERAZIONE-PATH-SCIM.
012110
012120 EX-OPERAZIONE-SCIM.
012130          EXIT.
012140*
012150***** OPERAZIONE CON path: IL VALORE STA IN "value"
012160*
012170 OPERAZIONE-PATH-SCIM.
012180
012190          INSPECT PATH-SCIM CONVERTING
012200           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012210           TO "abcdefghijklmnopqrstuvwxyz".
012220
012230          MOVE "value"            TO NOME-CAMPO-SCIM.
012240          PERFORM ESTRAI-CAMPO-SCIM THRU EX-ESTRAI-CAMPO-SCIM.
012250
012260          IF PATH-SCIM = "active"
012270           IF TIPO-VALORE-SCIM NOT = "B"
012280            GO TO VALORE-ERRATO-PATH-SCIM
012290           END-IF
012300           IF LOGICO-SCIM = "S"
012310            MOVE "A"              TO NUOVO-STATO-SCIM
012320           ELSE
012330            MOVE "D"              TO NUOVO-STATO-SCIM
012340           END-IF
012350           GO TO EX-OPERAZIONE-PATH-SCIM
012360          END-IF.
012370
012380          IF PATH-SCIM = "displayname" OR "name.formatted"
012390           IF OP-SCIM = "remove" OR TIPO-VALORE-SCIM NOT = "S"
012400            OR VALORE-CAMPO-SCIM = SPACES
012410            GO TO VALORE-ERRATO-PATH-SCIM
012420           END-IF
012430           MOVE VALORE-CAMPO-SCIM(1:30) TO NOME-UTEN
012440           GO TO EX-OPERAZIONE-PATH-SCIM
012450          END-IF.
012460
012470          IF PATH-SCIM = "title"
012480           IF OP-SCIM = "remove"
012490            MOVE SPACES           TO DESC-UTEN
012500           ELSE
012510            IF TIPO-VALORE-SCIM NOT = "S"
012520             GO TO VALORE-ERRATO-PATH-SCIM
012530            END-IF
012540            MOVE VALORE-CAMPO-SCIM(1:40) TO DESC-UTEN
012550           END-IF
012560           GO TO EX-OPERAZIONE-PATH-SCIM
012570          END-IF.
012580
012590          IF PATH-SCIM = "preferredlanguage"
012600           IF OP-SCIM = "remove"
012610            MOVE SPACES           TO LINGUA-UTEN
012620           ELSE
012630            IF TIPO-VALORE-SCIM NOT = "S"
012640             GO TO VALORE-ERRATO-PATH-SCIM
012650            END-IF
012660            MOVE FUNCTION UPPER-CASE(VALORE-CAMPO-SCIM(1:2))
012670             TO LINGUA-UTEN
012680           END-IF
012690           GO TO EX-OPERAZIONE-PATH-SCIM
012700          END-IF.
012710
012720          IF PATH-SCIM(1:6) NOT = "groups"
012730           MOVE "KO"              TO ESITO-SCIM
012740           MOVE "400"             TO STATO-HTTP-SCIM
012750           MOVE "invalidPath"     TO TIPO-ERRORE-SCIM
012760           MOVE SPACES            TO MOTIVO-SCIM
012770           STRING "path non gestito: " PATH-SCIM
012780            DELIMITED BY SIZE INTO MOTIVO-SCIM
012790           GO TO EX-OPERAZIONE-PATH-SCIM
012800          END-IF.
012810
012820***** groups[value eq "nnnn"]: IL GRUPPO STA TRA LE VIRGOLETTE
012830***** DEL path (SOLO CON remove)
012840
012850          IF PATH-SCIM(7:1) = "["
012860           MOVE SPACES            TO PATH-RESTO-SCIM
012870                                     PATH-GRUPPO-SCIM
012880           UNSTRING PATH-SCIM DELIMITED BY '"'
012890            INTO PATH-RESTO-SCIM PATH-GRUPPO-SCIM
012900           IF OP-SCIM NOT = "remove"
012910            OR PATH-GRUPPO-SCIM(1:4) NOT NUMERIC
012920            OR PATH-GRUPPO-SCIM(5:) NOT = SPACES
012930            GO TO VALORE-ERRATO-PATH-SCIM
012940           END-IF
012950           MOVE 1                 TO NUM-LISTA-SCIM
012960           MOVE PATH-GRUPPO-SCIM(1:4) TO GRUPPO-LISTA-SCIM(1)
012970           PERFORM APPLICA-GRUPPI-SCIM THRU EX-APPLICA-GRUPPI-SCIM
012980           GO TO EX-OPERAZIONE-PATH-SCIM
012990          END-IF.
013000
013010          IF TIPO-VALORE-SCIM = "A" OR "O"
013020           PERFORM ESTRAI-GRUPPI-SCIM THRU EX-ESTRAI-GRUPPI-SCIM
013030           IF ESITO-SCIM = "OK"
013040            PERFORM APPLICA-GRUPPI-SCIM
013050             THRU EX-APPLICA-GRUPPI-SCIM
013060           END-IF
013070           GO TO EX-OPERAZIONE-PATH-SCIM
013080          END-IF.
013090
013100***** remove DI TUTTI I GRUPPI SENZA VALORE
013110
013120          IF OP-SCIM = "remove" AND TROVATO-CAMPO-SCIM = "N"
013130           MOVE ZEROS             TO NUM-SET-SCIM
013140           INITIALIZE GRUPPI-SET-SCIM
013150           GO TO EX-OPERAZIONE-PATH-SCIM
013160          END-IF.
013170
013180 VALORE-ERRATO-PATH-SCIM.
013190
013200          MOVE "KO"               TO ESITO-SCIM.
013210          MOVE "400"              TO STATO-HTTP-SCIM.
013220          MOVE "invalidValue"     TO TIPO-ERRORE-SCIM.
013230          MOVE SPACES             TO MOTIVO-SCIM.
013240          STRING "valore non valido per " PATH-SCIM
013250           DELIMITED BY SIZE INTO MOTIVO-SCIM.
013260
013270 EX-OPERAZIONE-PATH-SCIM.
013280          EXIT.
013290*
013300***** ESTRAE DA CORPO-SCIM IL VALORE DI NOME-CAMPO-SCIM: SI CERCA
013310***** L'ETICHETTA TRA VIRGOLETTE SEGUITA DAI DUE PUNTI (UN VALORE
013320***** UGUALE ALL'ETICHETTA NON CONTA) E SI CLASSIFICA QUEL CHE
013330***** SEGUE; UNA STRINGA FINISCE IN VALORE-CAMPO-SCIM, UN LOGICO
013340***** IN LOGICO-SCIM ("S" = true), POS-VALORE-SCIM PUNTA AL PRIMO
013350***** CARATTERE DEL VALORE
013360*
013370 ESTRAI-CAMPO-SCIM.
013380
013390          MOVE "N"                TO TROVATO-CAMPO-SCIM
013400                                     LOGICO-SCIM.
013410          MOVE SPACES             TO VALORE-CAMPO-SCIM
013420                                     TIPO-VALORE-SCIM.
013430          MOVE ZEROS              TO POS-VALORE-SCIM.
013440
013450          MOVE SPACES             TO CERCA-SCIM.
013460          MOVE 1                  TO IND3-SCIM.
013470          STRING '"' DELIMITED BY SIZE
013480           NOME-CAMPO-SCIM DELIMITED BY SPACE
013490           '"' DELIMITED BY SIZE
013500           INTO CERCA-SCIM WITH POINTER IND3-SCIM.
013510          COMPUTE LUNGH-CERCA-SCIM = IND3-SCIM - 1.
013520
013530          MOVE 1                  TO IND-SCIM.
013540
013550 CICLO-CERCA-SCIM.
013560
013570          IF IND-SCIM + LUNGH-CERCA-SCIM - 1 > 1024
013580           GO TO EX-ESTRAI-CAMPO-SCIM
013590          END-IF.
013600
013610          IF CORPO-SCIM(IND-SCIM:LUNGH-CERCA-SCIM) NOT =
013620           CERCA-SCIM(1:LUNGH-CERCA-SCIM)
013630           ADD 1                  TO IND-SCIM
013640           GO TO CICLO-CERCA-SCIM
013650          END-IF.
013660
013670          COMPUTE IND-SCIM = IND-SCIM + LUNGH-CERCA-SCIM.
013680
013690 SALTA-SPAZI-ETICHETTA-SCIM.
013700
013710          IF IND-SCIM > 1024 GO TO EX-ESTRAI-CAMPO-SCIM.
013720
013730          IF CORPO-SCIM(IND-SCIM:1) = SPACE
013740           ADD 1                  TO IND-SCIM
013750           GO TO SALTA-SPAZI-ETICHETTA-SCIM
013760          END-IF.
013770
013780          IF CORPO-SCIM(IND-SCIM:1) NOT = ":"
013790           GO TO CICLO-CERCA-SCIM
013800          END-IF.
013810
013820          ADD 1                   TO IND-SCIM.
013830
013840 SALTA-SPAZI-VALORE-SCIM.
013850
013860          IF IND-SCIM > 1024 GO TO EX-ESTRAI-CAMPO-SCIM.
013870
013880          IF CORPO-SCIM(IND-SCIM:1) = SPACE
013890           ADD 1                  TO IND-SCIM
013900           GO TO SALTA-SPAZI-VALORE-SCIM
013910          END-IF.
013920
013930          MOVE "S"                TO TROVATO-CAMPO-SCIM.
013940          MOVE IND-SCIM           TO POS-VALORE-SCIM.
013950          MOVE "N"                TO TIPO-VALORE-SCIM.
013960
013970          IF CORPO-SCIM(IND-SCIM:1) = "t" OR "T"
013980           MOVE "B"               TO TIPO-VALORE-SCIM
013990           MOVE "S"               TO LOGICO-SCIM
014000           GO TO EX-ESTRAI-CAMPO-SCIM
014010          END-IF.
014020
014030          IF CORPO-SCIM(IND-SCIM:1) = "f" OR "F"
014040           MOVE "B"               TO TIPO-VALORE-SCIM
014050           GO TO EX-ESTRAI-CAMPO-SCIM
014060          END-IF.
014070
014080          IF CORPO-SCIM(IND-SCIM:1) = "["
014090           MOVE "A"               TO TIPO-VALORE-SCIM
014100           GO TO EX-ESTRAI-CAMPO-SCIM
014110          END-IF.
014120
014130          IF CORPO-SCIM(IND-SCIM:1) = "{"
014140           MOVE "O"               TO TIPO-VALORE-SCIM
014150           GO TO EX-ESTRAI-CAMPO-SCIM
014160          END-IF.
014170
014180          IF CORPO-SCIM(IND-SCIM:1) NOT = '"'
014190           GO TO EX-ESTRAI-CAMPO-SCIM
014200          END-IF.
014210
014220          MOVE "S"                TO TIPO-VALORE-SCIM.
014230          ADD 1                   TO IND-SCIM.
014240          MOVE 1                  TO IND2-SCIM.
014250
014260 COPIA-VALORE-SCIM.
014270
014280          IF IND-SCIM > 1024 OR IND2-SCIM > 200
014290           GO TO EX-ESTRAI-CAMPO-SCIM
014300          END-IF.
014310
014320          IF CORPO-SCIM(IND-SCIM:1) = '"'
014330           GO TO EX-ESTRAI-CAMPO-SCIM
014340          END-IF.
014350
014360          MOVE CORPO-SCIM(IND-SCIM:1)
014370           TO VALORE-CAMPO-SCIM(IND2-SCIM:1).
014380          ADD 1                   TO IND-SCIM.
014390          ADD 1                   TO IND2-SCIM.
014400
014410          GO TO COPIA-VALORE-SCIM.
014420
014430 EX-ESTRAI-CAMPO-SCIM.
014440          EXIT.
014450*
014460***** GRUPPI DI UN VETTORE [{"value":"nnnn"},...] (O DI UN SOLO
014470***** OGGETTO) CHE INIZIA IN POS-VALORE-SCIM: OGNI "value" FINO
014480***** ALLA PARENTESI DI CHIUSURA VA IN LISTA-GRUPPI-SCIM, A 4
014490***** CIFRE COME LI ESPONE QUESTO PUNTO (ID DEL GRUPPO)
014500*
014510 ESTRAI-GRUPPI-SCIM.
014520
014530          MOVE ZEROS              TO NUM-LISTA-SCIM.
014540          INITIALIZE LISTA-GRUPPI-SCIM.
014550          MOVE "N"                TO FINE-VETTORE-SCIM.
014560          COMPUTE IND4-SCIM = POS-VALORE-SCIM + 1.
014570
014580 CICLO-GRUPPI-SCIM.
014590
014600          IF IND4-SCIM > 1018 OR FINE-VETTORE-SCIM = "S"
014610           GO TO EX-ESTRAI-GRUPPI-SCIM
014620          END-IF.
014630
014640          IF CORPO-SCIM(IND4-SCIM:1) = "]"
014650           GO TO EX-ESTRAI-GRUPPI-SCIM
014660          END-IF.
014670
014680          IF TIPO-VALORE-SCIM = "O"
014690           AND CORPO-SCIM(IND4-SCIM:1) = "}"
014700           GO TO EX-ESTRAI-GRUPPI-SCIM
014710          END-IF.
014720
014730          IF CORPO-SCIM(IND4-SCIM:7) NOT = '"value"'
014740           ADD 1                  TO IND4-SCIM
014750           GO TO CICLO-GRUPPI-SCIM
014760          END-IF.
014770
014780          ADD 7                   TO IND4-SCIM.
014790
014800 SALTA-GRUPPO-SCIM.
014810
014820          IF IND4-SCIM > 1018
014830           MOVE "S"               TO FINE-VETTORE-SCIM
014840           GO TO CICLO-GRUPPI-SCIM
014850          END-IF.
014860
014870          IF CORPO-SCIM(IND4-SCIM:1) NOT = '"'
014880           ADD 1                  TO IND4-SCIM
014890           GO TO SALTA-GRUPPO-SCIM
014900          END-IF.
014910
014920          ADD 1                   TO IND4-SCIM.
014930          MOVE SPACES             TO GRUPPO-LAVORO-X-SCIM.
014940
014950          IF CORPO-SCIM(IND4-SCIM + 4:1) = '"'
014960           MOVE CORPO-SCIM(IND4-SCIM:4) TO GRUPPO-LAVORO-X-SCIM
014970          END-IF.
014980
014990          IF GRUPPO-LAVORO-X-SCIM NOT NUMERIC
015000           OR GRUPPO-LAVORO-X-SCIM = "0000"
015010           MOVE "KO"              TO ESITO-SCIM
015020           MOVE "400"             TO STATO-HTTP-SCIM
015030           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
015040           MOVE "gruppo non valido (4 cifre)" TO MOTIVO-SCIM
015050           GO TO EX-ESTRAI-GRUPPI-SCIM
015060          END-IF.
015070
015080          IF NUM-LISTA-SCIM = 6
015090           MOVE "KO"              TO ESITO-SCIM
015100           MOVE "400"             TO STATO-HTTP-SCIM
015110           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
015120           MOVE "al massimo 6 gruppi (base e 5 extra)"
015130            TO MOTIVO-SCIM
015140           GO TO EX-ESTRAI-GRUPPI-SCIM
015150          END-IF.
015160
015170          ADD 1                   TO NUM-LISTA-SCIM.
015180          MOVE GRUPPO-LAVORO-X-SCIM
015190           TO GRUPPO-LISTA-SCIM(NUM-LISTA-SCIM).
015200          ADD 5                   TO IND4-SCIM.
015210
015220          GO TO CICLO-GRUPPI-SCIM.
015230
015240 EX-ESTRAI-GRUPPI-SCIM.
015250          EXIT.
015260*
015270***** APPLICA LA LISTA ALL'INSIEME RICHIESTO SECONDO
015280***** MODO-GRUPPI-SCIM: R RIMPIAZZA, A AGGIUNGE IN CODA, T TOGLIE
015290*
015300 APPLICA-GRUPPI-SCIM.
015310
015320          IF MODO-GRUPPI-SCIM = "R"
015330           MOVE ZEROS             TO NUM-SET-SCIM
015340           INITIALIZE GRUPPI-SET-SCIM
015350          END-IF.
015360
015370          PERFORM APPLICA-UN-GRUPPO-SCIM
015380           THRU EX-APPLICA-UN-GRUPPO-SCIM
015390           VARYING IND2-SCIM FROM 1 BY 1
015400           UNTIL IND2-SCIM > NUM-LISTA-SCIM
015410           OR ESITO-SCIM NOT = "OK".
015420
015430 EX-APPLICA-GRUPPI-SCIM.
015440          EXIT.
015450
015460 APPLICA-UN-GRUPPO-SCIM.
015470
015480          MOVE GRUPPO-LISTA-SCIM(IND2-SCIM) TO GRUPPO-LAVORO-SCIM.
015490          PERFORM CERCA-SET-SCIM  THRU EX-CERCA-SET-SCIM.
015500
015510          IF MODO-GRUPPI-SCIM = "T"
015520           IF PRESENTE-SCIM = "S"
015530            PERFORM TOGLI-SET-SCIM THRU EX-TOGLI-SET-SCIM
015540           END-IF
015550           GO TO EX-APPLICA-UN-GRUPPO-SCIM
015560          END-IF.
015570
015580          IF PRESENTE-SCIM = "S" GO TO EX-APPLICA-UN-GRUPPO-SCIM.
015590
015600          IF NUM-SET-SCIM = 6
015610           MOVE "KO"              TO ESITO-SCIM
015620           MOVE "400"             TO STATO-HTTP-SCIM
015630           MOVE "invalidValue"    TO TIPO-ERRORE-SCIM
015640           MOVE "al massimo 6 gruppi (base e 5 extra)"
015650            TO MOTIVO-SCIM
015660           GO TO EX-APPLICA-UN-GRUPPO-SCIM
015670          END-IF.
015680
015690          ADD 1                   TO NUM-SET-SCIM.
015700          MOVE GRUPPO-LAVORO-SCIM
015710           TO GRUPPO-SET-SCIM(NUM-SET-SCIM).
015720
015730 EX-APPLICA-UN-GRUPPO-SCIM.
015740          EXIT.
015750*
015760***** GRUPPO-LAVORO-SCIM E' NELL'INSIEME RICHIESTO? IND3-SCIM
015770***** TORNA LA SUA POSIZIONE
015780*
015790 CERCA-SET-SCIM.
015800
015810          MOVE "N"                TO PRESENTE-SCIM.
015820          MOVE 1                  TO IND3-SCIM.
015830
015840 CICLO-CERCA-SET-SCIM.
015850
015860          IF IND3-SCIM > NUM-SET-SCIM GO TO EX-CERCA-SET-SCIM.
015870
015880          IF GRUPPO-SET-SCIM(IND3-SCIM) = GRUPPO-LAVORO-SCIM
015890           MOVE "S"               TO PRESENTE-SCIM
015900           GO TO EX-CERCA-SET-SCIM
015910          END-IF.
015920
015930          ADD 1                   TO IND3-SCIM.
015940          GO TO CICLO-CERCA-SET-SCIM.
015950
015960 EX-CERCA-SET-SCIM.
015970          EXIT.
015980*
015990***** TOGLIE DALL'INSIEME L'ELEMENTO IN IND3-SCIM COMPATTANDO:
016000***** SE ERA IL GRUPPO BASE, IL PRIMO EXTRA DIVENTA BASE
016010*
016020 TOGLI-SET-SCIM.
016030
016040          IF IND3-SCIM NOT < NUM-SET-SCIM
016050           MOVE ZEROS             TO GRUPPO-SET-SCIM(IND3-SCIM)
016060           SUBTRACT 1             FROM NUM-SET-SCIM
016070           GO TO EX-TOGLI-SET-SCIM
016080          END-IF.
016090
016100          MOVE GRUPPO-SET-SCIM(IND3-SCIM + 1)
016110           TO GRUPPO-SET-SCIM(IND3-SCIM).
016120          ADD 1                   TO IND3-SCIM.
016130          GO TO TOGLI-SET-SCIM.
016140
016150 EX-TOGLI-SET-SCIM.
016160          EXIT.
016170*
016180***** CONCLUSIONE DI POST/PUT/PATCH: STATO, CONTROLLO DEI GRUPPI
016190***** NUOVI, SCRITTURA, RIGHE DI ARKLOG DEI CAMPI CAMBIATI, RICHIESTA
016200***** ARKPEN PER I GRUPPI, EVENTO DI CICLO DI VITA, RISPOSTA
016210*
016220 CONCLUDI-UTENTE-SCIM.
016230
016240          IF NUOVO-STATO-SCIM = "D" AND NOT UTENTE-CANCELLATO
016250           SET UTENTE-CANCELLATO  TO TRUE
016260           ACCEPT DATA-CANC-UTEN  FROM DATE YYYYMMDD
016270          END-IF.
016280
016290          IF NUOVO-STATO-SCIM = "A" AND UTENTE-CANCELLATO
016300           IF UTENTE-ANONIMIZZATO
016310            MOVE "KO"             TO ESITO-SCIM
016320            MOVE "400"            TO STATO-HTTP-SCIM
016330            MOVE "mutability"     TO TIPO-ERRORE-SCIM
016340            MOVE "utente anonimizzato - non ripristinabile"
016350             TO MOTIVO-SCIM
016360            GO TO EX-CONCLUDI-UTENTE-SCIM
016370           END-IF
016380           SET UTENTE-ATTIVO      TO TRUE
016390           MOVE ZEROS             TO DATA-CANC-UTEN
016400          END-IF.
016410
016420          MOVE "N"                TO GRUPPI-CAMBIATI-SCIM.
016430          IF NUM-SET-SCIM NOT = NUM-ORIG-SCIM
016440           OR GRUPPI-SET-SCIM NOT = GRUPPI-ORIG-SCIM
016450           MOVE "S"               TO GRUPPI-CAMBIATI-SCIM
016460          END-IF.
016470
016480***** CICLO DI VITA E QUALIFICHE DEI GRUPPI COME IN openmout.exe:
016490***** SI CONTROLLANO I SOLI GRUPPI NUOVI RISPETTO A QUELLI IN VIGORE
016500
016510          IF GRUPPI-CAMBIATI-SCIM = "S"
016520           MOVE "S"               TO GRUPPO-ASSEGNABILE-WEB
016530           PERFORM OPEN-I-GRU     THRU EX-OPEN-I-GRU
016540           MOVE CHIAVE-UTEN       TO UTENTE-QUA-WEB
016550           PERFORM CONTROLLA-GRUPPO-SCIM
016560            THRU EX-CONTROLLA-GRUPPO-SCIM
016570            VARYING IND2-SCIM FROM 1 BY 1
016580            UNTIL IND2-SCIM > NUM-SET-SCIM
016590            OR GRUPPO-ASSEGNABILE-WEB = "N"
016600           PERFORM CLOSE-GRU      THRU EX-CLOSE-GRU
016610           MOVE SPACES            TO UTENTE-QUA-WEB
016620           IF GRUPPO-ASSEGNABILE-WEB = "N"
016630            MOVE "KO"             TO ESITO-SCIM
016640            MOVE "400"            TO STATO-HTTP-SCIM
016650            MOVE "invalidValue"   TO TIPO-ERRORE-SCIM
016660            MOVE MOTIVO-GRU-WEB   TO MOTIVO-SCIM
016670            GO TO EX-CONCLUDI-UTENTE-SCIM
016680           END-IF
016690          END-IF.
016700
016710          IF METODO-SCIM = "POST"
016720           PERFORM SCRIVI-UTEN    THRU EX-SCRIVI-UTEN
016730          ELSE
016740           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
016750          END-IF.
016760
016770          IF ESITO-NOK
016780           MOVE "KO"              TO ESITO-SCIM
016790           MOVE "500"             TO STATO-HTTP-SCIM
016800           MOVE "scrittura utente fallita" TO MOTIVO-SCIM
016810           GO TO EX-CONCLUDI-UTENTE-SCIM
016820          END-IF.
016830
016840          PERFORM LOGGA-DIFFERENZE-SCIM
016850           THRU EX-LOGGA-DIFFERENZE-SCIM.
016860
016870          IF GRUPPI-CAMBIATI-SCIM = "S"
016880           PERFORM STAGE-GRUPPI-SCIM THRU EX-STAGE-GRUPPI-SCIM
016890           IF ESITO-NOK
016900            MOVE "KO"             TO ESITO-SCIM
016910            MOVE "500"            TO STATO-HTTP-SCIM
016920            MOVE "richiesta gruppi non registrata su ARKPEN"
016930             TO MOTIVO-SCIM
016940            GO TO EX-CONCLUDI-UTENTE-SCIM
016950           END-IF
016960          END-IF.
016970
016980          IF DELETED-UTEN NOT = SAVE-DELETED-SCIM
016990           PERFORM EVENTO-STATO-SCIM THRU EX-EVENTO-STATO-SCIM
017000          END-IF.
017010
017020          MOVE "S"                TO PRIMO-SCIM.
017030          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
017040          PERFORM EMETTI-UTENTE-SCIM THRU EX-EMETTI-UTENTE-SCIM.
017050          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
017060
017070 EX-CONCLUDI-UTENTE-SCIM.
017080          EXIT.
017090
017100 CONTROLLA-GRUPPO-SCIM.
017110
017120          MOVE GRUPPO-SET-SCIM(IND2-SCIM) TO GRUPPO-LAVORO-SCIM.
017130          MOVE "N"                TO PRESENTE-SCIM.
017140          PERFORM CERCA-ORIG-SCIM THRU EX-CERCA-ORIG-SCIM
017150           VARYING IND3-SCIM FROM 1 BY 1
017160           UNTIL IND3-SCIM > NUM-ORIG-SCIM
017170           OR PRESENTE-SCIM = "S".
017180
017190          IF PRESENTE-SCIM = "N"
017200           MOVE GRUPPO-LAVORO-SCIM TO GRUPPO-GRU
017210           PERFORM VERIFICA-ASSEGNABILE-GRU
017220            THRU EX-VERIFICA-ASSEGNABILE-GRU
017230          END-IF.
017240
017250 EX-CONTROLLA-GRUPPO-SCIM.
017260          EXIT.
017270
017280 CERCA-ORIG-SCIM.
017290
017300          IF GRUPPO-ORIG-SCIM(IND3-SCIM) = GRUPPO-LAVORO-SCIM
017310           MOVE "S"               TO PRESENTE-SCIM
017320          END-IF.
017330
017340 EX-CERCA-ORIG-SCIM.
017350          EXIT.
017360*
017370***** UNA RIGA DI ARKLOG PER OGNI CAMPO CAMBIATO DALLA CHIAMATA
017380*
017390 LOGGA-DIFFERENZE-SCIM.
017400
017410          IF METODO-SCIM = "POST"
017420           MOVE "userName"        TO NOME-CAMPO-SCIM
017430           MOVE SPACES            TO OLD-VALORE-SCIM
017440           PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM
017450          END-IF.
017460
017470          IF NOME-UTEN NOT = SAVE-NOME-SCIM
017480           MOVE "displayName"     TO NOME-CAMPO-SCIM
017490           MOVE SAVE-NOME-SCIM    TO OLD-VALORE-SCIM
017500           PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM
017510          END-IF.
017520
017530          IF DESC-UTEN NOT = SAVE-DESC-SCIM
017540           MOVE "title"           TO NOME-CAMPO-SCIM
017550           MOVE SAVE-DESC-SCIM    TO OLD-VALORE-SCIM
017560           PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM
017570          END-IF.
017580
017590          IF LINGUA-UTEN NOT = SAVE-LINGUA-SCIM
017600           MOVE "preferredLanguage" TO NOME-CAMPO-SCIM
017610           MOVE SAVE-LINGUA-SCIM  TO OLD-VALORE-SCIM
017620           PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM
017630          END-IF.
017640
017650          IF DELETED-UTEN NOT = SAVE-DELETED-SCIM
017660           MOVE "active"          TO NOME-CAMPO-SCIM
017670           MOVE SAVE-DELETED-SCIM TO OLD-VALORE-SCIM
017680           PERFORM LOGGA-CAMPO-SCIM THRU EX-LOGGA-CAMPO-SCIM
017690          END-IF.
017700
017710 EX-LOGGA-DIFFERENZE-SCIM.
017720          EXIT.
017730*
017740***** RIGA DI ARKLOG AGGANCIATA ALLA CATENA DI HASH: IL VALORE
017750***** NUOVO SI PRENDE DAL RECORD SECONDO IL CAMPO (PER active E'
017760***** IL FLAG DELETED-UTEN)
017770*
017780 LOGGA-CAMPO-SCIM.
017790
017800          MOVE ALL "!"            TO LOGGATO.
017810
017820          ACCEPT DATA-LOG         FROM DATE.
017830          ACCEPT ORARIO-LOG       FROM TIME.
017840
017850          MOVE NOME-CAMPO-SCIM    TO NOME-COBOL-LOG.
017860          MOVE "X"                TO TIPO-LOG.
017870          MOVE "0050"             TO SIZE-LOG.
017880          MOVE SPACES             TO NUMERO-LOG.
017890          MOVE CHIAVE-UTEN        TO NUMERO-LOG(1:8).
017900          MOVE SISTEMA-SCIM       TO NUMERO-LOG(12:8).
017910
017920          MOVE SPACES             TO VALORE-LOG.
017930          IF NOME-CAMPO-SCIM = "userName"
017940           MOVE CHIAVE-UTEN       TO VALORE-LOG
017950          END-IF.
017960          IF NOME-CAMPO-SCIM = "displayName"
017970           MOVE NOME-UTEN         TO VALORE-LOG
017980          END-IF.
017990          IF NOME-CAMPO-SCIM = "title"
018000           MOVE DESC-UTEN         TO VALORE-LOG
018010          END-IF.
018020          IF NOME-CAMPO-SCIM = "preferredLanguage"
018030           MOVE LINGUA-UTEN       TO VALORE-LOG
018040          END-IF.
018050          IF NOME-CAMPO-SCIM = "active"
018060           MOVE DELETED-UTEN      TO VALORE-LOG
018070          END-IF.
018080
018090          MOVE OLD-VALORE-SCIM    TO OLD-VALORE-LOG.
018100          MOVE "AP"               TO MODULO-LOG.
018110          MOVE "SC"               TO ENTITA-LOG.
018120          MOVE METODO-SCIM(1:2)   TO FUNZIONE-LOG.
018130
018140          PERFORM CATENA-LOG-WEB  THRU EX-CATENA-LOG-WEB.
018150          WRITE LOGGATO.
018160          PERFORM INDICE-LOG-WEB  THRU EX-INDICE-LOG-WEB.
018170          MOVE SPACES             TO LOGGATO.
018180
018190          ADD 1                   TO CAMPI-SCRITTI-SCIM.
018200
018210 EX-LOGGA-CAMPO-SCIM.
018220          EXIT.
018230*
018240***** ACCODA SU ARKPEN LA RICHIESTA DI ASSEGNAZIONE GRUPPI IN
018250***** ATTESA DELLA SECONDA FIRMA (openpend.exe), COME
018260***** STAGE-GRUPPI-MOUT; RICHIEDENTE E' IL SISTEMA CHIAMANTE
018270*
018280 STAGE-GRUPPI-SCIM.
018290
018300          PERFORM OPEN-I-PEN      THRU EX-OPEN-I-PEN.
018310
018320          INITIALIZE MODIFICA-PENDENTE.
018330          SET PEN-GRUPPI          TO TRUE.
018340          MOVE CHIAVE-UTEN        TO UTENTE-OGG-PEN.
018350          MOVE SISTEMA-SCIM       TO RICHIEDENTE-PEN.
018360
018370          ACCEPT DATA-RICH-PEN    FROM DATE YYYYMMDD.
018380          ACCEPT ORA-RICH-PEN     FROM TIME.
018390          SET PEN-PENDENTE        TO TRUE.
018400
018410          MOVE GRUPPO-SET-SCIM(1) TO GRUPPO-NUOVO-PEN.
018420          MOVE ZEROS              TO NUM-GRUPPI-NUOVO-PEN.
018430          PERFORM STAGE-EXTRA-SCIM THRU EX-STAGE-EXTRA-SCIM
018440           VARYING IND2-SCIM FROM 2 BY 1
018450           UNTIL IND2-SCIM > NUM-SET-SCIM.
018460
018470          MOVE "OPENSCIM"         TO PROGRAMMA-NUM-WEB.
018480          PERFORM SCRIVI-NUOVA-PEN
018490           THRU EX-SCRIVI-NUOVA-PEN.
018500
018510          IF ESITO-OK
018520           MOVE NUOVO-NUMERO-PEN-WEB TO NUMERO-PEN-SCIM
018530          END-IF.
018540
018550          PERFORM CLOSE-PEN       THRU EX-CLOSE-PEN.
018560
018570 EX-STAGE-GRUPPI-SCIM.
018580          EXIT.
018590
018600 STAGE-EXTRA-SCIM.
018610
018620          ADD 1                   TO NUM-GRUPPI-NUOVO-PEN.
018630          MOVE GRUPPO-SET-SCIM(IND2-SCIM)
018640           TO GRUPPO-EXTRA-NUOVO-PEN(NUM-GRUPPI-NUOVO-PEN).
018650
018660 EX-STAGE-EXTRA-SCIM.
018670          EXIT.
018680*
018690***** EVENTO DI CICLO DI VITA SULLA CASSETTA DI USCITA (SPEDIZIONE
018700***** OPENOUTD), LO STESSO DI opencanc.exe
018710*
018720 EVENTO-STATO-SCIM.
018730
018740          IF UTENTE-CANCELLATO
018750           MOVE "UTENTE-CANCEL"   TO TIPO-OUT-WEB
018760          ELSE
018770           MOVE "UTENTE-RIPRIST"  TO TIPO-OUT-WEB
018780          END-IF.
018790
018800          MOVE CHIAVE-UTEN        TO UTENTE-OUT-WEB.
018810          MOVE SPACES             TO DETTAGLIO-OUT-WEB.
018820          STRING "utente " CHIAVE-UTEN " gruppo " GRUPPO-UTEN
018830           " da " SISTEMA-SCIM
018840           DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB.
018850          PERFORM SCRIVI-EVENTO-OUT
018860           THRU EX-SCRIVI-EVENTO-OUT.
018870
018880 EX-EVENTO-STATO-SCIM.
018890          EXIT.
018900*
018910***** RISORSA Groups: SOLO LETTURA (ELENCO O UN GRUPPO) CON I
018920***** MEMBRI ATTIVI; LE APPARTENENZE SI CAMBIANO SULL'UTENTE
018930*
018940 GRUPPI-SCIM.
018950
018960          IF METODO-SCIM NOT = "GET"
018970           MOVE "KO"              TO ESITO-SCIM
018980           MOVE "405"             TO STATO-HTTP-SCIM
018990           MOVE SPACES            TO MOTIVO-SCIM
019000           STRING "gruppi in sola lettura - le appartenenze si "
019010            "variano su Users" DELIMITED BY SIZE INTO MOTIVO-SCIM
019020           GO TO EX-GRUPPI-SCIM
019030          END-IF.
019040
019050          IF ID-SCIM NOT = SPACES
019060           AND (ID-SCIM(1:4) NOT NUMERIC
019070           OR ID-SCIM(5:) NOT = SPACES)
019080           MOVE "KO"              TO ESITO-SCIM
019090           MOVE "404"             TO STATO-HTTP-SCIM
019100           MOVE "gruppo non trovato" TO MOTIVO-SCIM
019110           GO TO EX-GRUPPI-SCIM
019120          END-IF.
019130
019140          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
019150          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
019160
019170          IF ID-SCIM NOT = SPACES
019180           MOVE ID-SCIM(1:4)      TO GRUPPO-GRU
019190           PERFORM LEGGO-GRU      THRU EX-LEGGO-GRU
019200           IF ESITO-NOK
019210            MOVE "KO"             TO ESITO-SCIM
019220            MOVE "404"            TO STATO-HTTP-SCIM
019230            MOVE "gruppo non trovato" TO MOTIVO-SCIM
019240           ELSE
019250            MOVE "S"              TO PRIMO-SCIM
019260            PERFORM EMETTI-GRUPPO-SCIM THRU EX-EMETTI-GRUPPO-SCIM
019270           END-IF
019280           GO TO CHIUDI-GRUPPI-SCIM
019290          END-IF.
019300
019310          MOVE ZEROS              TO LETTI-SCIM EMESSI-SCIM.
019320          MOVE "S"                TO PRIMO-SCIM.
019330
019340          MOVE SPACES             TO DATI-WEB.
019350          STRING '{"schemas":["urn:ietf:params:scim:api:messages:'
019360           '2.0:ListResponse"],"Resources":['
019370           DELIMITED BY SIZE INTO DATI-WEB.
019380          PERFORM LINE-WEB        THRU EX-LINE-WEB.
019390
019400          MOVE ZEROS              TO GRUPPO-GRU.
019410          PERFORM STARTO-GRU      THRU EX-STARTO-GRU.
019420
019430          IF ESITO-NOK GO TO FINE-ELENCO-GRUPPI-SCIM.
019440
019450 CICLO-ELENCO-GRUPPI-SCIM.
019460
019470          PERFORM LEGGO-NEXT-GRU  THRU EX-LEGGO-NEXT-GRU.
019480
019490          IF FINE-FILE = "S" GO TO FINE-ELENCO-GRUPPI-SCIM.
019500
019510          ADD 1                   TO LETTI-SCIM.
019520
019530          IF LETTI-SCIM < INIZIO-PAG-SCIM
019540           OR EMESSI-SCIM NOT < QUANTI-PAG-SCIM
019550           GO TO CICLO-ELENCO-GRUPPI-SCIM
019560          END-IF.
019570
019580          PERFORM EMETTI-GRUPPO-SCIM THRU EX-EMETTI-GRUPPO-SCIM.
019590          ADD 1                   TO EMESSI-SCIM.
019600
019610          GO TO CICLO-ELENCO-GRUPPI-SCIM.
019620
019630 FINE-ELENCO-GRUPPI-SCIM.
019640
019650          PERFORM CHIUDI-ELENCO-SCIM THRU EX-CHIUDI-ELENCO-SCIM.
019660
019670 CHIUDI-GRUPPI-SCIM.
019680
019690          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
019700          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
019710
019720 EX-GRUPPI-SCIM.
019730          EXIT.
019740*
019750***** RISORSA Group IN JSON SCIM CON I MEMBRI ATTIVI: GRUPPO BASE
019760***** DALLA CHIAVE ALTERNATA GRUPPO-UTEN, EXTRA DALLA SCORSA DEGLI
019770***** UTENTI CON GRUPPI AGGIUNTIVI. ARKUTEN SI SCORRE SULLE CHIAVI
019780***** ALTERNATE, IL RECORD ARKGRU CORRENTE NON SI TOCCA (LA SCORSA
019790***** DI ARKGRU PROSEGUE DALLA SUA POSIZIONE)
019800*
019810 EMETTI-GRUPPO-SCIM.
019820
019830          MOVE GRUPPO-GRU         TO GRUPPO-LAVORO-SCIM.
019840
019850          MOVE SPACES             TO DATI-WEB.
019860          MOVE 1                  TO IND-SCIM.
019870          IF PRIMO-SCIM = "N"
019880           MOVE ","               TO DATI-WEB
019890           MOVE 2                 TO IND-SCIM
019900          END-IF.
019910          MOVE "N"                TO PRIMO-SCIM.
019920
019930          STRING '{"schemas":["urn:ietf:params:scim:schemas:core:'
019940           '2.0:Group"],"id":"' GRUPPO-GRU
019950           '","displayName":"' DELIMITED BY SIZE
019952           INTO DATI-WEB WITH POINTER IND-SCIM.
019954          MOVE DESC-GRU           TO STRINGA-JSON.
019956          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
019958
019970          STRING '","meta":{"resourceType":"Group"},"members":['
019980           DELIMITED BY SIZE
019990           INTO DATI-WEB WITH POINTER IND-SCIM.
020000          PERFORM LINE-WEB        THRU EX-LINE-WEB.
020010
020020          MOVE "S"                TO PRIMO-MEMBRO-SCIM.
020030
020040          MOVE GRUPPO-LAVORO-SCIM TO GRUPPO-UTEN.
020050          PERFORM STARTO-GRUPPO-UTEN THRU EX-STARTO-GRUPPO-UTEN.
020060
020070          IF ESITO-NOK GO TO MEMBRI-EXTRA-SCIM.
020080
020090 CICLO-MEMBRI-BASE-SCIM.
020100
020110          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
020120
020130          IF FINE-FILE = "S" GO TO MEMBRI-EXTRA-SCIM.
020140
020150          IF GRUPPO-UTEN NOT = GRUPPO-LAVORO-SCIM
020160           GO TO MEMBRI-EXTRA-SCIM
020170          END-IF.
020180
020190          IF UTENTE-ATTIVO
020200           PERFORM EMETTI-MEMBRO-SCIM THRU EX-EMETTI-MEMBRO-SCIM
020210          END-IF.
020220
020230          GO TO CICLO-MEMBRI-BASE-SCIM.
020240
020250 MEMBRI-EXTRA-SCIM.
020260
020270          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
020280          PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN.
020290
020300          IF ESITO-NOK GO TO CHIUDI-MEMBRI-SCIM.
020310
020320 CICLO-MEMBRI-EXTRA-SCIM.
020330
020340          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
020350
020360          IF FINE-FILE = "S" GO TO CHIUDI-MEMBRI-SCIM.
020370
020380          IF UTENTE-ATTIVO
020390           AND GRUPPO-UTEN NOT = GRUPPO-LAVORO-SCIM
020400           MOVE "N"               TO PRESENTE-SCIM
020410           PERFORM CERCA-EXTRA-MEMBRO-SCIM
020420            THRU EX-CERCA-EXTRA-MEMBRO-SCIM
020430            VARYING IND2-SCIM FROM 1 BY 1
020440            UNTIL IND2-SCIM > 5
020450            OR IND2-SCIM > NUM-GRUPPI-UTEN
020460            OR PRESENTE-SCIM = "S"
020470           IF PRESENTE-SCIM = "S"
020480            PERFORM EMETTI-MEMBRO-SCIM THRU EX-EMETTI-MEMBRO-SCIM
020490           END-IF
020500          END-IF.
020510
020520          GO TO CICLO-MEMBRI-EXTRA-SCIM.
020530
020540 CHIUDI-MEMBRI-SCIM.
020550
020560          MOVE SPACES             TO DATI-WEB.
020570          MOVE ']}'               TO DATI-WEB.
020580          PERFORM LINE-WEB        THRU EX-LINE-WEB.
020590
020600 EX-EMETTI-GRUPPO-SCIM.
020610          EXIT.
020620
020630 CERCA-EXTRA-MEMBRO-SCIM.
020640
020650          IF GRUPPO-EXTRA-UTEN(IND2-SCIM) = GRUPPO-LAVORO-SCIM
020660           MOVE "S"               TO PRESENTE-SCIM
020670          END-IF.
020680
020690 EX-CERCA-EXTRA-MEMBRO-SCIM.
020700          EXIT.
020710
020720 EMETTI-MEMBRO-SCIM.
020730
020740          MOVE SPACES             TO DATI-WEB.
020750          MOVE 1                  TO IND-SCIM.
020760          IF PRIMO-MEMBRO-SCIM = "N"
020770           MOVE ","               TO DATI-WEB
020780           MOVE 2                 TO IND-SCIM
020790          END-IF.
020800          MOVE "N"                TO PRIMO-MEMBRO-SCIM.
020810
020820          STRING '{"value":"' DELIMITED BY SIZE
020830           CHIAVE-UTEN DELIMITED BY SPACE
020840           '","display":"' DELIMITED BY SIZE
020842           INTO DATI-WEB WITH POINTER IND-SCIM.
020844          MOVE NOME-UTEN          TO STRINGA-JSON.
020846          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
020848
020860          STRING '","type":"User"}' DELIMITED BY SIZE
020870           INTO DATI-WEB WITH POINTER IND-SCIM.
020880          PERFORM LINE-WEB        THRU EX-LINE-WEB.
020890
020900 EX-EMETTI-MEMBRO-SCIM.
020910          EXIT.
020920*
020930***** PERMESSI DEL GETTONE: MOD "AP", ENT "SC", FUNZ = PRIME DUE
020940***** LETTERE DEL METODO, RISOLTA SU ARKABI COL GRUPPO DEL
020950***** GETTONE E L'EREDITARIETA' DI AUTORIZZA-GER
020960*
020970 AUTORIZZA-TOKEN-SCIM.
020980
020990          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
021000          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
021010
021020          MOVE ZEROS              TO ENTE-ABI.
021030          MOVE "AP"               TO MOD-ABI.
021040          MOVE "SC"               TO ENT-ABI.
021050          MOVE METODO-SCIM(1:2)   TO FUNZ-ABI.
021060          MOVE GRUPPO-TOKEN-SCIM  TO GRUPPO-ABI.
021070
021080          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
021090
021100          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
021110          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
021120
021130 EX-AUTORIZZA-TOKEN-SCIM.
021140          EXIT.
021150*
021160***** RIGA DI GIORNALE ARKAPJ: ENTITA' = RISORSA SCIM, AZIONE =
021170***** METODO HTTP, CHIAVE = id
021180*
021190 GIORNALE-CHIAMATA-SCIM.
021200
021210          MOVE SISTEMA-SCIM       TO SISTEMA-API-WEB.
021220          MOVE TOKEN-SCIM(27:6)   TO CODA-TOKEN-API-WEB.
021230          MOVE RISORSA-SCIM       TO ENTITA-API-WEB.
021240          MOVE METODO-SCIM        TO AZIONE-API-WEB.
021250          MOVE ESITO-SCIM         TO ESITO-API-WEB.
021260          MOVE ID-SCIM            TO CHIAVE-API-WEB.
021270          MOVE MOTIVO-SCIM(1:40)  TO MOTIVO-API-WEB.
021280
021290          PERFORM SCRIVI-CHIAMATA-APJ
021300           THRU EX-SCRIVI-CHIAMATA-APJ.
021310
021320 EX-GIORNALE-CHIAMATA-SCIM.
021330          EXIT.
021340*
021350***** PARCHEGGIA IN ARKSOS LA SCRITTURA RESPINTA PER CONTENUTO
021360*
021370 PARCHEGGIA-SCIM.
021380
021390          PERFORM OPEN-I-SOS      THRU EX-OPEN-I-SOS.
021400
021410          MOVE "OPENSCIM"         TO FONTE-SOS-WEB.
021420          MOVE SPACES             TO FLUSSO-SOS-WEB.
021430          STRING SISTEMA-SCIM DELIMITED BY " "
021440           " " RISORSA-SCIM DELIMITED BY " "
021450           "/" METODO-SCIM DELIMITED BY " "
021460           INTO FLUSSO-SOS-WEB.
021470          MOVE ZEROS              TO RIGA-SOS-WEB.
021480          MOVE MOTIVO-SCIM(1:60)  TO MOTIVO-SOS-WEB.
021490          MOVE PAYLOAD-SCIM       TO CONTENUTO-SOS-WEB.
021500
021510          PERFORM PARCHEGGIA-SOS  THRU EX-PARCHEGGIA-SOS.
021520
021530          PERFORM CLOSE-SOS       THRU EX-CLOSE-SOS.
021540
021550 EX-PARCHEGGIA-SCIM.
021560          EXIT.
021570*
021580***** DOCUMENTO SCIM Error CON LO STATO HTTP E IL MOTIVO
021590*
021600 ERRORE-SCIM.
021610
021620          MOVE SPACES             TO DATI-WEB.
021630          MOVE 1                  TO IND-SCIM.
021640          STRING '{"schemas":["urn:ietf:params:scim:api:messages:'
021650           '2.0:Error"],"status":"' STATO-HTTP-SCIM '"'
021660           DELIMITED BY SIZE
021670           INTO DATI-WEB WITH POINTER IND-SCIM.
021680
021690          IF TIPO-ERRORE-SCIM NOT = SPACES
021700           STRING ',"scimType":"' DELIMITED BY SIZE
021710            TIPO-ERRORE-SCIM DELIMITED BY SPACE
021720            '"' DELIMITED BY SIZE
021730            INTO DATI-WEB WITH POINTER IND-SCIM
021740          END-IF.
021750
021760          STRING ',"detail":"' DELIMITED BY SIZE
021770           INTO DATI-WEB WITH POINTER IND-SCIM.
021772          MOVE MOTIVO-SCIM        TO STRINGA-JSON.
021774          PERFORM ACCODA-TESTO-SCIM THRU EX-ACCODA-TESTO-SCIM.
021780          STRING '"}' DELIMITED BY SIZE
021790           INTO DATI-WEB WITH POINTER IND-SCIM.
021800          PERFORM LINE-WEB        THRU EX-LINE-WEB.
021810
021820 EX-ERRORE-SCIM.
021830          EXIT.
021831*
021832***** TESTO LIBERO (NOMI, DESCRIZIONI, MOTIVI CHE RIPORTANO IL
021833***** path DEL CLIENTE) ACCODATO A DATI-WEB CON L'ESCAPE JSON:
021834***** IL CHIAMANTE METTE IL VALORE IN STRINGA-JSON
021835*
021836 ACCODA-TESTO-SCIM.
021837
021838          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
021839
021840          IF LUNGH-JSON-ESC > ZEROS
021841           STRING STRINGA-JSON-ESC(1:LUNGH-JSON-ESC)
021842            DELIMITED BY SIZE
021843            INTO DATI-WEB WITH POINTER IND-SCIM
021844          END-IF.
021845
021846 EX-ACCODA-TESTO-SCIM.
021847          EXIT.
