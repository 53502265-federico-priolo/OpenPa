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
000190* PARAMETRI DI SISTEMA (ARKPAR), RICHIAMATO CON CALL DALLE
000200* ROUTINE LEGGI/IMPOSTA-PARAMETRO-WEB DI PIOWEB1.CBL, DALLA
000210* MASCHERA OPENMPAR E DAI PROGRAMMI BATCH. E' L'UNICO PUNTO CHE
000220* SCRIVE ARKPAR: OGNI VALORE SI CONTROLLA CONTRO LA DEFINIZIONE
000230* DEL PARAMETRO (TIPO, LUNGHEZZA, MINIMO E MASSIMO) E OGNI
000240* MODIFICA LASCIA UNA RIGA SU ARKPAH. LA DEFINIZIONE DI UN
000250* PARAMETRO NOTO MA ANCORA ASSENTE SI CREA DAL CATALOGO QUI
000260* SOTTO CON IL SUO VALORE DI PARTENZA. AZIONI:
000270*   LEGGI    - VALORE DEL PARAMETRO NOME/QUALIFICA ("NO" SE MANCA)
000280*   IMPOSTA  - CONTROLLA E REGISTRA IL VALORE; IN LK-VALORE-PARW
000290*              TORNA IL VALORE NORMALIZZATO (I NUMERI A 9 CIFRE)
000300*   ELIMINA  - TOGLIE LA RIGA DI UN PARAMETRO PER UTENTE
000310*   PROSSIMO - QUALIFICA E VALORE DELLA RIGA SUCCESSIVA DELLO
000320*              STESSO PARAMETRO (PARTIRE CON QUALIFICA A SPAZI)
000330*   CENSISCI - SCRIVE LE DEFINIZIONI DEL CATALOGO CHE MANCANO; IN
000340*              LK-VALORE-PARW(1:9) IL NUMERO DI QUELLE SCRITTE
000350* ESITO "OK", "NO" (NON TROVATO) O "KO" (RIFIUTATO: IL MOTIVO IN
000360* LK-MOTIVO-PARW).
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENPARW.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420          COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450
000460          COPY "SELPAR.CBL".
000470          COPY "SELPAH.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000510
000520          COPY "FDEPAR.CBL".
000530          COPY "FDEPAH.CBL".
000540
000550 WORKING-STORAGE  SECTION.
000560*
000570 01 STATUS-PAR                PIC XX.
000580 01 STATUS-PAH                PIC XX.
000590 01 DATA-OGGI-PARW            PIC 9(08).
000600 01 ORA-OGGI-PARW             PIC 9(08).
000610 01 TENTATIVI-PARW            PIC 9(04).
000620 01 FINE-FILE-PARW            PIC X.
000630 01 VALIDO-PARW               PIC X.
000640    88 VALORE-VALIDO-PARW     VALUE "S".
000650 01 VALORE-PARW               PIC X(256).
000660 01 VECCHIO-PARW              PIC X(256).
000670 01 CHIAVE-STORICO-PARW.
000680    05 NOME-STORICO-PARW      PIC X(30).
000690    05 QUALIFICA-STORICO-PARW PIC X(10).
000700 01 NUOVA-RIGA-PARW           PIC X.
000710 01 NUMERO-PARW               PIC 9(09).
000720 01 CIFRA-PARW                PIC 9.
000730 01 IND-PARW                  PIC 9(04).
000740 01 CIFRE-PARW                PIC 9(04).
000750 01 CREATE-PARW               PIC 9(09).
000760 01 ORA-VALORE-PARW.
000770    05 HH-VALORE-PARW         PIC 99.
000780    05 MM-VALORE-PARW         PIC 99.
000790 01 DATA-VALORE-PARW.
000800    05 AAAA-VALORE-PARW       PIC 9(04).
000810    05 MESE-VALORE-PARW       PIC 99.
000820    05 GIORNO-VALORE-PARW     PIC 99.
000830 01 MASCHERA-PARW             PIC X(256).
000840 01 FINE-MASCHERA-PARW        PIC 9(04).
000850 01 LIMITE-EDIT-PARW          PIC Z(8)9.
000860 01 SPAZI-PARW                PIC 9(04).
000870 01 MINIMO-TESTO-PARW         PIC X(09).
000880 01 MASSIMO-TESTO-PARW        PIC X(09).
000890*
000900***** DEFINIZIONE DEL PARAMETRO IN LAVORAZIONE
000910*
000920 01 DATI-DEF-PARW.
000930    05 TIPO-DEF-PARW          PIC X.
000940    05 AMBITO-DEF-PARW        PIC X.
000950    05 LUNGH-DEF-PARW         PIC 9(03).
000960    05 MINIMO-DEF-PARW        PIC 9(09).
000970    05 MASSIMO-DEF-PARW       PIC 9(09).
000980    05 DESC-DEF-PARW          PIC X(60).
000990*
001000***** CATALOGO DEI PARAMETRI NOTI: NOME, TIPO, AMBITO (G GLOBALE,
001010***** U PER UTENTE), LUNGHEZZA, MINIMO, MASSIMO, VALORE DI
001020***** PARTENZA E DESCRIZIONE. UN PARAMETRO NUOVO SI AGGIUNGE QUI
001030***** E IN NUM-CAT-PARW
001040*
001050 01 CATALOGO-PARW.
001060    02 FILLER PIC X(30) VALUE "SESSIONI-TETTO".
001070    02 FILLER PIC X(23) VALUE "NG003000000000000000999".
001080    02 FILLER PIC X(10) VALUE "000".
001090    02 FILLER PIC X(60) VALUE
001100       "Sessioni simultanee per utente (0 = nessun tetto)".
001110    02 FILLER PIC X(30) VALUE "SESSIONI-INATTIVITA".
001120    02 FILLER PIC X(23) VALUE "NG004000000000000009999".
001130    02 FILLER PIC X(10) VALUE "0000".
001140    02 FILLER PIC X(60) VALUE
001150       "Minuti di inattivita' prima della scadenza (0 = mai)".
001160    02 FILLER PIC X(30) VALUE "STATO-GETTONE".
001170    02 FILLER PIC X(23) VALUE "GG032000000000000000000".
001180    02 FILLER PIC X(10) VALUE SPACES.
001190    02 FILLER PIC X(60) VALUE
001200       "Gettone MK-token della sonda di stato openstat".
001210    02 FILLER PIC X(30) VALUE "STATO-SOGLIA-MINUTO".
001220    02 FILLER PIC X(23) VALUE "NG004000000000000009999".
001230    02 FILLER PIC X(10) VALUE "0".
001240    02 FILLER PIC X(60) VALUE
001250       "Chiamate al minuto alla sonda (0 = nessun limite)".
001260    02 FILLER PIC X(30) VALUE "STATO-SOGLIA-GIORNO".
001270    02 FILLER PIC X(23) VALUE "NG006000000000000999999".
001280    02 FILLER PIC X(10) VALUE "0".
001290    02 FILLER PIC X(60) VALUE
001300       "Chiamate al giorno alla sonda (0 = nessun limite)".
001310    02 FILLER PIC X(30) VALUE "JOB-QUOTA-MASSIMO".
001320    02 FILLER PIC X(23) VALUE "NG003000000000000000999".
001330    02 FILLER PIC X(10) VALUE "0".
001340    02 FILLER PIC X(60) VALUE
001350       "Richieste batch in coda per utente (0 = nessun tetto)".
001360    02 FILLER PIC X(30) VALUE "JOB-QUOTA-ESENTI".
001370    02 FILLER PIC X(23) VALUE "AG060000000000000000000".
001380    02 FILLER PIC X(10) VALUE SPACES.
001390    02 FILLER PIC X(60) VALUE
001400       "Utenti esenti dalla quota batch, separati da virgola".
001410    02 FILLER PIC X(30) VALUE "MANUTENZIONE-ATTIVA".
001420    02 FILLER PIC X(23) VALUE "SG001000000000000000000".
001430    02 FILLER PIC X(10) VALUE "N".
001440    02 FILLER PIC X(60) VALUE
001450       "Sistema in manutenzione: accessi rifiutati (S/N)".
001460    02 FILLER PIC X(30) VALUE "MANUTENZIONE-AUTOMATICA".
001470    02 FILLER PIC X(23) VALUE "SG001000000000000000000".
001480    02 FILLER PIC X(10) VALUE "N".
001490    02 FILLER PIC X(60) VALUE
001500       "Manutenzione accesa dalla finestra programmata (S/N)".
001510    02 FILLER PIC X(30) VALUE "MANUTENZIONE-GRUPPO".
001520    02 FILLER PIC X(23) VALUE "NG004000000000000009999".
001530    02 FILLER PIC X(10) VALUE "0".
001540    02 FILLER PIC X(60) VALUE
001550       "Gruppo che puo' lavorare durante la manutenzione".
001560    02 FILLER PIC X(30) VALUE "MANUTENZIONE-FINE".
001570    02 FILLER PIC X(23) VALUE "OG004000000000000000000".
001580    02 FILLER PIC X(10) VALUE SPACES.
001590    02 FILLER PIC X(60) VALUE
001600       "Ora di fine manutenzione prevista (HHMM)".
001610    02 FILLER PIC X(30) VALUE "MANUTENZIONE-MESSAGGIO".
001620    02 FILLER PIC X(23) VALUE "AG080000000000000000000".
001630    02 FILLER PIC X(10) VALUE SPACES.
001640    02 FILLER PIC X(60) VALUE
001650       "Messaggio di cortesia durante la manutenzione".
001660    02 FILLER PIC X(30) VALUE "MANUTENZIONE-AMMESSO".
001670    02 FILLER PIC X(23) VALUE "SU001000000000000000000".
001680    02 FILLER PIC X(10) VALUE SPACES.
001690    02 FILLER PIC X(60) VALUE
001700       "Operatore ammesso in manutenzione (fotografia)".
001710    02 FILLER PIC X(30) VALUE "ORIGINE-UTENTE".
001720    02 FILLER PIC X(23) VALUE "AU060000000000000000000".
001730    02 FILLER PIC X(10) VALUE SPACES.
001740    02 FILLER PIC X(60) VALUE
001750       "Prefissi di rete propri dell'utente (4 da 15)".
001760    02 FILLER PIC X(30) VALUE "ORIGINE-AMMESSA".
001770    02 FILLER PIC X(23) VALUE "AU060000000000000000000".
001780    02 FILLER PIC X(10) VALUE SPACES.
001790    02 FILLER PIC X(60) VALUE
001800       "Prefissi di rete ammessi (fotografia di openorig)".
001810    02 FILLER PIC X(30) VALUE "FASCIA-ORARIA".
001820    02 FILLER PIC X(23) VALUE "AU017000000000000000000".
001830    02 FILLER PIC X(10) VALUE SPACES.
001840    02 FILLER PIC X(60) VALUE
001850       "Fascia oraria: lun-dom S/N, dalle HHMM, alle HHMM".
001860    02 FILLER PIC X(30) VALUE "DASHBOARD".
001870    02 FILLER PIC X(23) VALUE "AU005000000000000000000".
001880    02 FILLER PIC X(10) VALUE SPACES.
001890    02 FILLER PIC X(60) VALUE
001900       "Tessere della dashboard personale (5 flag S/N)".
001901    02 FILLER PIC X(30) VALUE "TICKET-TABELLE".
001902    02 FILLER PIC X(23) VALUE "AG060000000000000000000".
001903    02 FILLER PIC X(10) VALUE "RE,LI,BG".
001904    02 FILLER PIC X(60) VALUE
001905       "Tipi tabella che esigono un ticket (XX,YY,... )".
001906    02 FILLER PIC X(30) VALUE "TICKET-MENU".
001907    02 FILLER PIC X(23) VALUE "SG001000000000000000000".
001908    02 FILLER PIC X(10) VALUE "S".
001909    02 FILLER PIC X(60) VALUE
001910       "Modifiche di menu solo con un ticket approvato (S/N)".
001911    02 FILLER PIC X(30) VALUE "PEC-ORE-CONSEGNA".
001912    02 FILLER PIC X(23) VALUE "NG003000000001000000720".
001913    02 FILLER PIC X(10) VALUE "24".
001914    02 FILLER PIC X(60) VALUE
001915       "Ore senza ricevuta di consegna PEC prima dell'allarme".
001916    02 FILLER PIC X(30) VALUE "PEC-CASELLA".
001917    02 FILLER PIC X(23) VALUE "AG030000000000000000000".
001918    02 FILLER PIC X(10) VALUE "pec".
001919    02 FILLER PIC X(60) VALUE
001920       "Account di posta della casella PEC dell'ente".
001921    02 FILLER PIC X(30) VALUE "FIRMA-CERTIFICATO".
001922    02 FILLER PIC X(23) VALUE "AG080000000000000000000".
001923    02 FILLER PIC X(10) VALUE SPACES.
001924    02 FILLER PIC X(60) VALUE
001925       "Certificato di firma dell'ente (PEM); vuoto: non firma".
001926    02 FILLER PIC X(30) VALUE "FIRMA-CHIAVE".
001927    02 FILLER PIC X(23) VALUE "AG080000000000000000000".
001928    02 FILLER PIC X(10) VALUE SPACES.
001929    02 FILLER PIC X(60) VALUE
001930       "Chiave privata del certificato di firma (file PEM)".
001931    02 FILLER PIC X(30) VALUE "FIRMA-TSA".
001932    02 FILLER PIC X(23) VALUE "AG080000000000000000000".
001933    02 FILLER PIC X(10) VALUE SPACES.
001934    02 FILLER PIC X(60) VALUE
001935       "Indirizzo del servizio di marcatura temporale (RFC 3161)".
001936    02 FILLER PIC X(30) VALUE "UDL-SECONDI-ATTESA".
001937    02 FILLER PIC X(23) VALUE "NG005000000060000086400".
001938    02 FILLER PIC X(10) VALUE "600".
001939    02 FILLER PIC X(60) VALUE
001940       "Secondi dopo cui un'unita' di lavoro aperta si annulla".
001941    02 FILLER PIC X(30) VALUE "REPER-MINUTI".
001942    02 FILLER PIC X(23) VALUE "NG003000000001000000240".
001943    02 FILLER PIC X(10) VALUE "15".
001944    02 FILLER PIC X(60) VALUE
001945       "Minuti per prendere in carico un allarme prima di salire".
001946    02 FILLER PIC X(30) VALUE "REPER-CAPO".
001947    02 FILLER PIC X(23) VALUE "AG008000000000000000000".
001948    02 FILLER PIC X(10) VALUE SPACES.
001949    02 FILLER PIC X(60) VALUE
001950       "Responsabile dei turni di reperibilita' (chiave utente)".
001951    02 FILLER PIC X(30) VALUE "CONSERVAZIONE-URL".
001952    02 FILLER PIC X(23) VALUE "AG080000000000000000000".
001953    02 FILLER PIC X(10) VALUE SPACES.
001954    02 FILLER PIC X(60) VALUE
001955       "Indirizzo di versamento del conservatore accreditato".
001956    02 FILLER PIC X(30) VALUE "CONSERVAZIONE-TENTATIVI".
001957    02 FILLER PIC X(23) VALUE "NG002000000001000000099".
001958    02 FILLER PIC X(10) VALUE "5".
001959    02 FILLER PIC X(60) VALUE
001960       "Invii falliti di un pacchetto prima dell'allarme".
001961    02 FILLER PIC X(30) VALUE "QUALIFICHE-PREAVVISO".
001962    02 FILLER PIC X(23) VALUE "NG003000000001000000365".
001963    02 FILLER PIC X(10) VALUE "60".
001964    02 FILLER PIC X(60) VALUE
001965       "Giorni di preavviso sulla scadenza delle qualifiche".
001966    02 FILLER PIC X(30) VALUE "SERVIZIO-PREAVVISO".
001967    02 FILLER PIC X(23) VALUE "NG003000000001000000365".
001968    02 FILLER PIC X(10) VALUE "30".
001969    02 FILLER PIC X(60) VALUE
001970       "Giorni di preavviso sulla revisione utenze di servizio".
001971    02 FILLER PIC X(30) VALUE "SERVIZIO-GRAZIA".
001972    02 FILLER PIC X(23) VALUE "NG003000000000000000365".
001973    02 FILLER PIC X(10) VALUE "30".
001974    02 FILLER PIC X(60) VALUE
001975       "Giorni di grazia prima del blocco utenze non attestate".
001976    02 FILLER PIC X(30) VALUE "CONDIVISIONE-PREAVVISO".
001977    02 FILLER PIC X(23) VALUE "NG003000000001000000365".
001978    02 FILLER PIC X(10) VALUE "30".
001979    02 FILLER PIC X(60) VALUE
001980       "Giorni di preavviso sulla scadenza accordi fra enti".
001981    02 FILLER PIC X(30) VALUE "SOSPESI-GIORNI".
001982    02 FILLER PIC X(23) VALUE "NG003000000001000000365".
001983    02 FILLER PIC X(10) VALUE "5".
001984    02 FILLER PIC X(60) VALUE
001985       "Giorni di giacenza oltre i quali segnalare i sospesi".
001986    02 FILLER PIC X(30) VALUE "TOTALI-TOLLERANZA".
001987    02 FILLER PIC X(23) VALUE "NG003000000001000000999".
001988    02 FILLER PIC X(10) VALUE "50".
001989    02 FILLER PIC X(60) VALUE
001990       "Scarto % ammesso dei letti dalla media dei 30 giorni".
001991    02 FILLER PIC X(30) VALUE "RISCHIO-GIORNI".
001992    02 FILLER PIC X(23) VALUE "NG003000000001000000365".
001993    02 FILLER PIC X(10) VALUE "30".
001994    02 FILLER PIC X(60) VALUE
001995       "Giorni di giornali esaminati per il punteggio di rischio".
001996    02 FILLER PIC X(30) VALUE "RISCHIO-PRIORITARI".
001997    02 FILLER PIC X(23) VALUE "NG003000000000000000100".
001998    02 FILLER PIC X(10) VALUE "10".
001999    02 FILLER PIC X(60) VALUE
002000       "Utenti piu' a rischio prioritari alla ricertificazione".
002001    02 FILLER PIC X(30) VALUE "RISCHIO-DORMIENZA".
002002    02 FILLER PIC X(23) VALUE "NG003000000001000000999".
002003    02 FILLER PIC X(10) VALUE "90".
002004    02 FILLER PIC X(60) VALUE
002005       "Giorni senza login oltre i quali l'utenza pesa".
002006    02 FILLER PIC X(30) VALUE "PRIVILEGI-SCADENZA".
002007    02 FILLER PIC X(23) VALUE "NG003000000001000000030".
002008    02 FILLER PIC X(10) VALUE "2".
002009    02 FILLER PIC X(60) VALUE
002010       "Giorni per firmare la revisione attivita' privilegiate".
002011    02 FILLER PIC X(30) VALUE "PRIVILEGI-REVISORI".
002012    02 FILLER PIC X(23) VALUE "AG060000000000000000000".
002013    02 FILLER PIC X(10) VALUE SPACES.
002014    02 FILLER PIC X(60) VALUE
002015       "Revisori dei privilegiati, separati da virgola".
002016    02 FILLER PIC X(30) VALUE "PRIVILEGI-ESCALATION".
002017    02 FILLER PIC X(23) VALUE "AG060000000000000000000".
002018    02 FILLER PIC X(10) VALUE SPACES.
002019    02 FILLER PIC X(60) VALUE
002020       "Destinatari sollecito revisione scaduta (a spazi)".
002021 01 TABELLA-CAT-PARW REDEFINES CATALOGO-PARW.
002022    02 VOCE-CAT-PARW OCCURS 41.
002023       05 NOME-CAT-PARW       PIC X(30).
002024       05 TIPO-CAT-PARW       PIC X.
002025       05 AMBITO-CAT-PARW     PIC X.
002026       05 LUNGH-CAT-PARW      PIC 9(03).
002027       05 MINIMO-CAT-PARW     PIC 9(09).
002028       05 MASSIMO-CAT-PARW    PIC 9(09).
002029       05 PARTENZA-CAT-PARW   PIC X(10).
002030       05 DESC-CAT-PARW       PIC X(60).
002031 01 NUM-CAT-PARW              PIC 9(04) VALUE 41.
002032 01 IND-CAT-PARW              PIC 9(04).
002033*
002040 LINKAGE SECTION.
002050*
002060 01 LK-AZIONE-PARW            PIC X(08).
002070 01 LK-NOME-PARW              PIC X(30).
002080 01 LK-QUALIFICA-PARW         PIC X(10).
002090 01 LK-VALORE-PARW            PIC X(256).
002100 01 LK-PROGRAMMA-PARW         PIC X(14).
002110 01 LK-OPERATORE-PARW         PIC X(08).
002120 01 LK-ESITO-PARW             PIC XX.
002130 01 LK-MOTIVO-PARW            PIC X(60).
002140*
002150 PROCEDURE  DIVISION USING LK-AZIONE-PARW LK-NOME-PARW
002160                           LK-QUALIFICA-PARW LK-VALORE-PARW
002170                           LK-PROGRAMMA-PARW LK-OPERATORE-PARW
002180                           LK-ESITO-PARW LK-MOTIVO-PARW.
002190*
002200          MOVE "NO"               TO LK-ESITO-PARW.
002210          MOVE SPACES             TO LK-MOTIVO-PARW.
002220          ACCEPT DATA-OGGI-PARW   FROM DATE YYYYMMDD.
002230          ACCEPT ORA-OGGI-PARW    FROM TIME.
002240
002250          IF LK-AZIONE-PARW = "LEGGI"
002260           PERFORM LEGGI-PARW     THRU EX-LEGGI-PARW
002270           GOBACK
002280          END-IF.
002290
002300          IF LK-AZIONE-PARW = "PROSSIMO"
002310           PERFORM PROSSIMO-PARW  THRU EX-PROSSIMO-PARW
002320           GOBACK
002330          END-IF.
002340
002350          IF LK-AZIONE-PARW = "IMPOSTA"
002360           PERFORM IMPOSTA-PARW   THRU EX-IMPOSTA-PARW
002370           GOBACK
002380          END-IF.
002390
002400          IF LK-AZIONE-PARW = "ELIMINA"
002410           PERFORM ELIMINA-PARW   THRU EX-ELIMINA-PARW
002420           GOBACK
002430          END-IF.
002440
002450          IF LK-AZIONE-PARW = "CENSISCI"
002460           PERFORM CENSISCI-PARW  THRU EX-CENSISCI-PARW
002470           GOBACK
002480          END-IF.
002490
002500          MOVE "KO"               TO LK-ESITO-PARW.
002510          MOVE "azione sconosciuta" TO LK-MOTIVO-PARW.
002520
002530          GOBACK.
002540*
002550***** LETTURA SEMPLICE, SENZA BLOCCO
002560*
002570 LEGGI-PARW.
002580
002590          MOVE SPACES             TO LK-VALORE-PARW.
002600
002610          OPEN INPUT ARKPAR.
002620
002630          IF STATUS-PAR NOT = "00"
002640           GO TO EX-LEGGI-PARW
002650          END-IF.
002660
002670          MOVE LK-NOME-PARW       TO NOME-PAR.
002680          MOVE LK-QUALIFICA-PARW  TO QUALIFICA-PAR.
002690
002700          READ ARKPAR
002710           INVALID KEY GO TO CHIUDI-LEGGI-PARW.
002720
002730          MOVE VALORE-PAR         TO LK-VALORE-PARW.
002740          MOVE "OK"               TO LK-ESITO-PARW.
002750
002760 CHIUDI-LEGGI-PARW.
002770
002780          CLOSE ARKPAR.
002790
002800 EX-LEGGI-PARW.
002810          EXIT.
002820*
002830***** RIGA SUCCESSIVA DELLO STESSO PARAMETRO (SCANSIONE DELLE
002840***** RIGHE PER UTENTE)
002850*
002860 PROSSIMO-PARW.
002870
002880          MOVE SPACES             TO LK-VALORE-PARW.
002890
002900          OPEN INPUT ARKPAR.
002910
002920          IF STATUS-PAR NOT = "00"
002930           GO TO EX-PROSSIMO-PARW
002940          END-IF.
002950
002960          MOVE LK-NOME-PARW       TO NOME-PAR.
002970          MOVE LK-QUALIFICA-PARW  TO QUALIFICA-PAR.
002980
002990          START ARKPAR KEY IS GREATER THAN CHIAVE-PAR
003000           INVALID KEY GO TO CHIUDI-PROSSIMO-PARW.
003010
003020          MOVE "N"                TO FINE-FILE-PARW.
003030          READ ARKPAR NEXT RECORD
003040           AT END MOVE "S"        TO FINE-FILE-PARW.
003050
003060          IF FINE-FILE-PARW = "S" GO TO CHIUDI-PROSSIMO-PARW.
003070
003080          IF NOME-PAR NOT = LK-NOME-PARW
003090           GO TO CHIUDI-PROSSIMO-PARW.
003100
003110          MOVE QUALIFICA-PAR      TO LK-QUALIFICA-PARW.
003120          MOVE VALORE-PAR         TO LK-VALORE-PARW.
003130          MOVE "OK"               TO LK-ESITO-PARW.
003140
003150 CHIUDI-PROSSIMO-PARW.
003160
003170          CLOSE ARKPAR.
003180
003190 EX-PROSSIMO-PARW.
003200          EXIT.
003210*
003220***** IMPOSTAZIONE DI UN VALORE: DEFINIZIONE, CONTROLLI, SCRITTURA
003230***** CON BLOCCO DELLA RIGA E STORICO. UN VALORE UGUALE A QUELLO
003240***** GIA' REGISTRATO NON LASCIA TRACCIA
003250*
003260 IMPOSTA-PARW.
003270
003280          PERFORM APRI-PARW       THRU EX-APRI-PARW.
003290
003300          IF STATUS-PAR NOT = "00"
003310           MOVE "KO"              TO LK-ESITO-PARW
003320           MOVE "archivio parametri non disponibile"
003330                                  TO LK-MOTIVO-PARW
003340           GO TO EX-IMPOSTA-PARW
003350          END-IF.
003360
003370          PERFORM DEFINIZIONE-PARW THRU EX-DEFINIZIONE-PARW.
003380
003390          IF LK-ESITO-PARW = "KO"
003400           GO TO CHIUDI-IMPOSTA-PARW
003410          END-IF.
003420
003430          MOVE "KO"               TO LK-ESITO-PARW.
003440
003450          IF AMBITO-DEF-PARW = "U" AND LK-QUALIFICA-PARW = SPACES
003460           MOVE "parametro per utente: manca l'utente"
003470                                  TO LK-MOTIVO-PARW
003480           GO TO CHIUDI-IMPOSTA-PARW
003490          END-IF.
003500
003510          IF AMBITO-DEF-PARW = "G" AND
003520             LK-QUALIFICA-PARW NOT = SPACES
003530           MOVE "parametro globale: non va indicato l'utente"
003540                                  TO LK-MOTIVO-PARW
003550           GO TO CHIUDI-IMPOSTA-PARW
003560          END-IF.
003570
003580          MOVE LK-VALORE-PARW     TO VALORE-PARW.
003590
003600          PERFORM VALIDA-PARW     THRU EX-VALIDA-PARW.
003610
003620          IF NOT VALORE-VALIDO-PARW
003630           GO TO CHIUDI-IMPOSTA-PARW
003640          END-IF.
003650
003660          MOVE ZEROS              TO TENTATIVI-PARW.
003670
003680 LEGGI-IMPOSTA-PARW.
003690
003700          MOVE LK-NOME-PARW       TO NOME-PAR.
003710          MOVE LK-QUALIFICA-PARW  TO QUALIFICA-PAR.
003720          MOVE "N"                TO NUOVA-RIGA-PARW.
003730
003740          READ ARKPAR.
003750
003760          IF STATUS-PAR = "51" OR STATUS-PAR = "9D"
003770           ADD 1                  TO TENTATIVI-PARW
003780           IF TENTATIVI-PARW < 9999
003790            GO TO LEGGI-IMPOSTA-PARW
003800           END-IF
003810           MOVE "parametro in uso, riprovare" TO LK-MOTIVO-PARW
003820           GO TO CHIUDI-IMPOSTA-PARW
003830          END-IF.
003840
003850          IF STATUS-PAR = "23"
003860           MOVE "S"               TO NUOVA-RIGA-PARW
003870           MOVE SPACES            TO PARAMETRO
003880           MOVE LK-NOME-PARW      TO NOME-PAR
003890           MOVE LK-QUALIFICA-PARW TO QUALIFICA-PAR
003900           MOVE TIPO-DEF-PARW     TO TIPO-PAR
003910           MOVE AMBITO-DEF-PARW   TO AMBITO-PAR
003920           MOVE LUNGH-DEF-PARW    TO LUNGH-PAR
003930           MOVE MINIMO-DEF-PARW   TO MINIMO-PAR
003940           MOVE MASSIMO-DEF-PARW  TO MASSIMO-PAR
003950           MOVE DESC-DEF-PARW     TO DESC-PAR
003960          ELSE
003970           IF STATUS-PAR NOT = "00" AND STATUS-PAR NOT = "02"
003980            MOVE "errore di lettura dell'archivio parametri"
003990                                  TO LK-MOTIVO-PARW
004000            GO TO CHIUDI-IMPOSTA-PARW
004010           END-IF
004020          END-IF.
004030
004040          MOVE VALORE-PARW        TO LK-VALORE-PARW.
004050          MOVE "OK"               TO LK-ESITO-PARW.
004060
004070          IF NUOVA-RIGA-PARW = "N" AND VALORE-PAR = VALORE-PARW
004080           GO TO CHIUDI-IMPOSTA-PARW
004090          END-IF.
004100
004110          MOVE VALORE-PAR         TO VECCHIO-PARW.
004120
004130          IF NUOVA-RIGA-PARW = "S"
004140           MOVE SPACES            TO VECCHIO-PARW
004150          END-IF.
004160
004170          MOVE VALORE-PARW        TO VALORE-PAR.
004180          MOVE DATA-OGGI-PARW     TO DATA-MOD-PAR.
004190          MOVE ORA-OGGI-PARW(1:6) TO ORA-MOD-PAR.
004200          MOVE LK-OPERATORE-PARW  TO OPERATORE-MOD-PAR.
004210          MOVE LK-PROGRAMMA-PARW  TO PROGRAMMA-MOD-PAR.
004220
004230          MOVE CHIAVE-PAR         TO CHIAVE-STORICO-PARW.
004240
004250          IF NUOVA-RIGA-PARW = "S"
004260           WRITE PARAMETRO
004270            INVALID KEY
004280             MOVE "KO"            TO LK-ESITO-PARW
004290             MOVE "parametro creato da un altro utente, riprovare"
004300                                  TO LK-MOTIVO-PARW
004310             GO TO CHIUDI-IMPOSTA-PARW
004320           END-WRITE
004330          ELSE
004340           REWRITE PARAMETRO
004350            INVALID KEY
004360             MOVE "KO"            TO LK-ESITO-PARW
004370             MOVE "errore di scrittura dell'archivio parametri"
004380                                  TO LK-MOTIVO-PARW
004390             GO TO CHIUDI-IMPOSTA-PARW
004400           END-REWRITE
004410          END-IF.
004420
004430          MOVE "IMPOSTA"          TO AZIONE-PAH.
004440
004450          PERFORM STORICO-PARW    THRU EX-STORICO-PARW.
004460
004470 CHIUDI-IMPOSTA-PARW.
004480
004490          CLOSE ARKPAR.
004500
004510 EX-IMPOSTA-PARW.
004520          EXIT.
004530*
004540***** ELIMINAZIONE DELLA RIGA DI UN UTENTE; LA RIGA DI DEFINIZIONE
004550***** (QUALIFICA A SPAZI) NON SI TOGLIE
004560*
004570 ELIMINA-PARW.
004580
004590          IF LK-QUALIFICA-PARW = SPACES
004600           MOVE "KO"              TO LK-ESITO-PARW
004610           MOVE "la definizione di un parametro non si elimina"
004620                                  TO LK-MOTIVO-PARW
004630           GO TO EX-ELIMINA-PARW
004640          END-IF.
004650
004660          OPEN I-O ARKPAR.
004670
004680          IF STATUS-PAR NOT = "00"
004690           GO TO EX-ELIMINA-PARW
004700          END-IF.
004710
004720          MOVE ZEROS              TO TENTATIVI-PARW.
004730
004740 LEGGI-ELIMINA-PARW.
004750
004760          MOVE LK-NOME-PARW       TO NOME-PAR.
004770          MOVE LK-QUALIFICA-PARW  TO QUALIFICA-PAR.
004780
004790          READ ARKPAR.
004800
004810          IF STATUS-PAR = "51" OR STATUS-PAR = "9D"
004820           ADD 1                  TO TENTATIVI-PARW
004830           IF TENTATIVI-PARW < 9999
004840            GO TO LEGGI-ELIMINA-PARW
004850           END-IF
004860           MOVE "KO"              TO LK-ESITO-PARW
004870           MOVE "parametro in uso, riprovare" TO LK-MOTIVO-PARW
004880           GO TO CHIUDI-ELIMINA-PARW
004890          END-IF.
004900
004910          IF STATUS-PAR NOT = "00" AND STATUS-PAR NOT = "02"
004920           GO TO CHIUDI-ELIMINA-PARW
004930          END-IF.
004940
004950          MOVE VALORE-PAR         TO VECCHIO-PARW.
004960          MOVE TIPO-PAR           TO TIPO-DEF-PARW.
004970          MOVE LUNGH-PAR          TO LUNGH-DEF-PARW.
004980          MOVE SPACES             TO VALORE-PARW.
004990          MOVE CHIAVE-PAR         TO CHIAVE-STORICO-PARW.
005000
005010          DELETE ARKPAR
005020           INVALID KEY GO TO CHIUDI-ELIMINA-PARW.
005030
005040          MOVE "OK"               TO LK-ESITO-PARW.
005050          MOVE "ELIMINA"          TO AZIONE-PAH.
005060
005070          PERFORM STORICO-PARW    THRU EX-STORICO-PARW.
005080
005090 CHIUDI-ELIMINA-PARW.
005100
005110          CLOSE ARKPAR.
005120
005130 EX-ELIMINA-PARW.
005140          EXIT.
005150*
005160***** CENSIMENTO: DEFINIZIONI DEL CATALOGO ANCORA ASSENTI
005170*
005180 CENSISCI-PARW.
005190
005200          MOVE ZEROS              TO CREATE-PARW.
005210
005220          PERFORM APRI-PARW       THRU EX-APRI-PARW.
005230
005240          IF STATUS-PAR NOT = "00"
005250           MOVE "KO"              TO LK-ESITO-PARW
005260           MOVE "archivio parametri non disponibile"
005270                                  TO LK-MOTIVO-PARW
005280           GO TO EX-CENSISCI-PARW
005290          END-IF.
005300
005310          PERFORM CENSISCI-VOCE-PARW THRU EX-CENSISCI-VOCE-PARW
005320           VARYING IND-CAT-PARW FROM 1 BY 1
005330           UNTIL IND-CAT-PARW > NUM-CAT-PARW.
005340
005350          CLOSE ARKPAR.
005360
005370          MOVE SPACES             TO LK-VALORE-PARW.
005380          MOVE CREATE-PARW        TO LK-VALORE-PARW(1:9).
005390          MOVE "OK"               TO LK-ESITO-PARW.
005400
005410 EX-CENSISCI-PARW.
005420          EXIT.
005430
005440 CENSISCI-VOCE-PARW.
005450
005460          MOVE NOME-CAT-PARW(IND-CAT-PARW) TO NOME-PAR.
005470          MOVE SPACES             TO QUALIFICA-PAR.
005480
005490          READ ARKPAR
005500           INVALID KEY
005510            PERFORM SCRIVI-DEFINIZIONE-PARW
005520             THRU EX-SCRIVI-DEFINIZIONE-PARW
005530          END-READ.
005540
005550 EX-CENSISCI-VOCE-PARW.
005560          EXIT.
005570*
005580***** APERTURA IN AGGIORNAMENTO, CREANDO L'ARCHIVIO SE MANCA
005590*
005600 APRI-PARW.
005610
005620          OPEN I-O ARKPAR.
005630
005640          IF STATUS-PAR = "35"
005650           OPEN OUTPUT ARKPAR
005660           CLOSE ARKPAR
005670           OPEN I-O ARKPAR
005680          END-IF.
005690
005700 EX-APRI-PARW.
005710          EXIT.
005720*
005730***** DEFINIZIONE DEL PARAMETRO (RIGA CON QUALIFICA A SPAZI); SE
005740***** MANCA SI CREA DAL CATALOGO, SE NON E' NEL CATALOGO E' "KO"
005750*
005760 DEFINIZIONE-PARW.
005770
005780          MOVE LK-NOME-PARW       TO NOME-PAR.
005790          MOVE SPACES             TO QUALIFICA-PAR.
005800
005810          READ ARKPAR
005820           INVALID KEY GO TO CERCA-CATALOGO-PARW.
005830
005840          GO TO COPIA-DEFINIZIONE-PARW.
005850
005860 CERCA-CATALOGO-PARW.
005870
005880          MOVE 1                  TO IND-CAT-PARW.
005890
005900 CICLO-CATALOGO-PARW.
005910
005920          IF IND-CAT-PARW > NUM-CAT-PARW
005930           MOVE "KO"              TO LK-ESITO-PARW
005940           MOVE "parametro sconosciuto" TO LK-MOTIVO-PARW
005950           GO TO EX-DEFINIZIONE-PARW
005960          END-IF.
005970
005980          IF NOME-CAT-PARW(IND-CAT-PARW) NOT = LK-NOME-PARW
005990           ADD 1                  TO IND-CAT-PARW
006000           GO TO CICLO-CATALOGO-PARW
006010          END-IF.
006020
006030          PERFORM SCRIVI-DEFINIZIONE-PARW
006040           THRU EX-SCRIVI-DEFINIZIONE-PARW.
006050
006060          MOVE LK-NOME-PARW       TO NOME-PAR.
006070          MOVE SPACES             TO QUALIFICA-PAR.
006080
006090          READ ARKPAR
006100           INVALID KEY
006110            MOVE "KO"             TO LK-ESITO-PARW
006120            MOVE "definizione del parametro non registrata"
006130                                  TO LK-MOTIVO-PARW
006140            GO TO EX-DEFINIZIONE-PARW
006150          END-READ.
006160
006170 COPIA-DEFINIZIONE-PARW.
006180
006190          MOVE TIPO-PAR           TO TIPO-DEF-PARW.
006200          MOVE AMBITO-PAR         TO AMBITO-DEF-PARW.
006210          MOVE LUNGH-PAR          TO LUNGH-DEF-PARW.
006220          MOVE MINIMO-PAR         TO MINIMO-DEF-PARW.
006230          MOVE MASSIMO-PAR        TO MASSIMO-DEF-PARW.
006240          MOVE DESC-PAR           TO DESC-DEF-PARW.
006250
006260 EX-DEFINIZIONE-PARW.
006270          EXIT.
006280*
006290***** RIGA DI DEFINIZIONE DALLA VOCE IND-CAT-PARW DEL CATALOGO,
006300***** CON IL VALORE DI PARTENZA GIA' NORMALIZZATO
006310*
006320 SCRIVI-DEFINIZIONE-PARW.
006330
006340          MOVE TIPO-CAT-PARW(IND-CAT-PARW)   TO TIPO-DEF-PARW.
006350          MOVE AMBITO-CAT-PARW(IND-CAT-PARW) TO AMBITO-DEF-PARW.
006360          MOVE LUNGH-CAT-PARW(IND-CAT-PARW)  TO LUNGH-DEF-PARW.
006370          MOVE MINIMO-CAT-PARW(IND-CAT-PARW) TO MINIMO-DEF-PARW.
006380          MOVE MASSIMO-CAT-PARW(IND-CAT-PARW) TO MASSIMO-DEF-PARW.
006390          MOVE DESC-CAT-PARW(IND-CAT-PARW)   TO DESC-DEF-PARW.
006400          MOVE PARTENZA-CAT-PARW(IND-CAT-PARW) TO VALORE-PARW.
006410
006420          PERFORM VALIDA-PARW     THRU EX-VALIDA-PARW.
006430
006440          MOVE SPACES             TO PARAMETRO.
006450          MOVE NOME-CAT-PARW(IND-CAT-PARW) TO NOME-PAR.
006460          MOVE SPACES             TO QUALIFICA-PAR.
006470          MOVE TIPO-DEF-PARW      TO TIPO-PAR.
006480          MOVE AMBITO-DEF-PARW    TO AMBITO-PAR.
006490          MOVE LUNGH-DEF-PARW     TO LUNGH-PAR.
006500          MOVE MINIMO-DEF-PARW    TO MINIMO-PAR.
006510          MOVE MASSIMO-DEF-PARW   TO MASSIMO-PAR.
006520          MOVE DESC-DEF-PARW      TO DESC-PAR.
006530          MOVE VALORE-PARW        TO VALORE-PAR.
006540          MOVE DATA-OGGI-PARW     TO DATA-MOD-PAR.
006550          MOVE ORA-OGGI-PARW(1:6) TO ORA-MOD-PAR.
006560          MOVE LK-OPERATORE-PARW  TO OPERATORE-MOD-PAR.
006570          MOVE LK-PROGRAMMA-PARW  TO PROGRAMMA-MOD-PAR.
006580          MOVE CHIAVE-PAR         TO CHIAVE-STORICO-PARW.
006590
006600          WRITE PARAMETRO
006610           INVALID KEY GO TO EX-SCRIVI-DEFINIZIONE-PARW.
006620
006630          ADD 1                   TO CREATE-PARW.
006640
006650          MOVE SPACES             TO VECCHIO-PARW.
006660          MOVE "CENSISCI"         TO AZIONE-PAH.
006670
006680          PERFORM STORICO-PARW    THRU EX-STORICO-PARW.
006690
006700 EX-SCRIVI-DEFINIZIONE-PARW.
006710          EXIT.
006720*
006730***** CONTROLLO DI VALORE-PARW CONTRO LA DEFINIZIONE E SUA FORMA
006740***** NORMALIZZATA; SE NON VA, IL MOTIVO IN LK-MOTIVO-PARW
006750*
006760 VALIDA-PARW.
006770
006780          MOVE "N"                TO VALIDO-PARW.
006790
006800          IF TIPO-DEF-PARW = "N" GO TO VALIDA-NUMERO-PARW.
006810          IF TIPO-DEF-PARW = "S" GO TO VALIDA-SI-NO-PARW.
006820          IF TIPO-DEF-PARW = "O" GO TO VALIDA-ORA-PARW.
006830          IF TIPO-DEF-PARW = "D" GO TO VALIDA-DATA-PARW.
006840
006850***** TESTO E GETTONE: SOLO LA LUNGHEZZA
006860
006870          IF LUNGH-DEF-PARW < 256
006880           IF VALORE-PARW(LUNGH-DEF-PARW + 1:) NOT = SPACES
006890            MOVE LUNGH-DEF-PARW   TO LIMITE-EDIT-PARW
006900            PERFORM SINISTRA-PARW THRU EX-SINISTRA-PARW
006910            STRING "valore troppo lungo: al massimo "
006920                   DELIMITED BY SIZE
006930                   MINIMO-TESTO-PARW DELIMITED BY SPACE
006940                   " caratteri"   DELIMITED BY SIZE
006950                   INTO LK-MOTIVO-PARW
006960            GO TO EX-VALIDA-PARW
006970           END-IF
006980          END-IF.
006990
007000          MOVE "S"                TO VALIDO-PARW.
007010          GO TO EX-VALIDA-PARW.
007020
007030 VALIDA-NUMERO-PARW.
007040
007050          MOVE ZEROS              TO NUMERO-PARW CIFRE-PARW.
007060          MOVE 1                  TO IND-PARW.
007070
007080 CICLO-NUMERO-PARW.
007090
007100          IF IND-PARW > 256
007110           GO TO LIMITI-NUMERO-PARW
007120          END-IF.
007130
007140          IF VALORE-PARW(IND-PARW:1) = SPACE
007150           IF VALORE-PARW(IND-PARW:) NOT = SPACES
007160            MOVE "il valore deve essere un numero intero"
007170                                  TO LK-MOTIVO-PARW
007180            GO TO EX-VALIDA-PARW
007190           END-IF
007200           GO TO LIMITI-NUMERO-PARW
007210          END-IF.
007220
007230          IF VALORE-PARW(IND-PARW:1) NOT NUMERIC
007240           MOVE "il valore deve essere un numero intero"
007250                                  TO LK-MOTIVO-PARW
007260           GO TO EX-VALIDA-PARW
007270          END-IF.
007280
007290          ADD 1                   TO CIFRE-PARW.
007300
007310          IF CIFRE-PARW > 9
007320           MOVE "numero troppo lungo" TO LK-MOTIVO-PARW
007330           GO TO EX-VALIDA-PARW
007340          END-IF.
007350
007360          MOVE VALORE-PARW(IND-PARW:1) TO CIFRA-PARW.
007370          COMPUTE NUMERO-PARW = NUMERO-PARW * 10 + CIFRA-PARW.
007380
007390          ADD 1                   TO IND-PARW.
007400          GO TO CICLO-NUMERO-PARW.
007410
007420 LIMITI-NUMERO-PARW.
007430
007440          IF NUMERO-PARW < MINIMO-DEF-PARW OR
007450             NUMERO-PARW > MASSIMO-DEF-PARW
007460           MOVE MASSIMO-DEF-PARW  TO LIMITE-EDIT-PARW
007470           PERFORM SINISTRA-PARW  THRU EX-SINISTRA-PARW
007480           MOVE MINIMO-TESTO-PARW TO MASSIMO-TESTO-PARW
007490           MOVE MINIMO-DEF-PARW   TO LIMITE-EDIT-PARW
007500           PERFORM SINISTRA-PARW  THRU EX-SINISTRA-PARW
007510           STRING "valore ammesso da " DELIMITED BY SIZE
007520                  MINIMO-TESTO-PARW DELIMITED BY SPACE
007530                  " a "            DELIMITED BY SIZE
007540                  MASSIMO-TESTO-PARW DELIMITED BY SPACE
007550                  INTO LK-MOTIVO-PARW
007560           GO TO EX-VALIDA-PARW
007570          END-IF.
007580
007590          MOVE SPACES             TO VALORE-PARW.
007600          MOVE NUMERO-PARW        TO VALORE-PARW(1:9).
007610          MOVE "S"                TO VALIDO-PARW.
007620          GO TO EX-VALIDA-PARW.
007630
007640 VALIDA-SI-NO-PARW.
007650
007660          IF VALORE-PARW = SPACES
007670           MOVE "N"               TO VALORE-PARW
007680          END-IF.
007690
007700          IF (VALORE-PARW(1:1) NOT = "S" AND
007710              VALORE-PARW(1:1) NOT = "N") OR
007720             VALORE-PARW(2:) NOT = SPACES
007730           MOVE "il valore deve essere S o N" TO LK-MOTIVO-PARW
007740           GO TO EX-VALIDA-PARW
007750          END-IF.
007760
007770          MOVE "S"                TO VALIDO-PARW.
007780          GO TO EX-VALIDA-PARW.
007790
007800 VALIDA-ORA-PARW.
007810
007820          IF VALORE-PARW = SPACES
007830           MOVE "S"               TO VALIDO-PARW
007840           GO TO EX-VALIDA-PARW
007850          END-IF.
007860
007870          MOVE VALORE-PARW(1:4)   TO ORA-VALORE-PARW.
007880
007890          IF ORA-VALORE-PARW NOT NUMERIC OR
007900             VALORE-PARW(5:) NOT = SPACES OR
007910             HH-VALORE-PARW > 23 OR MM-VALORE-PARW > 59
007920           MOVE "ora non valida: indicare HHMM" TO LK-MOTIVO-PARW
007930           GO TO EX-VALIDA-PARW
007940          END-IF.
007950
007960          MOVE "S"                TO VALIDO-PARW.
007970          GO TO EX-VALIDA-PARW.
007980
007990 VALIDA-DATA-PARW.
008000
008010          IF VALORE-PARW = SPACES
008020           MOVE "S"               TO VALIDO-PARW
008030           GO TO EX-VALIDA-PARW
008040          END-IF.
008050
008060          MOVE VALORE-PARW(1:8)   TO DATA-VALORE-PARW.
008070
008080          IF DATA-VALORE-PARW NOT NUMERIC OR
008090             VALORE-PARW(9:) NOT = SPACES OR
008100             MESE-VALORE-PARW < 1 OR MESE-VALORE-PARW > 12 OR
008110             GIORNO-VALORE-PARW < 1 OR GIORNO-VALORE-PARW > 31
008120           MOVE "data non valida: indicare AAAAMMGG"
008130                                  TO LK-MOTIVO-PARW
008140           GO TO EX-VALIDA-PARW
008150          END-IF.
008160
008170          MOVE "S"                TO VALIDO-PARW.
008180
008190 EX-VALIDA-PARW.
008200          EXIT.
008210*
008220***** LIMITE-EDIT-PARW ALLINEATO A SINISTRA IN MINIMO-TESTO-PARW
008230*
008240 SINISTRA-PARW.
008250
008260          MOVE ZEROS              TO SPAZI-PARW.
008270          INSPECT LIMITE-EDIT-PARW TALLYING SPAZI-PARW
008280           FOR LEADING SPACES.
008290          MOVE LIMITE-EDIT-PARW(SPAZI-PARW + 1:)
008300                                  TO MINIMO-TESTO-PARW.
008310
008320 EX-SINISTRA-PARW.
008330          EXIT.
008340*
008350***** RIGA DI STORICO DI CHIAVE-STORICO-PARW: VECCHIO-PARW ->
008360***** VALORE-PARW, I GETTONI MASCHERATI
008370*
008380 STORICO-PARW.
008390
008400          OPEN EXTEND ARKPAH.
008410
008420          IF STATUS-PAH = "35"
008430           OPEN OUTPUT ARKPAH
008440           CLOSE ARKPAH
008450           OPEN EXTEND ARKPAH
008460          END-IF.
008470
008480          IF STATUS-PAH NOT = "00"
008490           GO TO EX-STORICO-PARW
008500          END-IF.
008510
008520          MOVE AZIONE-PAH         TO MASCHERA-PARW(1:8).
008530          MOVE ALL "!"            TO MODIFICA-PARAMETRO.
008540          MOVE MASCHERA-PARW(1:8) TO AZIONE-PAH.
008550
008560          MOVE DATA-OGGI-PARW     TO DATA-PAH.
008570          MOVE ORA-OGGI-PARW(1:6) TO ORA-PAH.
008580          MOVE LK-OPERATORE-PARW  TO OPERATORE-PAH.
008590          MOVE LK-PROGRAMMA-PARW  TO PROGRAMMA-PAH.
008600          MOVE NOME-STORICO-PARW  TO NOME-PAH.
008610          MOVE QUALIFICA-STORICO-PARW TO QUALIFICA-PAH.
008620
008630          MOVE VECCHIO-PARW       TO MASCHERA-PARW.
008640          PERFORM MASCHERA-GETTONE-PARW
008650           THRU EX-MASCHERA-GETTONE-PARW.
008660          MOVE MASCHERA-PARW      TO VECCHIO-PAH.
008670
008680          MOVE VALORE-PARW        TO MASCHERA-PARW.
008690          PERFORM MASCHERA-GETTONE-PARW
008700           THRU EX-MASCHERA-GETTONE-PARW.
008710          MOVE MASCHERA-PARW      TO NUOVO-PAH.
008720
008730          WRITE MODIFICA-PARAMETRO.
008740
008750          CLOSE ARKPAH.
008760
008770 EX-STORICO-PARW.
008780          EXIT.
008790*
008800***** DI UN GETTONE SEGRETO RESTANO SOLO LE ULTIME 6 CIFRE
008810*
008820 MASCHERA-GETTONE-PARW.
008830
008840          IF TIPO-DEF-PARW NOT = "G" OR MASCHERA-PARW = SPACES
008850           GO TO EX-MASCHERA-GETTONE-PARW
008860          END-IF.
008870
008880          MOVE 256                TO FINE-MASCHERA-PARW.
008890
008900 CICLO-MASCHERA-PARW.
008910
008920          IF MASCHERA-PARW(FINE-MASCHERA-PARW:1) = SPACE
008930           SUBTRACT 1             FROM FINE-MASCHERA-PARW
008940           GO TO CICLO-MASCHERA-PARW
008950          END-IF.
008960
008970          IF FINE-MASCHERA-PARW < 7
008980           MOVE "******"          TO MASCHERA-PARW
008990           GO TO EX-MASCHERA-GETTONE-PARW
009000          END-IF.
009010
009020          MOVE MASCHERA-PARW(FINE-MASCHERA-PARW - 5:6)
009030                                  TO MASCHERA-PARW(7:6).
009040          MOVE "******"           TO MASCHERA-PARW(1:6).
009050          MOVE SPACES             TO MASCHERA-PARW(13:).
009060
009070 EX-MASCHERA-GETTONE-PARW.
009080          EXIT.
