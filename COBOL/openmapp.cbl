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
000200* LE MIE APPROVAZIONI: UNA SOLA GRIGLIA JSON CON TUTTO QUELLO
000210* CHE ATTENDE UNA DECISIONE DELL'OPERATORE, DA TUTTE LE CODE:
000220*  PEN  MODIFICHE UTENTE IN SECONDA FIRMA (openpend.exe)
000230*  ABIQ RICHIESTE DI ABILITAZIONE, FASE DI VISTO DEL
000240*       RESPONSABILE DI UNITA' O DI APPROVAZIONE (openabiq.exe)
000250*  CER  VOCI DI RICERTIFICAZIONE DEI GRUPPI DI CUI L'OPERATORE
000260*       E' RESPONSABILE (opencerw.exe)
000270*  WAI  DEROGHE SOD DA RIDECIDERE, SCADUTE O IN SCADENZA, DI
000280*       CUI L'OPERATORE E' RESPONSABILE (openmwai.exe)
000283*  REP  ALLARMI DI REPERIBILITA' ASSEGNATI ALL'OPERATORE E NON
000286*       ANCORA PRESI IN CARICO (openmrep.exe)
000290* LE CODE DI AMMINISTRAZIONE (PEN E ABIQ IN APPROVAZIONE) SONO
000300* DI CHI HA LA CHIAMATA SI/AP/AM SUI DIRITTI EFFETTIVI; LE ALTRE
000310* SONO PERSONALI E CON UNA DELEGA PER ASSENZA (DELEGANTE-WEB)
000320* PORTANO ANCHE LE VOCI DEL DELEGANTE. CIO' CHE L'OPERATORE HA
000330* CHIESTO O DI CUI BENEFICIA NON GLI VIENE MAI PROPOSTO. LE VOCI
000340* SOLLECITATE (RICHIESTE ABIQ GIA' SEGNALATE DA OPENNOTS, ATTESE
000350* OLTRE LA SOGLIA, CAMPAGNE AGLI SGOCCIOLI, DEROGHE SCADUTE,
000355* ALLARMI DI REPERIBILITA') VENGONO PER PRIME. I LINK SI/NO
000360* RIMANDANO ALLA FUNZIONE DELLA CODA, CHE APPLICA I PROPRI
000370* CONTROLLI (QUATTRO OCCHI, SOD, LICENZE, TICKET DI
000380* CAMBIAMENTO).
000390*
000400 IDENTIFICATION   DIVISION.
000410 PROGRAM-ID.      OPENMAPP.
000420 ENVIRONMENT      DIVISION.
000430 CONFIGURATION    SECTION.
000440          COPY "SPECIAL.CBL".
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470
000480          COPY "SELWEB.CBL".
000490          COPY "SELESE.CBL".
000500          COPY "SELJOB.CBL".
000510          COPY "SELVIEW.CBL".
000520          COPY "SELVSTO.CBL".
000530          COPY "SELJSON.CBL".
000540          COPY "SELUTEN.CBL".
000550          COPY "SELABI.CBL".
000560          COPY "SELGER.CBL".
000570          COPY "SELPEN.CBL".
000580          COPY "SELABIQ.CBL".
000590          COPY "SELCER.CBL".
000600          COPY "SELGRU.CBL".
000610          COPY "SELWAI.CBL".
000620          COPY "SELNOT.CBL".
000624          COPY "SELACK.CBL".
000630
000640 DATA             DIVISION.
000650 FILE SECTION.
000660
000670          COPY "FDEWEB.CBL".
000680          COPY "FDEESE.CBL".
000690          COPY "FDEJOB.CBL".
000700          COPY "FDEVIEW.CBL".
000710          COPY "FDEVSTO.CBL".
000720          COPY "FDEJSON.CBL".
000730          COPY "FDEUTEN.CBL".
000740          COPY "FDEABI.CBL".
000750          COPY "FDEGER.CBL".
000760          COPY "FDEPEN.CBL".
000770          COPY "FDEABIQ.CBL".
000780          COPY "FDECER.CBL".
000790          COPY "FDEGRU.CBL".
000800          COPY "FDEWAI.CBL".
000810          COPY "FDENOT.CBL".
000814          COPY "FDEACK.CBL".
000820
000830 WORKING-STORAGE  SECTION.
000840
000850          COPY "COBW3.CBL".
000860          COPY "GLOBALS.CBL".
000870*
000880 01 OPERATORE-MAPP             PIC X(08).
000890 01 AMMINISTRATORE-MAPP        PIC X.
000900 01 PRIMA-RIGA-MAPP            PIC X.
000910 01 IND-GRUPPI-MAPP            PIC 9(2) COMP.
000920*
000930** SOGLIA DI GIACENZA (GIORNI, COME IL DEFAULT DI OPENNOTS) E
000940** ANTICIPO CON CUI UNA DEROGA IN SCADENZA ENTRA IN GRIGLIA;
000950** IL RINNOVO PROPOSTO NEL LINK ALLUNGA DI UN ANNO
000960*
000970 01 SOGLIA-MAPP                PIC 9(3) VALUE 3.
000980 01 ANTICIPO-WAI-MAPP          PIC 9(3) VALUE 30.
000990 01 RINNOVO-WAI-MAPP           PIC 9(3) VALUE 365.
001000*
001010 01 OGGI-MAPP                  PIC 9(08).
001020 01 INTEGER-OGGI-MAPP          PIC S9(9) COMP.
001030 01 INTEGER-DATA-MAPP          PIC S9(9) COMP.
001040*
001050** PRIMA PASSATA: SOLO LE VOCI SOLLECITATE; SECONDA: LE ALTRE
001060*
001070 01 PASSATA-MAPP               PIC 9.
001080 01 SCARTA-MAPP                PIC X.
001090*
001100** RICHIESTE ABIQ GIA' SOLLECITATE DA OPENNOTS (ABIQSTALE)
001110*
001120 01 TAB-SOLLECITI-MAPP.
001130    02 NUMERO-SOLL-MAPP        PIC 9(8) OCCURS 500 TIMES.
001140 01 NUM-SOLL-MAPP              PIC 9(3) COMP.
001150 01 IND-SOLL-MAPP              PIC 9(3) COMP.
001160*
001170** GRUPPO GIA' CERCATO SU ARKGRU, PER NON RILEGGERLO AD OGNI
001180** VOCE DELLA STESSA CAMPAGNA
001190*
001200 01 GRUPPO-LETTO-MAPP          PIC 9(4).
001210 01 OWNER-LETTO-MAPP           PIC X(08).
001220*
001230** RIGA DELLA GRIGLIA, COMPOSTA DA OGNI CODA
001240*
001250 01 RIGA-MAPP.
001260    02 TIPO-RIGA-MAPP          PIC X(4).
001270    02 FASE-RIGA-MAPP          PIC X(12).
001280    02 CHIAVE-RIGA-MAPP        PIC X(30).
001290    02 GIORNI-RIGA-MAPP        PIC 9(5).
001300    02 GIORNI-VIS-MAPP         PIC X(5).
001310    02 SCADENZA-RIGA-MAPP      PIC 9(8).
001320    02 RICHIEDENTE-RIGA-MAPP   PIC X(8).
001330    02 PERCONTO-RIGA-MAPP      PIC X(8).
001340    02 SOLLECITO-RIGA-MAPP     PIC X.
001350    02 SINTESI-RIGA-MAPP       PIC X(80).
001360    02 SI-RIGA-MAPP            PIC X(200).
001370    02 NO-RIGA-MAPP            PIC X(200).
001380 01 GIORNI-ED-MAPP             PIC ZZZZ9.
001390 01 PROPOSTA-WAI-MAPP          PIC 9(8).
001400*
001410 PROCEDURE  DIVISION.
001420*
001430          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001440
001450*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001460*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001470*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001480          IF SESSIONE-RIFIUTATA GO TO FINE-MAPP.
001490          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001500
001510          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001520          PERFORM READ-WEB        THRU EX-READ-WEB.
001530          MOVE SPACES             TO OPERATORE-MAPP.
001540          MOVE VALUE-WEB(1:8)     TO OPERATORE-MAPP.
001550
001560          IF OPERATORE-MAPP = SPACES
001570           MOVE "Operatore non indicato" TO MESSAGGIO
001580           PERFORM VIS-MESS       THRU EX-VIS-MESS
001590           GO TO FINE-MAPP
001600          END-IF.
001610
001620          PERFORM AUTORIZZA-MAPP  THRU EX-AUTORIZZA-MAPP.
001630
001640          ACCEPT OGGI-MAPP        FROM DATE YYYYMMDD.
001650          COMPUTE INTEGER-OGGI-MAPP =
001660           FUNCTION INTEGER-OF-DATE(OGGI-MAPP).
001670
001680          PERFORM CARICA-SOLLECITI-MAPP
001690           THRU EX-CARICA-SOLLECITI-MAPP.
001700
001710          PERFORM OPEN-I-PEN      THRU EX-OPEN-I-PEN.
001720          PERFORM OPEN-I-ABIQ     THRU EX-OPEN-I-ABIQ.
001730          PERFORM OPEN-I-CER      THRU EX-OPEN-I-CER.
001740          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
001750          PERFORM OPEN-I-WAI      THRU EX-OPEN-I-WAI.
001754          PERFORM OPEN-I-ACK      THRU EX-OPEN-I-ACK.
001760
001770          MOVE SPACES             TO NOME-JSON.
001780          MOVE "MIEAPPROVAZIONI"  TO NOME-JSON.
001790
001800          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001810
001820          MOVE "{""rows"":["      TO DATI-JSON.
001830          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001840
001850          MOVE SPACES             TO DATI-JSON.
001860          MOVE "S"                TO PRIMA-RIGA-MAPP.
001870
001880          PERFORM CODE-MAPP       THRU EX-CODE-MAPP
001890           VARYING PASSATA-MAPP FROM 1 BY 1
001900           UNTIL PASSATA-MAPP > 2.
001910
001920          MOVE "]}"               TO DATI-JSON.
001930          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001940
001950          CLOSE ARKJSON.
001960
001964          PERFORM CLOSE-ACK       THRU EX-CLOSE-ACK.
001970          PERFORM CLOSE-WAI       THRU EX-CLOSE-WAI.
001980          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
001990          PERFORM CLOSE-CER       THRU EX-CLOSE-CER.
002000          PERFORM CLOSE-ABIQ      THRU EX-CLOSE-ABIQ.
002010          PERFORM CLOSE-PEN       THRU EX-CLOSE-PEN.
002020
002030          MOVE "MIEAPPROVAZIONI.HTM" TO PAGE-WEB.
002040          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
002050
002060 FINE-MAPP.
002070          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
002080          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
002090
002100          PERFORM FINE-WEB        THRU EX-FINE-WEB.
002110
002120          GOBACK.
002130
002140          COPY "PIOWEB1.CBL".
002150          COPY "PIOESE.CBL".
002160          COPY "PIOJOB.CBL".
002170          COPY "PIOVIEW.CBL".
002180          COPY "PIOVSTO.CBL".
002190          COPY "PIOVIEWH.CBL".
002200          COPY "PIOJSON.CBL".
002210          COPY "PIOUTEN.CBL".
002220          COPY "PIOABI.CBL".
002230          COPY "PIOGER.CBL".
002240          COPY "PIOGERA.CBL".
002250          COPY "PIOPEN.CBL".
002260          COPY "PIOABIQ.CBL".
002270          COPY "PIOCER.CBL".
002280          COPY "PIOGRU.CBL".
002290          COPY "PIOWAI.CBL".
002300          COPY "PIONOT.CBL".
002304          COPY "PIOACK.CBL".
002310*
002320***** CONTROLLO ABILITAZIONE ALLE CODE DI AMMINISTRAZIONE: LA
002330***** CHIAMATA SI/AP/AM CONCESSA AL GRUPPO DELL'OPERATORE (ENTE
002340***** 00) O AD UNO DEI SUOI GRUPPI EXTRA, CON L'EREDITARIETA' DI
002350***** AUTORIZZA-GER (UN DELEGATO HA GIA' TRA I GRUPPI EXTRA
002360***** QUELLI DEL DELEGANTE)
002370*
002380 AUTORIZZA-MAPP.
002390
002400          MOVE "N"                TO AMMINISTRATORE-MAPP.
002410
002420          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002430
002440          MOVE OPERATORE-MAPP     TO CHIAVE-UTEN.
002450          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002460
002470          IF ESITO-NOK GO TO CHIUDI-AUTORIZZA-MAPP.
002480
002490          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002500          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002510
002520          MOVE ZEROS              TO ENTE-ABI.
002530          MOVE "SI"               TO MOD-ABI.
002540          MOVE "AP"               TO ENT-ABI.
002550          MOVE "AM"               TO FUNZ-ABI.
002560
002570          MOVE GRUPPO-UTEN        TO GRUPPO-ABI.
002580          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
002590
002600          PERFORM PROVA-EXTRA-MAPP
002610           THRU EX-PROVA-EXTRA-MAPP
002620           VARYING IND-GRUPPI-MAPP FROM 1 BY 1
002630           UNTIL IND-GRUPPI-MAPP > 5
002640           OR IND-GRUPPI-MAPP > NUM-GRUPPI-UTEN
002650           OR ESITO-OK.
002660
002670          IF ESITO-OK
002680           MOVE "S"               TO AMMINISTRATORE-MAPP
002690          END-IF.
002700
002710          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002720          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002730
002740 CHIUDI-AUTORIZZA-MAPP.
002750
002760          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002770
002780 EX-AUTORIZZA-MAPP.
002790          EXIT.
002800
002810 PROVA-EXTRA-MAPP.
002820
002830          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-MAPP) > ZEROS
002840           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-MAPP)
002850            TO GRUPPO-ABI
002860           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
002870          END-IF.
002880
002890 EX-PROVA-EXTRA-MAPP.
002900          EXIT.
002910*
002920***** RICHIESTE ABIQ GIA' SOLLECITATE: IL RIFERIMENTO DELLA
002930***** NOTIFICA ABIQSTALE E' "ABIQ " + NUMERO (+ " VISTO")
002940*
002950 CARICA-SOLLECITI-MAPP.
002960
002970          MOVE ZEROS              TO NUM-SOLL-MAPP.
002980
002990          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
003000
003010          MOVE LOW-VALUES         TO CHIAVE-NOT.
003020          PERFORM STARTO-NOT      THRU EX-STARTO-NOT.
003030
003040          IF ESITO-NOK GO TO CHIUDI-SOLLECITI-MAPP.
003050
003060 CICLO-SOLLECITI-MAPP.
003070
003080          PERFORM LEGGO-NEXT-NOT  THRU EX-LEGGO-NEXT-NOT.
003090
003100          IF FINE-FILE = "S" GO TO CHIUDI-SOLLECITI-MAPP.
003110
003120          IF TIPO-NOT NOT = "ABIQSTALE"
003130           OR RIFERIMENTO-NOT(6:8) NOT NUMERIC
003140           GO TO CICLO-SOLLECITI-MAPP
003150          END-IF.
003160
003170          IF NUM-SOLL-MAPP < 500
003180           ADD 1                  TO NUM-SOLL-MAPP
003190           MOVE RIFERIMENTO-NOT(6:8)
003200            TO NUMERO-SOLL-MAPP(NUM-SOLL-MAPP)
003210          END-IF.
003220
003230          GO TO CICLO-SOLLECITI-MAPP.
003240
003250 CHIUDI-SOLLECITI-MAPP.
003260
003270          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
003280
003290 EX-CARICA-SOLLECITI-MAPP.
003300          EXIT.
003310*
003320***** UNA PASSATA SU TUTTE LE CODE
003330*
003340 CODE-MAPP.
003350
003360          PERFORM CODA-PEN-MAPP   THRU EX-CODA-PEN-MAPP.
003370          PERFORM CODA-ABIQ-MAPP  THRU EX-CODA-ABIQ-MAPP.
003380          PERFORM CODA-CER-MAPP   THRU EX-CODA-CER-MAPP.
003390          PERFORM CODA-WAI-MAPP   THRU EX-CODA-WAI-MAPP.
003394          PERFORM CODA-REP-MAPP   THRU EX-CODA-REP-MAPP.
003400
003410 EX-CODE-MAPP.
003420          EXIT.
003430*
003440***** MODIFICHE UTENTE IN SECONDA FIRMA: CODA DI AMMINISTRAZIONE,
003450***** SENZA LE RICHIESTE DELL'OPERATORE STESSO
003460*
003470 CODA-PEN-MAPP.
003480
003490          IF AMMINISTRATORE-MAPP NOT = "S" GO TO EX-CODA-PEN-MAPP.
003500
003510          MOVE LOW-VALUE          TO CHIAVE-PEN.
003520          PERFORM STARTO-PEN      THRU EX-STARTO-PEN.
003530
003540          IF ESITO-NOK GO TO EX-CODA-PEN-MAPP.
003550
003560 CICLO-PEN-MAPP.
003570
003580          PERFORM LEGGO-NEXT-PEN  THRU EX-LEGGO-NEXT-PEN.
003590
003600          IF FINE-FILE = "S" GO TO EX-CODA-PEN-MAPP.
003610
003620          IF NOT PEN-PENDENTE GO TO CICLO-PEN-MAPP.
003630
003640          IF RICHIEDENTE-PEN = OPERATORE-MAPP
003650           GO TO CICLO-PEN-MAPP
003660          END-IF.
003670
003680          MOVE SPACES             TO RIGA-MAPP.
003690          MOVE "PEN"              TO TIPO-RIGA-MAPP.
003700          MOVE "SECONDAFIRMA"     TO FASE-RIGA-MAPP.
003710          MOVE NUMERO-PEN         TO CHIAVE-RIGA-MAPP.
003720          MOVE RICHIEDENTE-PEN    TO RICHIEDENTE-RIGA-MAPP.
003730          MOVE ZEROS              TO SCADENZA-RIGA-MAPP.
003740
003750          MOVE DATA-RICH-PEN      TO INTEGER-DATA-MAPP.
003760          PERFORM ETA-MAPP        THRU EX-ETA-MAPP.
003770
003780          MOVE "N"                TO SOLLECITO-RIGA-MAPP.
003790          IF GIORNI-RIGA-MAPP > SOGLIA-MAPP
003800           MOVE "S"               TO SOLLECITO-RIGA-MAPP
003810          END-IF.
003820
003830          PERFORM FILTRA-PASSATA-MAPP
003840           THRU EX-FILTRA-PASSATA-MAPP.
003850          IF SCARTA-MAPP = "S" GO TO CICLO-PEN-MAPP.
003860
003870          IF PEN-NUOVOUTEN
003880           STRING "Nuovo utente " UTENTE-OGG-PEN " "
003890            NOME-NUOVO-PEN
003900            DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP
003910          END-IF.
003920          IF PEN-SBLOCCO
003930           STRING "Sblocco utenza " UTENTE-OGG-PEN
003940            DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP
003950          END-IF.
003960          IF PEN-GRUPPI
003970           STRING "Gruppi di " UTENTE-OGG-PEN ": gruppo "
003980            GRUPPO-NUOVO-PEN " + " NUM-GRUPPI-NUOVO-PEN
003990            " extra"
004000            DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP
004010          END-IF.
004020
004030          STRING '<a href=openpend.exe?MK-KEY=' DELIMITED BY SIZE
004035           SECTION-WEB            DELIMITED BY SIZE
004040           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
004050           "&MK-FUNZIONE=approva&MK-numero=" DELIMITED BY SIZE
004060           NUMERO-PEN             DELIMITED BY SIZE
004070           ">SI</a>"              DELIMITED BY SIZE
004080           INTO SI-RIGA-MAPP.
004090
004100          STRING '<a href=openpend.exe?MK-KEY=' DELIMITED BY SIZE
004105           SECTION-WEB            DELIMITED BY SIZE
004110           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
004120           "&MK-FUNZIONE=respingi&MK-numero=" DELIMITED BY SIZE
004130           NUMERO-PEN             DELIMITED BY SIZE
004140           ">NO</a>"              DELIMITED BY SIZE
004150           INTO NO-RIGA-MAPP.
004160
004170          PERFORM RIGA-JSON-MAPP  THRU EX-RIGA-JSON-MAPP.
004180
004190          GO TO CICLO-PEN-MAPP.
004200
004210 EX-CODA-PEN-MAPP.
004220          EXIT.
004230*
004240***** RICHIESTE DI ABILITAZIONE: IL VISTO E' DEL RESPONSABILE DI
004250***** UNITA' DESIGNATO (O DI CHI LO SOSTITUISCE PER DELEGA),
004260***** L'APPROVAZIONE E' DELLA CODA DI AMMINISTRAZIONE
004270*
004280 CODA-ABIQ-MAPP.
004290
004300          MOVE LOW-VALUE          TO CHIAVE-ABIQ.
004310          PERFORM STARTO-ABIQ     THRU EX-STARTO-ABIQ.
004320
004330          IF ESITO-NOK GO TO EX-CODA-ABIQ-MAPP.
004340
004350 CICLO-ABIQ-MAPP.
004360
004370          PERFORM LEGGO-NEXT-ABIQ THRU EX-LEGGO-NEXT-ABIQ.
004380
004390          IF FINE-FILE = "S" GO TO EX-CODA-ABIQ-MAPP.
004400
004410          IF NOT RICHIESTA-PENDENTE GO TO CICLO-ABIQ-MAPP.
004420
004430          IF RICHIEDENTE-ABIQ = OPERATORE-MAPP
004440           GO TO CICLO-ABIQ-MAPP
004450          END-IF.
004460
004470          MOVE SPACES             TO RIGA-MAPP.
004480
004490          IF RICHIESTA-DA-VISTARE
004500           IF APPROVATORE-ABIQ NOT = OPERATORE-MAPP
004510            AND (DELEGANTE-WEB = SPACES
004520            OR DELEGANTE-WEB NOT = APPROVATORE-ABIQ)
004530            GO TO CICLO-ABIQ-MAPP
004540           END-IF
004550           IF APPROVATORE-ABIQ NOT = OPERATORE-MAPP
004560            MOVE APPROVATORE-ABIQ TO PERCONTO-RIGA-MAPP
004570           END-IF
004580           MOVE "VISTO"           TO FASE-RIGA-MAPP
004590          ELSE
004600           IF AMMINISTRATORE-MAPP NOT = "S"
004610            GO TO CICLO-ABIQ-MAPP
004620           END-IF
004630           MOVE "APPROVAZIONE"    TO FASE-RIGA-MAPP
004640          END-IF.
004650
004660          MOVE "ABIQ"             TO TIPO-RIGA-MAPP.
004670          MOVE NUMERO-ABIQ        TO CHIAVE-RIGA-MAPP.
004680          MOVE RICHIEDENTE-ABIQ   TO RICHIEDENTE-RIGA-MAPP.
004690          MOVE ZEROS              TO SCADENZA-RIGA-MAPP.
004700
004710          MOVE DATA-RICH-ABIQ     TO INTEGER-DATA-MAPP.
004720          PERFORM ETA-MAPP        THRU EX-ETA-MAPP.
004730
004740          MOVE "N"                TO SOLLECITO-RIGA-MAPP.
004750          IF GIORNI-RIGA-MAPP > SOGLIA-MAPP
004760           MOVE "S"               TO SOLLECITO-RIGA-MAPP
004770          END-IF.
004780
004790          PERFORM CERCA-SOLLECITO-MAPP
004800           THRU EX-CERCA-SOLLECITO-MAPP
004810           VARYING IND-SOLL-MAPP FROM 1 BY 1
004820           UNTIL IND-SOLL-MAPP > NUM-SOLL-MAPP
004830           OR SOLLECITO-RIGA-MAPP = "S".
004840
004850          PERFORM FILTRA-PASSATA-MAPP
004860           THRU EX-FILTRA-PASSATA-MAPP.
004870          IF SCARTA-MAPP = "S" GO TO CICLO-ABIQ-MAPP.
004880
004890          STRING "Abilitazione " CHIAMATA-RICH-ABIQ
004900           " ente " ENTE-RICH-ABIQ " gruppo " GRUPPO-RICH-ABIQ
004910           " " DESC-RICH-ABIQ
004920           DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP.
004930
004940          IF RICHIESTA-DA-VISTARE
004950           STRING '<a href=openabiq.exe?MK-KEY=' DELIMITED BY SIZE
004955            SECTION-WEB           DELIMITED BY SIZE
004960            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
004970            "&MK-FUNZIONE=vista&MK-numero=" DELIMITED BY SIZE
004980            NUMERO-ABIQ           DELIMITED BY SIZE
004990            ">SI</a>"             DELIMITED BY SIZE
005000            INTO SI-RIGA-MAPP
005010          ELSE
005020           STRING '<a href=openabiq.exe?MK-KEY=' DELIMITED BY SIZE
005025            SECTION-WEB           DELIMITED BY SIZE
005030            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
005040            "&MK-FUNZIONE=approva&MK-numero=" DELIMITED BY SIZE
005050            NUMERO-ABIQ           DELIMITED BY SIZE
005060            ">SI</a>"             DELIMITED BY SIZE
005070            INTO SI-RIGA-MAPP
005080          END-IF.
005090
005100          STRING '<a href=openabiq.exe?MK-KEY=' DELIMITED BY SIZE
005105           SECTION-WEB            DELIMITED BY SIZE
005110           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
005120           "&MK-FUNZIONE=respingi&MK-numero=" DELIMITED BY SIZE
005130           NUMERO-ABIQ            DELIMITED BY SIZE
005140           ">NO</a>"              DELIMITED BY SIZE
005150           INTO NO-RIGA-MAPP.
005160
005170          PERFORM RIGA-JSON-MAPP  THRU EX-RIGA-JSON-MAPP.
005180
005190          GO TO CICLO-ABIQ-MAPP.
005200
005210 EX-CODA-ABIQ-MAPP.
005220          EXIT.
005230
005240 CERCA-SOLLECITO-MAPP.
005250
005260          IF NUMERO-SOLL-MAPP(IND-SOLL-MAPP) = NUMERO-ABIQ
005270           MOVE "S"               TO SOLLECITO-RIGA-MAPP
005280          END-IF.
005290
005300 EX-CERCA-SOLLECITO-MAPP.
005310          EXIT.
005320*
005330***** RICERTIFICAZIONE: LE VOCI PENDENTI DEI GRUPPI DI CUI
005340***** L'OPERATORE (O IL SUO DELEGANTE) E' RESPONSABILE SU ARKGRU;
005350***** SOLLECITATE QUANDO LA CAMPAGNA CHIUDE ENTRO LA SOGLIA
005360*
005370 CODA-CER-MAPP.
005380
005390          MOVE 9999               TO GRUPPO-LETTO-MAPP.
005400          MOVE SPACES             TO OWNER-LETTO-MAPP.
005410
005420          MOVE LOW-VALUE          TO CHIAVE-CER.
005430          PERFORM STARTO-CER      THRU EX-STARTO-CER.
005440
005450          IF ESITO-NOK GO TO EX-CODA-CER-MAPP.
005460
005470 CICLO-CER-MAPP.
005480
005490          PERFORM LEGGO-NEXT-CER  THRU EX-LEGGO-NEXT-CER.
005500
005510          IF FINE-FILE = "S" GO TO EX-CODA-CER-MAPP.
005520
005530          IF NOT CER-PENDENTE GO TO CICLO-CER-MAPP.
005540
005550          IF GRUPPO-CER NOT = GRUPPO-LETTO-MAPP
005560           MOVE GRUPPO-CER        TO GRUPPO-LETTO-MAPP
005570           MOVE SPACES            TO OWNER-LETTO-MAPP
005580           MOVE GRUPPO-CER        TO GRUPPO-GRU
005590           PERFORM LEGGO-GRU      THRU EX-LEGGO-GRU
005600           IF ESITO-OK
005610            MOVE OWNER-GRU        TO OWNER-LETTO-MAPP
005620           END-IF
005630          END-IF.
005640
005650          IF OWNER-LETTO-MAPP = SPACES GO TO CICLO-CER-MAPP.
005660
005670          MOVE SPACES             TO RIGA-MAPP.
005680
005690          IF OWNER-LETTO-MAPP NOT = OPERATORE-MAPP
005700           IF DELEGANTE-WEB = SPACES
005710            OR DELEGANTE-WEB NOT = OWNER-LETTO-MAPP
005720            GO TO CICLO-CER-MAPP
005730           END-IF
005740           MOVE OWNER-LETTO-MAPP  TO PERCONTO-RIGA-MAPP
005750          END-IF.
005760
005770          MOVE "CER"              TO TIPO-RIGA-MAPP.
005780          MOVE "RICERTIFICA"      TO FASE-RIGA-MAPP.
005790          STRING CAMPAGNA-CER "/" ENTE-CER "/" GRUPPO-CER "/"
005800           CHIAMATA-CER
005810           DELIMITED BY SIZE INTO CHIAVE-RIGA-MAPP.
005820          MOVE SCADENZA-CAMPAGNA-CER TO SCADENZA-RIGA-MAPP.
005830
005840          MOVE ZEROS              TO GIORNI-RIGA-MAPP.
005850
005860          MOVE "N"                TO SOLLECITO-RIGA-MAPP.
005870          IF SCADENZA-CAMPAGNA-CER NUMERIC
005880           AND SCADENZA-CAMPAGNA-CER > ZEROS
005890           COMPUTE INTEGER-DATA-MAPP =
005900            FUNCTION INTEGER-OF-DATE(SCADENZA-CAMPAGNA-CER)
005910           IF INTEGER-DATA-MAPP > ZEROS
005920            AND INTEGER-DATA-MAPP - INTEGER-OGGI-MAPP
005930             NOT > SOGLIA-MAPP
005940            MOVE "S"              TO SOLLECITO-RIGA-MAPP
005950           END-IF
005960          END-IF.
005970
005980          PERFORM FILTRA-PASSATA-MAPP
005990           THRU EX-FILTRA-PASSATA-MAPP.
006000          IF SCARTA-MAPP = "S" GO TO CICLO-CER-MAPP.
006010
006020          STRING "Conferma " CHIAMATA-CER " al gruppo "
006030           GRUPPO-CER " ente " ENTE-CER " " DESC-CER
006040           DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP.
006050
006060          STRING '<a href=opencerw.exe?MK-KEY=' DELIMITED BY SIZE
006065           SECTION-WEB            DELIMITED BY SIZE
006070           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
006080           "&MK-FUNZIONE=conferma&MK-campagna=" DELIMITED BY SIZE
006090           CAMPAGNA-CER           DELIMITED BY SIZE
006100           "&MK-ente="            DELIMITED BY SIZE
006110           ENTE-CER               DELIMITED BY SIZE
006120           "&MK-gruppo="          DELIMITED BY SIZE
006130           GRUPPO-CER             DELIMITED BY SIZE
006140           "&MK-chiamata="        DELIMITED BY SIZE
006150           CHIAMATA-CER           DELIMITED BY SIZE
006160           ">SI</a>"              DELIMITED BY SIZE
006170           INTO SI-RIGA-MAPP.
006180
006190          STRING '<a href=opencerw.exe?MK-KEY=' DELIMITED BY SIZE
006195           SECTION-WEB            DELIMITED BY SIZE
006200           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
006210           "&MK-FUNZIONE=revoca&MK-campagna=" DELIMITED BY SIZE
006220           CAMPAGNA-CER           DELIMITED BY SIZE
006230           "&MK-ente="            DELIMITED BY SIZE
006240           ENTE-CER               DELIMITED BY SIZE
006250           "&MK-gruppo="          DELIMITED BY SIZE
006260           GRUPPO-CER             DELIMITED BY SIZE
006270           "&MK-chiamata="        DELIMITED BY SIZE
006280           CHIAMATA-CER           DELIMITED BY SIZE
006290           ">NO</a>"              DELIMITED BY SIZE
006300           INTO NO-RIGA-MAPP.
006310
006320          PERFORM RIGA-JSON-MAPP  THRU EX-RIGA-JSON-MAPP.
006330
006340          GO TO CICLO-CER-MAPP.
006350
006360 EX-CODA-CER-MAPP.
006370          EXIT.
006380*
006390***** DEROGHE SOD ATTIVE CHE SCADONO ENTRO L'ANTICIPO (O GIA'
006400***** SCADUTE, SOLLECITATE): LE RIDECIDE IL RESPONSABILE, MAI
006410***** L'UTENTE CHE NE BENEFICIA. IL SI RINNOVA DI UN ANNO DALLA
006420***** SCADENZA (O DA OGGI SE GIA' PASSATA), IL NO REVOCA
006430*
006440 CODA-WAI-MAPP.
006450
006460          MOVE ZEROS              TO NUMERO-WAI.
006470          PERFORM STARTO-WAI      THRU EX-STARTO-WAI.
006480
006490          IF ESITO-NOK GO TO EX-CODA-WAI-MAPP.
006500
006510 CICLO-WAI-MAPP.
006520
006530          PERFORM LEGGO-NEXT-WAI  THRU EX-LEGGO-NEXT-WAI.
006540
006550          IF FINE-FILE = "S" GO TO EX-CODA-WAI-MAPP.
006560
006570          IF NOT DEROGA-ATTIVA GO TO CICLO-WAI-MAPP.
006580
006590          IF UTENTE-WAI = OPERATORE-MAPP GO TO CICLO-WAI-MAPP.
006600
006610          IF SCADENZA-WAI NOT NUMERIC
006620           OR SCADENZA-WAI = ZEROS
006630           GO TO CICLO-WAI-MAPP
006640          END-IF.
006650
006660          COMPUTE INTEGER-DATA-MAPP =
006670           FUNCTION INTEGER-OF-DATE(SCADENZA-WAI).
006680
006690          IF INTEGER-DATA-MAPP = ZEROS
006700           OR INTEGER-DATA-MAPP - INTEGER-OGGI-MAPP
006710            > ANTICIPO-WAI-MAPP
006720           GO TO CICLO-WAI-MAPP
006730          END-IF.
006740
006750          MOVE SPACES             TO RIGA-MAPP.
006760
006770          IF OWNER-WAI NOT = OPERATORE-MAPP
006780           IF DELEGANTE-WEB = SPACES
006790            OR DELEGANTE-WEB NOT = OWNER-WAI
006800            GO TO CICLO-WAI-MAPP
006810           END-IF
006820           MOVE OWNER-WAI         TO PERCONTO-RIGA-MAPP
006830          END-IF.
006840
006850          MOVE "N"                TO SOLLECITO-RIGA-MAPP.
006860          IF SCADENZA-WAI NOT > OGGI-MAPP
006870           MOVE "S"               TO SOLLECITO-RIGA-MAPP
006880          END-IF.
006890
006900          PERFORM FILTRA-PASSATA-MAPP
006910           THRU EX-FILTRA-PASSATA-MAPP.
006920          IF SCARTA-MAPP = "S" GO TO CICLO-WAI-MAPP.
006930
006940          MOVE "WAI"              TO TIPO-RIGA-MAPP.
006950          MOVE "RINNOVO"          TO FASE-RIGA-MAPP.
006960          MOVE NUMERO-WAI         TO CHIAVE-RIGA-MAPP.
006970          MOVE UTENTE-WAI         TO RICHIEDENTE-RIGA-MAPP.
006980          MOVE SCADENZA-WAI       TO SCADENZA-RIGA-MAPP.
006990          MOVE ZEROS              TO GIORNI-RIGA-MAPP.
007000
007010          STRING "Deroga " CHIAMATA-A-WAI "/" CHIAMATA-B-WAI
007020           " per " UTENTE-WAI ": " GIUSTIFICAZIONE-WAI
007030           DELIMITED BY SIZE INTO SINTESI-RIGA-MAPP.
007040
007050          IF INTEGER-DATA-MAPP < INTEGER-OGGI-MAPP
007060           MOVE INTEGER-OGGI-MAPP TO INTEGER-DATA-MAPP
007070          END-IF.
007080          COMPUTE PROPOSTA-WAI-MAPP = FUNCTION DATE-OF-INTEGER
007090           (INTEGER-DATA-MAPP + RINNOVO-WAI-MAPP).
007100
007110          STRING '<a href=openmwai.exe?MK-KEY=' DELIMITED BY SIZE
007115           SECTION-WEB            DELIMITED BY SIZE
007120           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
007130           "&MK-FUNZIONE=rinnova&MK-numero=" DELIMITED BY SIZE
007140           NUMERO-WAI             DELIMITED BY SIZE
007150           "&MK-scadenza="        DELIMITED BY SIZE
007160           PROPOSTA-WAI-MAPP      DELIMITED BY SIZE
007170           ">SI</a>"              DELIMITED BY SIZE
007180           INTO SI-RIGA-MAPP.
007190
007200          STRING '<a href=openmwai.exe?MK-KEY=' DELIMITED BY SIZE
007205           SECTION-WEB            DELIMITED BY SIZE
007210           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
007220           "&MK-FUNZIONE=revoca&MK-numero=" DELIMITED BY SIZE
007230           NUMERO-WAI             DELIMITED BY SIZE
007240           ">NO</a>"              DELIMITED BY SIZE
007250           INTO NO-RIGA-MAPP.
007260
007270          PERFORM RIGA-JSON-MAPP  THRU EX-RIGA-JSON-MAPP.
007280
007290          GO TO CICLO-WAI-MAPP.
007300
007310 EX-CODA-WAI-MAPP.
007320          EXIT.
007321*
007322***** ALLARMI DI REPERIBILITA' IN ATTESA DI PRESA IN CARICO CHE
007323***** OPENNOTS HA ASSEGNATO ALL'OPERATORE (O AL SUO DELEGANTE):
007324***** SONO SEMPRE SOLLECITATI, E IL SI LI PRENDE IN CARICO
007325*
007326 CODA-REP-MAPP.
007327
007328          MOVE LOW-VALUES         TO CHIAVE-ACK.
007329          PERFORM STARTO-ACK      THRU EX-STARTO-ACK.
007330
007331          IF ESITO-NOK GO TO EX-CODA-REP-MAPP.
007332
007333 CICLO-REP-MAPP.
007334
007335          PERFORM LEGGO-NEXT-ACK  THRU EX-LEGGO-NEXT-ACK.
007336
007337          IF FINE-FILE = "S" GO TO EX-CODA-REP-MAPP.
007338
007339          IF NOT ACK-IN-ATTESA GO TO CICLO-REP-MAPP.
007340
007341          MOVE SPACES             TO RIGA-MAPP.
007342
007343          IF DESTINATARIO-ACK NOT = OPERATORE-MAPP
007344           IF DELEGANTE-WEB = SPACES
007345            OR DELEGANTE-WEB NOT = DESTINATARIO-ACK
007346            GO TO CICLO-REP-MAPP
007347           END-IF
007348           MOVE DESTINATARIO-ACK  TO PERCONTO-RIGA-MAPP
007349          END-IF.
007350
007351          MOVE "S"                TO SOLLECITO-RIGA-MAPP.
007352
007353          PERFORM FILTRA-PASSATA-MAPP
007354           THRU EX-FILTRA-PASSATA-MAPP.
007355          IF SCARTA-MAPP = "S" GO TO CICLO-REP-MAPP.
007356
007357          MOVE "REP"              TO TIPO-RIGA-MAPP.
007358          IF ACK-PRIMARIO
007359           MOVE "PRIMARIO"        TO FASE-RIGA-MAPP
007360          END-IF.
007361          IF ACK-RISERVA
007362           MOVE "RISERVA"         TO FASE-RIGA-MAPP
007363          END-IF.
007364          IF ACK-CAPO
007365           MOVE "RESPONSABILE"    TO FASE-RIGA-MAPP
007366          END-IF.
007367          MOVE CHIAVE-ACK         TO CHIAVE-RIGA-MAPP.
007368          MOVE DATA-INVIO-ACK     TO SCADENZA-RIGA-MAPP.
007369          MOVE ZEROS              TO GIORNI-RIGA-MAPP.
007370
007371          STRING TESTO-ACK DELIMITED BY "  "
007372           " [" RIFERIMENTO-ACK DELIMITED BY "  "
007373           "]" DELIMITED BY SIZE
007374           INTO SINTESI-RIGA-MAPP.
007375
007376          STRING '<a href=openmrep.exe?MK-KEY=' DELIMITED BY SIZE
007377           SECTION-WEB            DELIMITED BY SIZE
007378           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
007379           "&MK-FUNZIONE=presa&MK-chiave=" DELIMITED BY SIZE
007380           CHIAVE-ACK             DELIMITED BY SIZE
007381           ">SI</a>"              DELIMITED BY SIZE
007382           INTO SI-RIGA-MAPP.
007383
007384          PERFORM RIGA-JSON-MAPP  THRU EX-RIGA-JSON-MAPP.
007385
007386          GO TO CICLO-REP-MAPP.
007387
007388 EX-CODA-REP-MAPP.
007389          EXIT.
007390*
007391***** GIORNI DI ATTESA DALLA DATA IN INTEGER-DATA-MAPP (AAAAMMGG,
007392***** ZERO SE ASSENTE O NON VALIDA)
007393*
007394 ETA-MAPP.
007395
007396          MOVE ZEROS              TO GIORNI-RIGA-MAPP.
007400
007410          IF INTEGER-DATA-MAPP NOT > 16010101
007420           GO TO EX-ETA-MAPP
007430          END-IF.
007440
007450          COMPUTE INTEGER-DATA-MAPP =
007460           FUNCTION INTEGER-OF-DATE(INTEGER-DATA-MAPP).
007470
007480          IF INTEGER-DATA-MAPP > ZEROS
007490           AND INTEGER-DATA-MAPP < INTEGER-OGGI-MAPP
007500           COMPUTE GIORNI-RIGA-MAPP =
007510            INTEGER-OGGI-MAPP - INTEGER-DATA-MAPP
007520          END-IF.
007530
007540 EX-ETA-MAPP.
007550          EXIT.
007560*
007570***** PRIMA PASSATA SOLO LE SOLLECITATE, SECONDA SOLO LE ALTRE
007580*
007590 FILTRA-PASSATA-MAPP.
007600
007610          MOVE "N"                TO SCARTA-MAPP.
007620
007630          IF PASSATA-MAPP = 1 AND SOLLECITO-RIGA-MAPP NOT = "S"
007640           MOVE "S"               TO SCARTA-MAPP
007650          END-IF.
007660
007670          IF PASSATA-MAPP = 2 AND SOLLECITO-RIGA-MAPP = "S"
007680           MOVE "S"               TO SCARTA-MAPP
007690          END-IF.
007700
007710 EX-FILTRA-PASSATA-MAPP.
007720          EXIT.
007730*
007740***** UNA RIGA DELLA GRIGLIA
007750*
007760 RIGA-JSON-MAPP.
007770
007780          IF PRIMA-RIGA-MAPP = "S"
007790           MOVE "N"               TO PRIMA-RIGA-MAPP
007800          ELSE
007810           MOVE ","               TO DATI-JSON
007820           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
007830          END-IF.
007840
007850          MOVE SPACES             TO GIORNI-VIS-MAPP.
007860          IF TIPO-RIGA-MAPP = "PEN" OR TIPO-RIGA-MAPP = "ABIQ"
007870           MOVE GIORNI-RIGA-MAPP  TO GIORNI-ED-MAPP
007880           MOVE GIORNI-ED-MAPP    TO GIORNI-VIS-MAPP
007890          END-IF.
007900
007910          STRING '{"TIPO":"'      DELIMITED BY SIZE
007920           TIPO-RIGA-MAPP         DELIMITED BY SPACE
007930           '","FASE":"'           DELIMITED BY SIZE
007940           FASE-RIGA-MAPP         DELIMITED BY SPACE
007950           '","CHIAVE":"'         DELIMITED BY SIZE
007960           CHIAVE-RIGA-MAPP       DELIMITED BY SPACE
007970           '","GIORNI":"'         DELIMITED BY SIZE
007980           GIORNI-VIS-MAPP        DELIMITED BY SIZE
007990           '","SCADENZA":"'       DELIMITED BY SIZE
008000           SCADENZA-RIGA-MAPP     DELIMITED BY SIZE
008010           '",'                   DELIMITED BY SIZE
008020           INTO DATI-JSON.
008030          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008040
008050          STRING '"RICHIEDENTE":"' DELIMITED BY SIZE
008060           RICHIEDENTE-RIGA-MAPP  DELIMITED BY SPACE
008070           '","PERCONTO":"'       DELIMITED BY SIZE
008080           PERCONTO-RIGA-MAPP     DELIMITED BY SPACE
008090           '","SOLLECITO":"'      DELIMITED BY SIZE
008100           SOLLECITO-RIGA-MAPP    DELIMITED BY SIZE
008110           '",'                   DELIMITED BY SIZE
008120           INTO DATI-JSON.
008130          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008140
008150          MOVE SPACES             TO STRINGA-JSON.
008160          MOVE SINTESI-RIGA-MAPP  TO STRINGA-JSON.
008170          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
008180
008190          STRING '"SINTESI":"'    DELIMITED BY SIZE
008200           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
008210           '",'                   DELIMITED BY SIZE
008220           INTO DATI-JSON.
008230          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008240
008250          STRING '"APPROVA":"'    DELIMITED BY SIZE
008260           SI-RIGA-MAPP           DELIMITED BY "  "
008270           '",'                   DELIMITED BY SIZE
008280           INTO DATI-JSON.
008290          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008300
008310          STRING '"RESPINGI":"'   DELIMITED BY SIZE
008320           NO-RIGA-MAPP           DELIMITED BY "  "
008330           '"}'                   DELIMITED BY SIZE
008340           INTO DATI-JSON.
008350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008360
008370 EX-RIGA-JSON-MAPP.
008380          EXIT.
