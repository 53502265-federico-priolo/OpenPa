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
000200* REVISIONE GIORNALIERA DELLE ATTIVITA' PRIVILEGIATE: DA
000210* SCHEDULARE OGNI NOTTE CON openskd.exe. CARTELLINO 1 = GIORNATA
000220* AAAAMMGG (VUOTO = IERI). SONO PRIVILEGIATI GLI UTENTI CHE HANNO
000230* COME GRUPPO BASE O EXTRA UN GRUPPO CON PRIVILEGIATO-GRU = "S"
000240* (SECONDO L'ANAGRAFICA DI OGGI). DELLA GIORNATA SI ESTRAGGONO SU
000250* ARKPRV, UNA VOCE PER AZIONE, CON CHIAVE PER PERSONA E SESSIONE:
000260*  - ARKACC: GLI EVENTI DEI PRIVILEGIATI SCRITTI DA UNA SESSIONE
000270*    (SECTION-ACC VALORIZZATA); I LOGIN RIUSCITI DANNO ANCHE
000280*    L'ELENCO DELLE SESSIONI DELLA GIORNATA
000290*  - ARKLOG: LE MODIFICHE DI CARICA-DATO-WEB, ATTRIBUITE CON LE
000300*    RIGHE CHE LE SEGUONO (IMPERSONA-UTEN: L'OPERATORE REALE;
000310*    DELEGA-UTEN: IL SOSTITUTO; OPERATORE-UTEN: OPERATORE E
000320*    SESSIONE). LE RIGHE SENZA NESSUNA DELLE TRE (SERVIZI API,
000330*    SCIM, LOG PRECEDENTI) NON SONO ATTRIBUIBILI E SI CONTANO A
000340*    PARTE. UNA RIGA IN IMPERSONIFICAZIONE ENTRA SE E' PRIVILEGIATO
000350*    L'OPERATORE REALE O L'UTENTE IMPERSONATO
000360*  - ARKABIS, ARKSTAB E ARKMVER: LE VARIAZIONI A PERMESSI, TABELLE
000370*    E MENU FIRMATE DA UN PRIVILEGIATO
000380* PER LE ULTIME TRE LA SESSIONE E' L'ULTIMO LOGIN DELLA PERSONA
000390* NON SUCCESSIVO ALL'ORA DELLA VOCE; ARKMVER NON HA L'ORA, QUINDI
000400* LA SESSIONE SI ASSEGNA SOLO SE LA PERSONA NE HA AVUTA UNA SOLA.
000410* LA GIORNATA SI ASSEGNA AL PRIMO DEI REVISORI DEL PARAMETRO
000420* PRIVILEGI-REVISORI (A VIRGOLE) ATTIVO, NON PRIVILEGIATO E SENZA
000430* VOCI PROPRIE NELLA GIORNATA, AVVISATO SU ARKNOT; LA SCADENZA E'
000440* LA GIORNATA PIU' I GIORNI DI PRIVILEGI-SCADENZA (DEFAULT 2). LA
000450* FIRMA E I RILIEVI SI DANNO DA openprvw.exe. UNA GIORNATA SENZA
000460* VOCI SI REGISTRA GIA' CHIUSA (STATO "N"). UNA GIORNATA GIA'
000470* ELABORATA NON SI RIESTRAE; LE VOCI RIMASTE DA UN GIRO INTERROTTO
000480* SENZA TESTA SI CANCELLANO E SI RIFANNO.
000490* AD OGNI GIRO, PER TUTTE LE GIORNATE ANCORA DA FIRMARE: SE MANCA
000500* IL REVISORE SI RITENTA L'ASSEGNAZIONE E, SE ANCORA NON C'E', SI
000510* AVVISA CON SEVERITA' ALTA; SE LA SCADENZA E' PASSATA SI SOLLECITA
000520* UNA VOLTA SOLA (SOLLECITO-PRV) I DESTINATARI DI
000530* PRIVILEGI-ESCALATION (VUOTO = TABELLA "NT" E REPERIBILE).
000540* RC 0, 4 SE RESTANO GIORNATE SCADUTE O SENZA REVISORE, 8 SE
000550* ARKPRV NON SI APRE O LA GIORNATA NON E' VALIDA.
000560*
000570 IDENTIFICATION   DIVISION.
000580 PROGRAM-ID.      OPENBPRV.
000590 ENVIRONMENT      DIVISION.
000600 CONFIGURATION    SECTION.
000610          COPY "SPECIAL.CBL".
000620 INPUT-OUTPUT     SECTION.
000630 FILE-CONTROL.
000640
000650          COPY "SELWEB.CBL".
000660          COPY "SELACC.CBL".
000670          COPY "SELABIS.CBL".
000680          COPY "SELSTAB.CBL".
000690          COPY "SELMVER.CBL".
000700          COPY "SELUTEN.CBL".
000710          COPY "SELGRU.CBL".
000720          COPY "SELNOT.CBL".
000730          COPY "SELPRV.CBL".
000740
000750 DATA             DIVISION.
000760 FILE SECTION.
000770
000780          COPY "FDEWEB.CBL".
000790          COPY "FDEACC.CBL".
000800          COPY "FDEABIS.CBL".
000810          COPY "FDESTAB.CBL".
000820          COPY "FDEMVER.CBL".
000830          COPY "FDEUTEN.CBL".
000840          COPY "FDEGRU.CBL".
000850          COPY "FDENOT.CBL".
000860          COPY "FDEPRV.CBL".
000870
000880 WORKING-STORAGE  SECTION.
000890
000900          COPY "GLOBALS.CBL".
000910*
000920** GIORNATA IN ESAME, DATA ODIERNA E SCADENZA
000930*
000940 01 GIORNO-BPRV              PIC 9(08).
000950 01 GIORNO-BPRV-R            REDEFINES GIORNO-BPRV.
000960    02 SECOLO-BPRV           PIC 9(02).
000970    02 AAMMGG-BPRV           PIC X(06).
000980 01 OGGI-BPRV                PIC 9(08).
000990 01 ORA-OGGI-BPRV            PIC 9(08).
001000 01 INTERO-BPRV              PIC S9(9) COMP.
001010 01 GIORNI-SCAD-BPRV         PIC 9(03).
001020 01 SCADENZA-BPRV            PIC 9(08).
001030 01 ESCALATION-BPRV          PIC X(60).
001040 01 REVISORI-BPRV            PIC X(60).
001050*
001060** GRUPPI PRIVILEGIATI E UTENTI CHE NE HANNO ALMENO UNO
001070*
001080 01 MAX-GRU-BPRV             PIC 9(05) COMP VALUE 500.
001090 01 NUM-GRU-BPRV             PIC 9(05) COMP.
001100 01 TAB-GRU-BPRV.
001110    02 GRUPPO-PRIV-BPRV      PIC 9(04) OCCURS 500 TIMES.
001120 01 MAX-PRIV-BPRV            PIC 9(05) COMP VALUE 500.
001130 01 NUM-PRIV-BPRV            PIC 9(05) COMP.
001140 01 TAB-PRIV-BPRV.
001150    02 UTENTE-PRIV-BPRV      PIC X(08) OCCURS 500 TIMES.
001160 01 GRUPPO-CERCA-BPRV        PIC 9(04).
001170 01 UTENTE-CERCA-BPRV        PIC X(08).
001180 01 TROVATO-BPRV             PIC X(01).
001190    88 BPRV-TROVATO          VALUE "S".
001200 01 IND-BPRV                 PIC 9(05) COMP.
001210 01 IND-EXTRA-BPRV           PIC 9(02) COMP.
001220*
001230** SESSIONI DELLA GIORNATA (LOGIN RIUSCITI DEI PRIVILEGIATI)
001240*
001250 01 MAX-SESS-BPRV            PIC 9(05) COMP VALUE 3000.
001260 01 NUM-SESS-BPRV            PIC 9(05) COMP.
001270 01 TAB-SESS-BPRV.
001280    02 SESS-BPRV             OCCURS 3000 TIMES.
001290       03 UTENTE-SESS-BPRV   PIC X(08).
001300       03 ORA-SESS-BPRV      PIC 9(06).
001310       03 SEZIONE-SESS-BPRV  PIC X(20).
001320 01 CONTA-SESS-BPRV          PIC 9(05) COMP.
001330 01 ORA-MIGLIORE-BPRV        PIC 9(06).
001340*
001350** VOCE DA REGISTRARE
001360*
001370 01 UTENTE-VOCE-BPRV         PIC X(08).
001380 01 SESSIONE-VOCE-BPRV       PIC X(20).
001390 01 ORIGINE-VOCE-BPRV        PIC X(04).
001400 01 ORA-VOCE-BPRV            PIC 9(06).
001410 01 OGGETTO-VOCE-BPRV        PIC X(30).
001420 01 DESCRIZIONE-VOCE-BPRV    PIC X(60).
001430 01 PROG-BPRV                PIC 9(06).
001440 01 ORA-ACC-BPRV             PIC 9(06).
001450 01 GRUPPO-ED-BPRV           PIC 9(04).
001460 01 OPERAZIONE-ED-BPRV       PIC X(08).
001470*
001480** RIGA DI ARKLOG IN ATTESA DELLE RIGHE CHE NE DICONO L'AUTORE.
001490** PRIORITA' DELL'AUTORE: 1 IMPERSONA-UTEN, 2 DELEGA-UTEN,
001500** 3 OPERATORE-UTEN
001510*
001520 01 SOSPESA-BPRV             PIC X(01).
001530    88 RIGA-SOSPESA-BPRV     VALUE "S".
001540 01 SOSP-ORA-BPRV            PIC 9(06).
001550 01 SOSP-OGGETTO-BPRV        PIC X(30).
001560 01 SOSP-DESC-BPRV           PIC X(60).
001570 01 SOSP-PERSONA-BPRV        PIC X(08).
001580 01 SOSP-CONTO-BPRV          PIC X(08).
001590 01 SOSP-SESSIONE-BPRV       PIC X(20).
001600 01 SOSP-PRIORITA-BPRV       PIC 9(01).
001610*
001620** GIORNATE ANCORA DA FIRMARE (PASSO DI CONTROLLO)
001630*
001640 01 MAX-APE-BPRV             PIC 9(05) COMP VALUE 400.
001650 01 NUM-APE-BPRV             PIC 9(05) COMP.
001660 01 TAB-APE-BPRV.
001670    02 GIORNO-APE-BPRV       PIC 9(08) OCCURS 400 TIMES.
001680 01 IND-APE-BPRV             PIC 9(05) COMP.
001690*
001700** CANDIDATI REVISORI
001710*
001720 01 TAB-CAND-BPRV.
001730    02 CANDIDATO-BPRV        PIC X(08) OCCURS 8 TIMES.
001740 01 IND-CAND-BPRV            PIC 9(02) COMP.
001750 01 REVISORE-BPRV            PIC X(08).
001760 01 PERSONA-PREC-BPRV        PIC X(08).
001770*
001780** TOTALI DEL GIRO
001790*
001800 01 ESTRATTA-BPRV            PIC X(01).
001810 01 VOCI-ACC-BPRV            PIC 9(06).
001820 01 VOCI-LOG-BPRV            PIC 9(06).
001830 01 VOCI-ABIS-BPRV           PIC 9(06).
001840 01 VOCI-STAB-BPRV           PIC 9(06).
001850 01 VOCI-MVER-BPRV           PIC 9(06).
001860 01 NON-ATTRIBUITE-BPRV      PIC 9(06).
001870 01 PERSONE-BPRV             PIC 9(04).
001880 01 ASSEGNATE-BPRV           PIC 9(05).
001890 01 SENZA-REVISORE-BPRV      PIC 9(05).
001900 01 SCADUTE-BPRV             PIC 9(05).
001910 01 SOLLECITI-BPRV           PIC 9(05).
001920*
001930 PROCEDURE  DIVISION.
001940*
001950          PERFORM IMPOSTA-GIRO-BPRV THRU EX-IMPOSTA-GIRO-BPRV.
001960
001970          IF GIORNO-BPRV = ZEROS
001980           DISPLAY "OPENBPRV: GIORNATA NON VALIDA"
001990           MOVE 8                 TO RETURN-CODE
002000           GOBACK
002010          END-IF.
002020
002030          PERFORM OPEN-I-PRV      THRU EX-OPEN-I-PRV.
002040
002050          IF STATUS-PRV NOT = "00"
002060           DISPLAY "OPENBPRV: APERTURA ARKPRV FALLITA, STATUS = "
002070            STATUS-PRV
002080           MOVE 8                 TO RETURN-CODE
002090           GOBACK
002100          END-IF.
002110
002120          MOVE ZEROS              TO VOCI-ACC-BPRV
002130                                     VOCI-LOG-BPRV
002140                                     VOCI-ABIS-BPRV
002150                                     VOCI-STAB-BPRV
002160                                     VOCI-MVER-BPRV
002170                                     NON-ATTRIBUITE-BPRV
002180                                     PERSONE-BPRV
002190                                     ASSEGNATE-BPRV
002200                                     SENZA-REVISORE-BPRV
002210                                     SCADUTE-BPRV
002220                                     SOLLECITI-BPRV.
002230
002240          DISPLAY "REVISIONE ATTIVITA' PRIVILEGIATE DEL "
002250           GIORNO-BPRV.
002260
002270          PERFORM CARICA-PRIVILEGIATI-BPRV
002280           THRU EX-CARICA-PRIVILEGIATI-BPRV.
002290
002300          OPEN INPUT ARKUTEN.
002310          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
002320
002330          PERFORM ESTRAI-GIORNATA-BPRV
002340           THRU EX-ESTRAI-GIORNATA-BPRV.
002350
002360          PERFORM CONTROLLA-APERTE-BPRV
002370           THRU EX-CONTROLLA-APERTE-BPRV.
002380
002390          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
002400          CLOSE ARKUTEN.
002410          PERFORM CLOSE-PRV       THRU EX-CLOSE-PRV.
002420
002430          DISPLAY " ".
002440          DISPLAY "GRUPPI PRIVILEGIATI       : " NUM-GRU-BPRV.
002450          DISPLAY "UTENTI PRIVILEGIATI       : " NUM-PRIV-BPRV.
002460          IF ESTRATTA-BPRV = "S"
002470           DISPLAY "VOCI DA ARKACC            : " VOCI-ACC-BPRV
002480           DISPLAY "VOCI DA ARKLOG            : " VOCI-LOG-BPRV
002490           DISPLAY "VOCI DA ARKABIS           : " VOCI-ABIS-BPRV
002500           DISPLAY "VOCI DA ARKSTAB           : " VOCI-STAB-BPRV
002510           DISPLAY "VOCI DA ARKMVER           : " VOCI-MVER-BPRV
002520           DISPLAY "RIGHE ARKLOG SENZA AUTORE : "
002530            NON-ATTRIBUITE-BPRV
002540           DISPLAY "PERSONE DA RIVEDERE       : " PERSONE-BPRV
002550          ELSE
002560           DISPLAY "GIORNATA GIA' ESTRATTA, SOLO CONTROLLO "
002570            "SCADENZE"
002580          END-IF.
002590          DISPLAY "GIORNATE ASSEGNATE        : " ASSEGNATE-BPRV.
002600          DISPLAY "GIORNATE SENZA REVISORE   : "
002610           SENZA-REVISORE-BPRV.
002620          DISPLAY "GIORNATE SCADUTE          : " SCADUTE-BPRV.
002630          DISPLAY "SOLLECITI INVIATI         : " SOLLECITI-BPRV.
002640
002650          MOVE ZERO               TO RETURN-CODE.
002660          IF SCADUTE-BPRV > ZEROS OR SENZA-REVISORE-BPRV > ZEROS
002670           MOVE 4                 TO RETURN-CODE
002680          END-IF.
002690
002700          GOBACK.
002710*
002720          COPY "PIOLOG.CBL".
002730          COPY "PIOGRU.CBL".
002740          COPY "PIONOT.CBL".
002750          COPY "PIOPRV.CBL".
002760*
002770** CARTELLINO 1: GIORNATA AAAAMMGG, VUOTO = IERI. PARAMETRI DI
002780** SCADENZA, REVISORI E DESTINATARI DEL SOLLECITO
002790*
002800 IMPOSTA-GIRO-BPRV.
002810
002820          ACCEPT OGGI-BPRV        FROM DATE YYYYMMDD.
002830          ACCEPT ORA-OGGI-BPRV    FROM TIME.
002840
002850          MOVE ZEROS              TO GIORNO-BPRV.
002860          ACCEPT GIORNO-BPRV      FROM CONSOLE.
002870
002880          IF GIORNO-BPRV NOT NUMERIC
002890           MOVE ZEROS             TO GIORNO-BPRV
002900          END-IF.
002910
002920          IF GIORNO-BPRV = ZEROS
002930           COMPUTE INTERO-BPRV =
002940            FUNCTION INTEGER-OF-DATE(OGGI-BPRV) - 1
002950           COMPUTE GIORNO-BPRV =
002960            FUNCTION DATE-OF-INTEGER(INTERO-BPRV)
002970          END-IF.
002980
002990          IF GIORNO-BPRV < 19000101 OR GIORNO-BPRV > OGGI-BPRV
003000           MOVE ZEROS             TO GIORNO-BPRV
003010           GO TO EX-IMPOSTA-GIRO-BPRV
003020          END-IF.
003030
003040          MOVE "PRIVILEGI-SCADENZA" TO NOME-PAR-WEB.
003050          PERFORM PARAMETRO-BPRV  THRU EX-PARAMETRO-BPRV.
003060          MOVE 2                  TO GIORNI-SCAD-BPRV.
003070          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
003080           MOVE NUMERO-PAR-WEB    TO GIORNI-SCAD-BPRV
003090          END-IF.
003100
003110          COMPUTE INTERO-BPRV =
003120           FUNCTION INTEGER-OF-DATE(GIORNO-BPRV)
003130           + GIORNI-SCAD-BPRV.
003140          COMPUTE SCADENZA-BPRV =
003150           FUNCTION DATE-OF-INTEGER(INTERO-BPRV).
003160
003170          MOVE "PRIVILEGI-REVISORI" TO NOME-PAR-WEB.
003180          PERFORM PARAMETRO-BPRV  THRU EX-PARAMETRO-BPRV.
003190          MOVE VALORE-PAR-WEB(1:60) TO REVISORI-BPRV.
003200
003210          MOVE "PRIVILEGI-ESCALATION" TO NOME-PAR-WEB.
003220          PERFORM PARAMETRO-BPRV  THRU EX-PARAMETRO-BPRV.
003230          MOVE VALORE-PAR-WEB(1:60) TO ESCALATION-BPRV.
003240
003250          MOVE SPACES             TO TAB-CAND-BPRV.
003260          UNSTRING REVISORI-BPRV DELIMITED BY "," OR ALL SPACES
003270           INTO CANDIDATO-BPRV(1) CANDIDATO-BPRV(2)
003280                CANDIDATO-BPRV(3) CANDIDATO-BPRV(4)
003290                CANDIDATO-BPRV(5) CANDIDATO-BPRV(6)
003300                CANDIDATO-BPRV(7) CANDIDATO-BPRV(8).
003310
003320 EX-IMPOSTA-GIRO-BPRV.
003330          EXIT.
003340*
003350 PARAMETRO-BPRV.
003360
003370          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
003380          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003390          MOVE "OPENBPRV"         TO PROGRAMMA-PAR-WEB
003400                                     OPERATORE-PAR-WEB.
003410
003420          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
003430                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
003440                                PROGRAMMA-PAR-WEB
003450                                OPERATORE-PAR-WEB ESITO-PAR-WEB
003460                                MOTIVO-PAR-WEB.
003470          CANCEL "OPENPARW".
003480
003490          IF ESITO-PAR-WEB NOT = "OK"
003500           MOVE SPACES            TO VALORE-PAR-WEB
003510          END-IF.
003520
003530 EX-PARAMETRO-BPRV.
003540          EXIT.
003550*
003560** GRUPPI CON PRIVILEGIATO-GRU = "S" E UTENTI (ANCHE CANCELLATI,
003570** CHE POSSONO AVER LAVORATO NELLA GIORNATA) CHE NE HANNO UNO COME
003580** GRUPPO BASE O EXTRA
003590*
003600 CARICA-PRIVILEGIATI-BPRV.
003610
003620          MOVE ZEROS              TO NUM-GRU-BPRV
003630                                     NUM-PRIV-BPRV.
003640
003650          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
003660
003670          MOVE LOW-VALUES         TO CHIAVE-GRU.
003680          PERFORM STARTO-GRU      THRU EX-STARTO-GRU.
003690
003700          IF ESITO-NOK GO TO FINE-GRU-BPRV.
003710
003720 CICLO-GRU-BPRV.
003730
003740          PERFORM LEGGO-NEXT-GRU  THRU EX-LEGGO-NEXT-GRU.
003750
003760          IF FINE-FILE = "S" GO TO FINE-GRU-BPRV.
003770
003780          IF NOT GRU-PRIVILEGIATO GO TO CICLO-GRU-BPRV.
003790
003800          IF NUM-GRU-BPRV NOT < MAX-GRU-BPRV
003810           DISPLAY "OPENBPRV: TROPPI GRUPPI PRIVILEGIATI, "
003820            "ESCLUSO " GRUPPO-GRU
003830           GO TO CICLO-GRU-BPRV
003840          END-IF.
003850
003860          ADD 1                   TO NUM-GRU-BPRV.
003870          MOVE GRUPPO-GRU
003880                    TO GRUPPO-PRIV-BPRV(NUM-GRU-BPRV).
003890
003900          GO TO CICLO-GRU-BPRV.
003910
003920 FINE-GRU-BPRV.
003930
003940          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
003950
003960          IF NUM-GRU-BPRV = ZEROS
003970           GO TO EX-CARICA-PRIVILEGIATI-BPRV
003980          END-IF.
003990
004000          OPEN INPUT ARKUTEN.
004010
004020          IF STATUS-UTEN NOT = "00"
004030           DISPLAY "OPENBPRV: ARKUTEN NON DISPONIBILE, STATUS = "
004040            STATUS-UTEN
004050           GO TO EX-CARICA-PRIVILEGIATI-BPRV
004060          END-IF.
004070
004080 CICLO-UTEN-BPRV.
004090
004100          READ ARKUTEN NEXT RECORD
004110           AT END GO TO FINE-UTEN-BPRV.
004120
004130          MOVE "N"                TO TROVATO-BPRV.
004140          MOVE GRUPPO-UTEN        TO GRUPPO-CERCA-BPRV.
004150          PERFORM CERCA-GRU-BPRV  THRU EX-CERCA-GRU-BPRV
004160           VARYING IND-BPRV FROM 1 BY 1
004170           UNTIL IND-BPRV > NUM-GRU-BPRV OR BPRV-TROVATO.
004180
004190          IF NUM-GRUPPI-UTEN NOT NUMERIC
004200           MOVE ZEROS             TO NUM-GRUPPI-UTEN
004210          END-IF.
004220
004230          PERFORM EXTRA-UTEN-BPRV THRU EX-EXTRA-UTEN-BPRV
004240           VARYING IND-EXTRA-BPRV FROM 1 BY 1
004250           UNTIL IND-EXTRA-BPRV > NUM-GRUPPI-UTEN
004260              OR IND-EXTRA-BPRV > 5
004270              OR BPRV-TROVATO.
004280
004290          IF NOT BPRV-TROVATO GO TO CICLO-UTEN-BPRV.
004300
004310          IF NUM-PRIV-BPRV NOT < MAX-PRIV-BPRV
004320           DISPLAY "OPENBPRV: TROPPI UTENTI PRIVILEGIATI, "
004330            "ESCLUSO " CHIAVE-UTEN
004340           GO TO CICLO-UTEN-BPRV
004350          END-IF.
004360
004370          ADD 1                   TO NUM-PRIV-BPRV.
004380          MOVE CHIAVE-UTEN
004390                    TO UTENTE-PRIV-BPRV(NUM-PRIV-BPRV).
004400
004410          GO TO CICLO-UTEN-BPRV.
004420
004430 FINE-UTEN-BPRV.
004440
004450          CLOSE ARKUTEN.
004460
004470 EX-CARICA-PRIVILEGIATI-BPRV.
004480          EXIT.
004490*
004500 EXTRA-UTEN-BPRV.
004510
004520          MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-BPRV)
004530                                  TO GRUPPO-CERCA-BPRV.
004540          PERFORM CERCA-GRU-BPRV  THRU EX-CERCA-GRU-BPRV
004550           VARYING IND-BPRV FROM 1 BY 1
004560           UNTIL IND-BPRV > NUM-GRU-BPRV OR BPRV-TROVATO.
004570
004580 EX-EXTRA-UTEN-BPRV.
004590          EXIT.
004600*
004610 CERCA-GRU-BPRV.
004620
004630          IF GRUPPO-PRIV-BPRV(IND-BPRV) = GRUPPO-CERCA-BPRV
004640           MOVE "S"               TO TROVATO-BPRV
004650          END-IF.
004660
004670 EX-CERCA-GRU-BPRV.
004680          EXIT.
004690*
004700** UTENTE-CERCA-BPRV E' UN PRIVILEGIATO?
004710*
004720 CERCA-PRIV-BPRV.
004730
004740          IF UTENTE-PRIV-BPRV(IND-BPRV) = UTENTE-CERCA-BPRV
004750           MOVE "S"               TO TROVATO-BPRV
004760          END-IF.
004770
004780 EX-CERCA-PRIV-BPRV.
004790          EXIT.
004800*
004810 VERIFICA-PRIV-BPRV.
004820
004830          MOVE "N"                TO TROVATO-BPRV.
004840
004850          IF UTENTE-CERCA-BPRV = SPACES
004860           GO TO EX-VERIFICA-PRIV-BPRV
004870          END-IF.
004880
004890          PERFORM CERCA-PRIV-BPRV THRU EX-CERCA-PRIV-BPRV
004900           VARYING IND-BPRV FROM 1 BY 1
004910           UNTIL IND-BPRV > NUM-PRIV-BPRV OR BPRV-TROVATO.
004920
004930 EX-VERIFICA-PRIV-BPRV.
004940          EXIT.
004950*
004960** ESTRAZIONE DELLA GIORNATA, SE NON GIA' FATTA: VOCI DALLE CINQUE
004970** FONTI, POI TESTA CON TOTALI, REVISORE E SCADENZA
004980*
004990 ESTRAI-GIORNATA-BPRV.
005000
005010          MOVE "N"                TO ESTRATTA-BPRV.
005020
005030          MOVE SPACES             TO CHIAVE-PRV.
005040          MOVE GIORNO-BPRV        TO GIORNO-PRV.
005050          SET PRV-GIORNATA        TO TRUE.
005060          MOVE ZEROS              TO PROG-PRV.
005070          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
005080
005090          IF ESITO-OK GO TO EX-ESTRAI-GIORNATA-BPRV.
005100
005110          MOVE "S"                TO ESTRATTA-BPRV.
005120
005130          PERFORM AZZERA-VOCI-BPRV THRU EX-AZZERA-VOCI-BPRV.
005140
005150          MOVE ZEROS              TO PROG-BPRV
005160                                     NUM-SESS-BPRV.
005170
005180          PERFORM SCORRI-ACC-BPRV THRU EX-SCORRI-ACC-BPRV.
005190          PERFORM SCORRI-LOG-BPRV THRU EX-SCORRI-LOG-BPRV.
005200          PERFORM SCORRI-ABIS-BPRV THRU EX-SCORRI-ABIS-BPRV.
005210          PERFORM SCORRI-STAB-BPRV THRU EX-SCORRI-STAB-BPRV.
005220          PERFORM SCORRI-MVER-BPRV THRU EX-SCORRI-MVER-BPRV.
005230
005240          PERFORM CONTA-PERSONE-BPRV THRU EX-CONTA-PERSONE-BPRV.
005250
005260          MOVE SPACES             TO REVISORE-BPRV.
005270          IF PROG-BPRV > ZEROS
005280           PERFORM SCEGLI-REVISORE-BPRV
005290            THRU EX-SCEGLI-REVISORE-BPRV
005300          END-IF.
005310
005320          MOVE SPACES             TO REVISIONE-PRV.
005330          MOVE GIORNO-BPRV        TO GIORNO-PRV.
005340          SET PRV-GIORNATA        TO TRUE.
005350          MOVE ZEROS              TO PROG-PRV
005360                                     RILIEVI-PRV
005370                                     DATA-FIRMA-PRV
005380                                     ORA-FIRMA-PRV
005390                                     DATA-SOLLECITO-PRV.
005400          MOVE REVISORE-BPRV      TO REVISORE-PRV.
005410          MOVE SCADENZA-BPRV      TO SCADENZA-PRV.
005420          MOVE PROG-BPRV          TO VOCI-PRV.
005430          MOVE PERSONE-BPRV       TO PERSONE-PRV.
005440          MOVE OGGI-BPRV          TO DATA-ELAB-PRV.
005450          MOVE ORA-OGGI-BPRV(1:6) TO ORA-ELAB-PRV.
005460          SET PRV-ASSEGNATA       TO TRUE.
005470          IF PROG-BPRV = ZEROS
005480           SET PRV-SENZA-VOCI     TO TRUE
005490          END-IF.
005500
005510          PERFORM SCRIVI-PRV      THRU EX-SCRIVI-PRV.
005520
005530          IF ESITO-NOK
005540           DISPLAY "OPENBPRV: SCRITTURA TESTA SU ARKPRV FALLITA, "
005550            "STATUS = " STATUS-PRV
005560           GO TO EX-ESTRAI-GIORNATA-BPRV
005570          END-IF.
005580
005590          IF PRV-ASSEGNATA AND REVISORE-BPRV NOT = SPACES
005600           PERFORM AVVISA-REVISORE-BPRV
005610            THRU EX-AVVISA-REVISORE-BPRV
005620          END-IF.
005630
005640 EX-ESTRAI-GIORNATA-BPRV.
005650          EXIT.
005660*
005670** VOCI DELLA GIORNATA RIMASTE DA UN GIRO INTERROTTO PRIMA DELLA
005680** SCRITTURA DELLA TESTA
005690*
005700 AZZERA-VOCI-BPRV.
005710
005720          MOVE LOW-VALUES         TO CHIAVE-PRV.
005730          MOVE GIORNO-BPRV        TO GIORNO-PRV.
005740          SET PRV-VOCE            TO TRUE.
005750          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
005760
005770          IF ESITO-NOK GO TO EX-AZZERA-VOCI-BPRV.
005780
005790 CICLO-AZZERA-VOCI-BPRV.
005800
005810          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
005820
005830          IF FINE-FILE = "S" GO TO EX-AZZERA-VOCI-BPRV.
005840
005850          IF GIORNO-PRV NOT = GIORNO-BPRV OR NOT PRV-VOCE
005860           GO TO EX-AZZERA-VOCI-BPRV
005870          END-IF.
005880
005890          PERFORM CANCELLA-PRV    THRU EX-CANCELLA-PRV.
005900
005910          GO TO CICLO-AZZERA-VOCI-BPRV.
005920
005930 EX-AZZERA-VOCI-BPRV.
005940          EXIT.
005950*
005960** EVENTI DI ARKACC DEI PRIVILEGIATI SCRITTI DA UNA SESSIONE; I
005970** LOGIN RIUSCITI ALIMENTANO ANCHE L'ELENCO DELLE SESSIONI
005980*
005990 SCORRI-ACC-BPRV.
006000
006010          OPEN INPUT ARKACC.
006020
006030          IF STATUS-ACC NOT = "00"
006040           DISPLAY "OPENBPRV: ARKACC NON DISPONIBILE, STATUS = "
006050            STATUS-ACC
006060           GO TO EX-SCORRI-ACC-BPRV
006070          END-IF.
006080
006090 CICLO-ACC-BPRV.
006100
006110          READ ARKACC NEXT RECORD
006120           AT END GO TO FINE-ACC-BPRV.
006130
006140          IF DATA-ACC NOT = GIORNO-BPRV GO TO CICLO-ACC-BPRV.
006150
006160          IF SECTION-ACC = SPACES OR SECTION-ACC = ALL "!"
006170           GO TO CICLO-ACC-BPRV
006180          END-IF.
006190
006200          MOVE UTENTE-ACC         TO UTENTE-CERCA-BPRV.
006210          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
006220
006230          IF NOT BPRV-TROVATO GO TO CICLO-ACC-BPRV.
006240
006250          MOVE ZEROS              TO ORA-VOCE-BPRV.
006260          IF ORA-ACC NUMERIC
006270           MOVE ORA-ACC           TO ORA-ACC-BPRV
006280           MOVE ORA-ACC-BPRV      TO ORA-VOCE-BPRV
006290          END-IF.
006300
006310          IF EVENTO-ACC = "LOGIN" AND ESITO-ACC = "OK"
006320           IF NUM-SESS-BPRV < MAX-SESS-BPRV
006330            ADD 1                 TO NUM-SESS-BPRV
006340            MOVE UTENTE-ACC
006350                    TO UTENTE-SESS-BPRV(NUM-SESS-BPRV)
006360            MOVE ORA-VOCE-BPRV    TO ORA-SESS-BPRV(NUM-SESS-BPRV)
006370            MOVE SECTION-ACC
006380                    TO SEZIONE-SESS-BPRV(NUM-SESS-BPRV)
006390           ELSE
006400            DISPLAY "OPENBPRV: TROPPE SESSIONI, ESCLUSA "
006410             SECTION-ACC
006420           END-IF
006430          END-IF.
006440
006450          MOVE UTENTE-ACC         TO UTENTE-VOCE-BPRV.
006460          MOVE SECTION-ACC        TO SESSIONE-VOCE-BPRV.
006470          MOVE "ACC"              TO ORIGINE-VOCE-BPRV.
006480          MOVE SPACES             TO OGGETTO-VOCE-BPRV
006490                                     DESCRIZIONE-VOCE-BPRV.
006500          STRING EVENTO-ACC " " ESITO-ACC
006510           DELIMITED BY SIZE INTO OGGETTO-VOCE-BPRV.
006520          IF DELEGANTE-ACC NOT = SPACES
006530           AND DELEGANTE-ACC NOT = ALL "!"
006540           STRING NOTA-ACC " PER CONTO DI " DELEGANTE-ACC
006550            DELIMITED BY SIZE INTO DESCRIZIONE-VOCE-BPRV
006560          ELSE
006570           MOVE NOTA-ACC          TO DESCRIZIONE-VOCE-BPRV
006580          END-IF.
006590
006600          PERFORM REGISTRA-VOCE-BPRV THRU EX-REGISTRA-VOCE-BPRV.
006610          ADD 1                   TO VOCI-ACC-BPRV.
006620
006630          GO TO CICLO-ACC-BPRV.
006640
006650 FINE-ACC-BPRV.
006660
006670          CLOSE ARKACC.
006680
006690 EX-SCORRI-ACC-BPRV.
006700          EXIT.
006710*
006720** MODIFICHE DI ARKLOG DELLA GIORNATA (DATA AAMMGG). LA RIGA RESTA
006730** IN SOSPESO FINCHE' LE RIGHE SUCCESSIVE NE DICONO L'AUTORE
006740*
006750 SCORRI-LOG-BPRV.
006760
006770          MOVE "N"                TO SOSPESA-BPRV.
006780
006790          PERFORM OPEN-I-LOG      THRU EX-OPEN-I-LOG.
006800
006810          IF STATUS-LOG NOT = "00"
006820           DISPLAY "OPENBPRV: ARKLOG NON DISPONIBILE, STATUS = "
006830            STATUS-LOG
006840           GO TO EX-SCORRI-LOG-BPRV
006850          END-IF.
006860
006870 CICLO-LOG-BPRV.
006880
006890          PERFORM LEGGO-NEXT-LOG  THRU EX-LEGGO-NEXT-LOG.
006900
006910          IF FINE-FILE = "S" GO TO FINE-LOG-BPRV.
006920
006930          IF NOME-COBOL-LOG = "IMPERSONA-UTEN"
006940           IF RIGA-SOSPESA-BPRV
006950            MOVE OLD-VALORE-LOG(1:8) TO SOSP-PERSONA-BPRV
006960            MOVE VALORE-LOG(1:8)  TO SOSP-CONTO-BPRV
006970            MOVE 1                TO SOSP-PRIORITA-BPRV
006980           END-IF
006990           GO TO CICLO-LOG-BPRV
007000          END-IF.
007010
007020          IF NOME-COBOL-LOG = "DELEGA-UTEN"
007030           IF RIGA-SOSPESA-BPRV AND SOSP-PRIORITA-BPRV > 2
007040            MOVE OLD-VALORE-LOG(1:8) TO SOSP-PERSONA-BPRV
007050                                        SOSP-CONTO-BPRV
007060            MOVE 2                TO SOSP-PRIORITA-BPRV
007070           END-IF
007080           GO TO CICLO-LOG-BPRV
007090          END-IF.
007100
007110          IF NOME-COBOL-LOG = "OPERATORE-UTEN"
007120           IF RIGA-SOSPESA-BPRV
007130            MOVE OLD-VALORE-LOG(1:20) TO SOSP-SESSIONE-BPRV
007140            IF SOSP-PRIORITA-BPRV > 3
007150             MOVE VALORE-LOG(1:8) TO SOSP-PERSONA-BPRV
007160                                     SOSP-CONTO-BPRV
007170             MOVE 3               TO SOSP-PRIORITA-BPRV
007180            END-IF
007190           END-IF
007200           GO TO CICLO-LOG-BPRV
007210          END-IF.
007220
007230          IF RIGA-SOSPESA-BPRV
007240           PERFORM CHIUDI-SOSPESA-BPRV THRU EX-CHIUDI-SOSPESA-BPRV
007250          END-IF.
007260
007270          IF DATA-LOG NOT = AAMMGG-BPRV GO TO CICLO-LOG-BPRV.
007280
007290          MOVE ZEROS              TO SOSP-ORA-BPRV.
007300          IF ORARIO-LOG NUMERIC
007310           MOVE ORARIO-LOG        TO SOSP-ORA-BPRV
007320          END-IF.
007330
007340          MOVE SPACES             TO SOSP-OGGETTO-BPRV
007350                                     SOSP-DESC-BPRV
007360                                     SOSP-PERSONA-BPRV
007370                                     SOSP-CONTO-BPRV
007380                                     SOSP-SESSIONE-BPRV.
007390          STRING NOME-COBOL-LOG(1:20) " " NUMERO-LOG(1:9)
007400           DELIMITED BY SIZE INTO SOSP-OGGETTO-BPRV.
007410          STRING OLD-VALORE-LOG(1:28) " > " VALORE-LOG(1:28)
007420           DELIMITED BY SIZE INTO SOSP-DESC-BPRV.
007430          MOVE 9                  TO SOSP-PRIORITA-BPRV.
007440          MOVE "S"                TO SOSPESA-BPRV.
007450
007460          GO TO CICLO-LOG-BPRV.
007470
007480 FINE-LOG-BPRV.
007490
007500          IF RIGA-SOSPESA-BPRV
007510           PERFORM CHIUDI-SOSPESA-BPRV THRU EX-CHIUDI-SOSPESA-BPRV
007520          END-IF.
007530
007540          PERFORM CLOSE-LOG       THRU EX-CLOSE-LOG.
007550
007560 EX-SCORRI-LOG-BPRV.
007570          EXIT.
007580*
007590** LA RIGA SOSPESA ENTRA SE E' PRIVILEGIATO L'AUTORE O (IN
007600** IMPERSONIFICAZIONE) L'UTENTE DI CUI HA USATO I DIRITTI
007610*
007620 CHIUDI-SOSPESA-BPRV.
007630
007640          MOVE "N"                TO SOSPESA-BPRV.
007650
007660          IF SOSP-PERSONA-BPRV = SPACES
007670           ADD 1                  TO NON-ATTRIBUITE-BPRV
007680           GO TO EX-CHIUDI-SOSPESA-BPRV
007690          END-IF.
007700
007710          MOVE SOSP-PERSONA-BPRV  TO UTENTE-CERCA-BPRV.
007720          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
007730
007740          IF NOT BPRV-TROVATO
007750           AND SOSP-CONTO-BPRV NOT = SOSP-PERSONA-BPRV
007760           MOVE SOSP-CONTO-BPRV   TO UTENTE-CERCA-BPRV
007770           PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV
007780          END-IF.
007790
007800          IF NOT BPRV-TROVATO GO TO EX-CHIUDI-SOSPESA-BPRV.
007810
007820          MOVE SOSP-PERSONA-BPRV  TO UTENTE-VOCE-BPRV.
007830          MOVE SOSP-ORA-BPRV      TO ORA-VOCE-BPRV.
007840          MOVE SOSP-SESSIONE-BPRV TO SESSIONE-VOCE-BPRV.
007850          IF SESSIONE-VOCE-BPRV = SPACES
007860           PERFORM CERCA-SESSIONE-BPRV THRU EX-CERCA-SESSIONE-BPRV
007870          END-IF.
007880          MOVE "LOG"              TO ORIGINE-VOCE-BPRV.
007890          MOVE SOSP-OGGETTO-BPRV  TO OGGETTO-VOCE-BPRV.
007900          MOVE SOSP-DESC-BPRV     TO DESCRIZIONE-VOCE-BPRV.
007910          IF SOSP-CONTO-BPRV NOT = SOSP-PERSONA-BPRV
007920           MOVE SPACES            TO DESCRIZIONE-VOCE-BPRV
007930           STRING "COME " SOSP-CONTO-BPRV ": " SOSP-DESC-BPRV
007940            DELIMITED BY SIZE INTO DESCRIZIONE-VOCE-BPRV
007950          END-IF.
007960
007970          PERFORM REGISTRA-VOCE-BPRV THRU EX-REGISTRA-VOCE-BPRV.
007980          ADD 1                   TO VOCI-LOG-BPRV.
007990
008000 EX-CHIUDI-SOSPESA-BPRV.
008010          EXIT.
008020*
008030** VARIAZIONI DEI PERMESSI (STORICO ARKABIS)
008040*
008050 SCORRI-ABIS-BPRV.
008060
008070          OPEN INPUT ARKABIS.
008080
008090          IF STATUS-ABIS NOT = "00"
008100           DISPLAY "OPENBPRV: ARKABIS NON DISPONIBILE, STATUS = "
008110            STATUS-ABIS
008120           GO TO EX-SCORRI-ABIS-BPRV
008130          END-IF.
008140
008150 CICLO-ABIS-BPRV.
008160
008170          READ ARKABIS NEXT RECORD
008180           AT END GO TO FINE-ABIS-BPRV.
008190
008200          IF DATA-ABIS NOT = GIORNO-BPRV GO TO CICLO-ABIS-BPRV.
008210
008220          MOVE UTENTE-ABIS        TO UTENTE-CERCA-BPRV.
008230          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
008240
008250          IF NOT BPRV-TROVATO GO TO CICLO-ABIS-BPRV.
008260
008270          MOVE UTENTE-ABIS        TO UTENTE-VOCE-BPRV.
008280          MOVE ORA-ABIS           TO ORA-VOCE-BPRV.
008290          PERFORM CERCA-SESSIONE-BPRV THRU EX-CERCA-SESSIONE-BPRV.
008300          MOVE "ABIS"             TO ORIGINE-VOCE-BPRV.
008310          MOVE GRUPPO-ABI-ABIS    TO GRUPPO-ED-BPRV.
008320          MOVE "VARIATO"          TO OPERAZIONE-ED-BPRV.
008330          IF OPERAZIONE-CONCESSA-ABIS
008340           MOVE "CONCESSO"        TO OPERAZIONE-ED-BPRV
008350          END-IF.
008360          IF OPERAZIONE-REVOCATA-ABIS
008370           MOVE "REVOCATO"        TO OPERAZIONE-ED-BPRV
008380          END-IF.
008390          IF OPERAZIONE-LIMITE-ABIS
008400           MOVE "LIMITE"          TO OPERAZIONE-ED-BPRV
008410          END-IF.
008420          MOVE SPACES             TO OGGETTO-VOCE-BPRV
008430                                     DESCRIZIONE-VOCE-BPRV.
008440          STRING "PERM. ENTE " ENTE-ABI-ABIS " GR." GRUPPO-ED-BPRV
008450           " " CHIAMATA-ABIS
008460           DELIMITED BY SIZE INTO OGGETTO-VOCE-BPRV.
008470          STRING OPERAZIONE-ED-BPRV " " DESC-PRIMA-ABIS " > "
008480           DESC-DOPO-ABIS
008490           DELIMITED BY SIZE INTO DESCRIZIONE-VOCE-BPRV.
008500
008510          PERFORM REGISTRA-VOCE-BPRV THRU EX-REGISTRA-VOCE-BPRV.
008520          ADD 1                   TO VOCI-ABIS-BPRV.
008530
008540          GO TO CICLO-ABIS-BPRV.
008550
008560 FINE-ABIS-BPRV.
008570
008580          CLOSE ARKABIS.
008590
008600 EX-SCORRI-ABIS-BPRV.
008610          EXIT.
008620*
008630** VARIAZIONI DELLE TABELLE GENERICHE (STORICO ARKSTAB)
008640*
008650 SCORRI-STAB-BPRV.
008660
008670          OPEN INPUT ARKSTAB.
008680
008690          IF STATUS-STAB NOT = "00"
008700           DISPLAY "OPENBPRV: ARKSTAB NON DISPONIBILE, STATUS = "
008710            STATUS-STAB
008720           GO TO EX-SCORRI-STAB-BPRV
008730          END-IF.
008740
008750 CICLO-STAB-BPRV.
008760
008770          READ ARKSTAB NEXT RECORD
008780           AT END GO TO FINE-STAB-BPRV.
008790
008800          IF DATA-STAB NOT = GIORNO-BPRV GO TO CICLO-STAB-BPRV.
008810
008820          MOVE UTENTE-STAB        TO UTENTE-CERCA-BPRV.
008830          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
008840
008850          IF NOT BPRV-TROVATO GO TO CICLO-STAB-BPRV.
008860
008870          MOVE UTENTE-STAB        TO UTENTE-VOCE-BPRV.
008880          MOVE ORA-STAB           TO ORA-VOCE-BPRV.
008890          PERFORM CERCA-SESSIONE-BPRV THRU EX-CERCA-SESSIONE-BPRV.
008900          MOVE "STAB"             TO ORIGINE-VOCE-BPRV.
008910          MOVE SPACES             TO OGGETTO-VOCE-BPRV.
008920          STRING "TABELLA " TIPO-TAB-STAB " ENTE " ENTE-TAB-STAB
008930           " PROG " PROG-TAB-STAB
008940           DELIMITED BY SIZE INTO OGGETTO-VOCE-BPRV.
008950          MOVE TABELLA-STAB(1:60) TO DESCRIZIONE-VOCE-BPRV.
008960
008970          PERFORM REGISTRA-VOCE-BPRV THRU EX-REGISTRA-VOCE-BPRV.
008980          ADD 1                   TO VOCI-STAB-BPRV.
008990
009000          GO TO CICLO-STAB-BPRV.
009010
009020 FINE-STAB-BPRV.
009030
009040          CLOSE ARKSTAB.
009050
009060 EX-SCORRI-STAB-BPRV.
009070          EXIT.
009080*
009090** VERSIONI DELLE VOCI DI MENU SALVATE NELLA GIORNATA (ARKMVER,
009100** SENZA ORA)
009110*
009120 SCORRI-MVER-BPRV.
009130
009140          OPEN INPUT ARKMVER.
009150
009160          IF STATUS-MVER NOT = "00"
009170           DISPLAY "OPENBPRV: ARKMVER NON DISPONIBILE, STATUS = "
009180            STATUS-MVER
009190           GO TO EX-SCORRI-MVER-BPRV
009200          END-IF.
009210
009220 CICLO-MVER-BPRV.
009230
009240          READ ARKMVER NEXT RECORD
009250           AT END GO TO FINE-MVER-BPRV.
009260
009270          IF DATA-SALVATAGGIO-MVER NOT = GIORNO-BPRV
009280           GO TO CICLO-MVER-BPRV
009290          END-IF.
009300
009310          MOVE UTENTE-MVER        TO UTENTE-CERCA-BPRV.
009320          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
009330
009340          IF NOT BPRV-TROVATO GO TO CICLO-MVER-BPRV.
009350
009360          MOVE UTENTE-MVER        TO UTENTE-VOCE-BPRV.
009370          MOVE ZEROS              TO ORA-VOCE-BPRV.
009380          PERFORM CERCA-SESSIONE-BPRV THRU EX-CERCA-SESSIONE-BPRV.
009390          MOVE "MVER"             TO ORIGINE-VOCE-BPRV.
009400          MOVE SPACES             TO OGGETTO-VOCE-BPRV
009410                                     DESCRIZIONE-VOCE-BPRV.
009420          STRING "MENU " NUM-MENU-MVER " VERS. " VERS-MVER
009430           DELIMITED BY SIZE INTO OGGETTO-VOCE-BPRV.
009440          STRING DESC-MVER " " MOD-MVER ENT-MVER FUNZ-MVER " "
009450           PROG-MVER
009460           DELIMITED BY SIZE INTO DESCRIZIONE-VOCE-BPRV.
009470
009480          PERFORM REGISTRA-VOCE-BPRV THRU EX-REGISTRA-VOCE-BPRV.
009490          ADD 1                   TO VOCI-MVER-BPRV.
009500
009510          GO TO CICLO-MVER-BPRV.
009520
009530 FINE-MVER-BPRV.
009540
009550          CLOSE ARKMVER.
009560
009570 EX-SCORRI-MVER-BPRV.
009580          EXIT.
009590*
009600** SESSIONE DI UTENTE-VOCE-BPRV ALL'ORA ORA-VOCE-BPRV: L'ULTIMO
009610** LOGIN NON SUCCESSIVO; SENZA ORA SOLO SE LA SESSIONE E' UNICA
009620*
009630 CERCA-SESSIONE-BPRV.
009640
009650          MOVE SPACES             TO SESSIONE-VOCE-BPRV.
009660          MOVE ZEROS              TO CONTA-SESS-BPRV
009670                                     ORA-MIGLIORE-BPRV.
009680
009690          PERFORM CONFRONTA-SESS-BPRV THRU EX-CONFRONTA-SESS-BPRV
009700           VARYING IND-BPRV FROM 1 BY 1
009710           UNTIL IND-BPRV > NUM-SESS-BPRV.
009720
009730          IF ORA-VOCE-BPRV = ZEROS AND CONTA-SESS-BPRV NOT = 1
009740           MOVE SPACES            TO SESSIONE-VOCE-BPRV
009750          END-IF.
009760
009770 EX-CERCA-SESSIONE-BPRV.
009780          EXIT.
009790*
009800 CONFRONTA-SESS-BPRV.
009810
009820          IF UTENTE-SESS-BPRV(IND-BPRV) NOT = UTENTE-VOCE-BPRV
009830           GO TO EX-CONFRONTA-SESS-BPRV
009840          END-IF.
009850
009860          ADD 1                   TO CONTA-SESS-BPRV.
009870
009880          IF ORA-VOCE-BPRV = ZEROS
009890           MOVE SEZIONE-SESS-BPRV(IND-BPRV) TO SESSIONE-VOCE-BPRV
009900           GO TO EX-CONFRONTA-SESS-BPRV
009910          END-IF.
009920
009930          IF ORA-SESS-BPRV(IND-BPRV) > ORA-VOCE-BPRV
009940           OR ORA-SESS-BPRV(IND-BPRV) < ORA-MIGLIORE-BPRV
009950           GO TO EX-CONFRONTA-SESS-BPRV
009960          END-IF.
009970
009980          MOVE ORA-SESS-BPRV(IND-BPRV) TO ORA-MIGLIORE-BPRV.
009990          MOVE SEZIONE-SESS-BPRV(IND-BPRV) TO SESSIONE-VOCE-BPRV.
010000
010010 EX-CONFRONTA-SESS-BPRV.
010020          EXIT.
010030*
010040 REGISTRA-VOCE-BPRV.
010050
010060          ADD 1                   TO PROG-BPRV.
010070
010080          MOVE SPACES             TO REVISIONE-PRV.
010090          MOVE GIORNO-BPRV        TO GIORNO-PRV.
010100          SET PRV-VOCE            TO TRUE.
010110          MOVE UTENTE-VOCE-BPRV   TO UTENTE-PRV.
010120          MOVE SESSIONE-VOCE-BPRV TO SESSIONE-PRV.
010130          MOVE PROG-BPRV          TO PROG-PRV.
010140          MOVE ORIGINE-VOCE-BPRV  TO ORIGINE-PRV.
010150          MOVE ORA-VOCE-BPRV      TO ORA-PRV.
010160          MOVE OGGETTO-VOCE-BPRV  TO OGGETTO-PRV.
010170          MOVE DESCRIZIONE-VOCE-BPRV TO DESCRIZIONE-PRV.
010180          SET VOCE-DA-VEDERE      TO TRUE.
010190          MOVE ZEROS              TO DATA-RILIEVO-PRV.
010200
010210          PERFORM SCRIVI-PRV      THRU EX-SCRIVI-PRV.
010220
010230          IF ESITO-NOK
010240           DISPLAY "OPENBPRV: SCRITTURA VOCE " PROG-BPRV
010250            " FALLITA, STATUS = " STATUS-PRV
010260          END-IF.
010270
010280 EX-REGISTRA-VOCE-BPRV.
010290          EXIT.
010300*
010310** PERSONE DISTINTE NELLE VOCI DELLA GIORNATA (LA CHIAVE LE TIENE
010320** GIA' IN ORDINE)
010330*
010340 CONTA-PERSONE-BPRV.
010350
010360          MOVE ZEROS              TO PERSONE-BPRV.
010370          MOVE LOW-VALUES         TO PERSONA-PREC-BPRV.
010380
010390          MOVE LOW-VALUES         TO CHIAVE-PRV.
010400          MOVE GIORNO-BPRV        TO GIORNO-PRV.
010410          SET PRV-VOCE            TO TRUE.
010420          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
010430
010440          IF ESITO-NOK GO TO EX-CONTA-PERSONE-BPRV.
010450
010460 CICLO-CONTA-PERSONE-BPRV.
010470
010480          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
010490
010500          IF FINE-FILE = "S" GO TO EX-CONTA-PERSONE-BPRV.
010510
010520          IF GIORNO-PRV NOT = GIORNO-BPRV OR NOT PRV-VOCE
010530           GO TO EX-CONTA-PERSONE-BPRV
010540          END-IF.
010550
010560          IF UTENTE-PRV NOT = PERSONA-PREC-BPRV
010570           ADD 1                  TO PERSONE-BPRV
010580           MOVE UTENTE-PRV        TO PERSONA-PREC-BPRV
010590          END-IF.
010600
010610          GO TO CICLO-CONTA-PERSONE-BPRV.
010620
010630 EX-CONTA-PERSONE-BPRV.
010640          EXIT.
010650*
010660** PRIMO CANDIDATO ATTIVO, NON BLOCCATO, NON PRIVILEGIATO E SENZA
010670** VOCI PROPRIE NELLA GIORNATA GIORNO-BPRV
010680*
010690 SCEGLI-REVISORE-BPRV.
010700
010710          MOVE SPACES             TO REVISORE-BPRV.
010720
010730          PERFORM PROVA-CANDIDATO-BPRV
010740           THRU EX-PROVA-CANDIDATO-BPRV
010750           VARYING IND-CAND-BPRV FROM 1 BY 1
010760           UNTIL IND-CAND-BPRV > 8 OR REVISORE-BPRV NOT = SPACES.
010770
010780 EX-SCEGLI-REVISORE-BPRV.
010790          EXIT.
010800*
010810 PROVA-CANDIDATO-BPRV.
010820
010830          IF CANDIDATO-BPRV(IND-CAND-BPRV) = SPACES
010840           GO TO EX-PROVA-CANDIDATO-BPRV
010850          END-IF.
010860
010870          MOVE CANDIDATO-BPRV(IND-CAND-BPRV) TO UTENTE-CERCA-BPRV.
010880          PERFORM VERIFICA-PRIV-BPRV THRU EX-VERIFICA-PRIV-BPRV.
010890
010900          IF BPRV-TROVATO GO TO EX-PROVA-CANDIDATO-BPRV.
010910
010920          MOVE CANDIDATO-BPRV(IND-CAND-BPRV) TO CHIAVE-UTEN.
010930          READ ARKUTEN
010940           INVALID KEY GO TO EX-PROVA-CANDIDATO-BPRV.
010950
010960          IF UTENTE-CANCELLATO OR UTENTE-BLOCCATO
010970           GO TO EX-PROVA-CANDIDATO-BPRV
010980          END-IF.
010990
011000          MOVE LOW-VALUES         TO CHIAVE-PRV.
011010          MOVE GIORNO-BPRV        TO GIORNO-PRV.
011020          SET PRV-VOCE            TO TRUE.
011030          MOVE CANDIDATO-BPRV(IND-CAND-BPRV) TO UTENTE-PRV.
011040          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
011050
011060          IF ESITO-OK
011070           PERFORM LEGGO-NEXT-PRV THRU EX-LEGGO-NEXT-PRV
011080           IF FINE-FILE = "N" AND GIORNO-PRV = GIORNO-BPRV
011090            AND PRV-VOCE
011100            AND UTENTE-PRV = CANDIDATO-BPRV(IND-CAND-BPRV)
011110            GO TO EX-PROVA-CANDIDATO-BPRV
011120           END-IF
011130          END-IF.
011140
011150          MOVE CANDIDATO-BPRV(IND-CAND-BPRV) TO REVISORE-BPRV.
011160
011170 EX-PROVA-CANDIDATO-BPRV.
011180          EXIT.
011190*
011200 AVVISA-REVISORE-BPRV.
011210
011220          ADD 1                   TO ASSEGNATE-BPRV.
011230
011240          MOVE "PRIVILEGI"        TO TIPO-NOT-WEB.
011250          MOVE "M"                TO SEVERITA-NOT-WEB.
011260          MOVE SPACES             TO RIFERIMENTO-NOT-WEB
011270                                     TESTO-NOT-WEB.
011280          STRING "PRV " GIORNO-PRV " ASSEGNATA"
011290           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
011300          MOVE REVISORE-PRV       TO DESTINATARI-NOT-WEB.
011310          STRING "Attivita' privilegiate del " GIORNO-PRV
011320           " da rivedere: " VOCI-PRV " voci, entro il "
011330           SCADENZA-PRV
011340           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
011350
011360          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
011370
011380          DISPLAY "GIORNATA " GIORNO-PRV " ASSEGNATA A "
011390           REVISORE-PRV " SCADENZA " SCADENZA-PRV.
011400
011410 EX-AVVISA-REVISORE-BPRV.
011420          EXIT.
011430*
011440** TUTTE LE GIORNATE ANCORA DA FIRMARE: REVISORE MANCANTE E
011450** SCADENZA PASSATA. LE GIORNATE SI RACCOLGONO PRIMA, PERCHE' LA
011460** SCELTA DEL REVISORE RIPOSIZIONA ARKPRV
011470*
011480 CONTROLLA-APERTE-BPRV.
011490
011500          MOVE ZEROS              TO NUM-APE-BPRV.
011510
011520          MOVE LOW-VALUES         TO CHIAVE-PRV.
011530          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
011540
011550          IF ESITO-NOK GO TO EX-CONTROLLA-APERTE-BPRV.
011560
011570 CICLO-APERTE-BPRV.
011580
011590          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
011600
011610          IF FINE-FILE = "S" GO TO ESAMINA-APERTE-BPRV.
011620
011630          IF NOT PRV-GIORNATA OR NOT PRV-ASSEGNATA
011640           GO TO CICLO-APERTE-BPRV
011650          END-IF.
011660
011670          IF NUM-APE-BPRV NOT < MAX-APE-BPRV
011680           DISPLAY "OPENBPRV: TROPPE GIORNATE DA FIRMARE, "
011690            "ESCLUSA " GIORNO-PRV
011700           GO TO CICLO-APERTE-BPRV
011710          END-IF.
011720
011730          ADD 1                   TO NUM-APE-BPRV.
011740          MOVE GIORNO-PRV
011750                    TO GIORNO-APE-BPRV(NUM-APE-BPRV).
011760
011770          GO TO CICLO-APERTE-BPRV.
011780
011790 ESAMINA-APERTE-BPRV.
011800
011810          PERFORM ESAMINA-GIORNATA-BPRV
011820           THRU EX-ESAMINA-GIORNATA-BPRV
011830           VARYING IND-APE-BPRV FROM 1 BY 1
011840           UNTIL IND-APE-BPRV > NUM-APE-BPRV.
011850
011860 EX-CONTROLLA-APERTE-BPRV.
011870          EXIT.
011880*
011890 ESAMINA-GIORNATA-BPRV.
011900
011910          MOVE GIORNO-APE-BPRV(IND-APE-BPRV) TO GIORNO-BPRV.
011920
011930          MOVE SPACES             TO CHIAVE-PRV.
011940          MOVE GIORNO-BPRV        TO GIORNO-PRV.
011950          SET PRV-GIORNATA        TO TRUE.
011960          MOVE ZEROS              TO PROG-PRV.
011970          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
011980
011990          IF ESITO-NOK GO TO EX-ESAMINA-GIORNATA-BPRV.
012000
012010          IF REVISORE-PRV = SPACES
012020           PERFORM RIASSEGNA-BPRV THRU EX-RIASSEGNA-BPRV
012030          END-IF.
012040
012050          IF SCADENZA-PRV NOT < OGGI-BPRV
012060           GO TO EX-ESAMINA-GIORNATA-BPRV
012070          END-IF.
012080
012090          ADD 1                   TO SCADUTE-BPRV.
012100
012110          DISPLAY "GIORNATA " GIORNO-PRV " NON FIRMATA, "
012120           "SCADUTA IL " SCADENZA-PRV " REVISORE " REVISORE-PRV.
012130
012140          IF PRV-SOLLECITATA GO TO EX-ESAMINA-GIORNATA-BPRV.
012150
012160          MOVE "S"                TO SOLLECITO-PRV.
012170          MOVE OGGI-BPRV          TO DATA-SOLLECITO-PRV.
012180          PERFORM RISCRIVI-PRV    THRU EX-RISCRIVI-PRV.
012190
012200          MOVE "PRIVILEGI"        TO TIPO-NOT-WEB.
012210          MOVE "A"                TO SEVERITA-NOT-WEB.
012220          MOVE SPACES             TO RIFERIMENTO-NOT-WEB
012230                                     TESTO-NOT-WEB.
012240          STRING "PRV " GIORNO-PRV " SCADUTA"
012250           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
012260          MOVE ESCALATION-BPRV    TO DESTINATARI-NOT-WEB.
012270          STRING "Privilegiati del " GIORNO-PRV
012280           ": firma scaduta il " SCADENZA-PRV " (revisore "
012290           REVISORE-PRV ")"
012300           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
012310
012320          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
012330
012340          ADD 1                   TO SOLLECITI-BPRV.
012350
012360 EX-ESAMINA-GIORNATA-BPRV.
012370          EXIT.
012380*
012390** GIORNATA SENZA REVISORE: SI RITENTA CON I CANDIDATI DI OGGI; SE
012400** ANCORA NESSUNO E' IDONEO SI AVVISA CON SEVERITA' ALTA
012410*
012420 RIASSEGNA-BPRV.
012430
012440          PERFORM SCEGLI-REVISORE-BPRV
012450           THRU EX-SCEGLI-REVISORE-BPRV.
012460
012470          MOVE SPACES             TO CHIAVE-PRV.
012480          MOVE GIORNO-BPRV        TO GIORNO-PRV.
012490          SET PRV-GIORNATA        TO TRUE.
012500          MOVE ZEROS              TO PROG-PRV.
012510          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
012520
012530          IF ESITO-NOK GO TO EX-RIASSEGNA-BPRV.
012540
012550          IF REVISORE-BPRV NOT = SPACES
012560           MOVE REVISORE-BPRV     TO REVISORE-PRV
012570           PERFORM RISCRIVI-PRV   THRU EX-RISCRIVI-PRV
012580           PERFORM AVVISA-REVISORE-BPRV
012590            THRU EX-AVVISA-REVISORE-BPRV
012600           GO TO EX-RIASSEGNA-BPRV
012610          END-IF.
012620
012630          ADD 1                   TO SENZA-REVISORE-BPRV.
012640
012650          DISPLAY "GIORNATA " GIORNO-PRV " SENZA REVISORE IDONEO".
012660
012670          MOVE "PRIVILEGI"        TO TIPO-NOT-WEB.
012680          MOVE "A"                TO SEVERITA-NOT-WEB.
012690          MOVE SPACES             TO RIFERIMENTO-NOT-WEB
012700                                     TESTO-NOT-WEB.
012710          STRING "PRV " GIORNO-PRV " SENZA REVISORE"
012720           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
012730          MOVE ESCALATION-BPRV    TO DESTINATARI-NOT-WEB.
012740          STRING "Privilegiati del " GIORNO-PRV
012750           ": nessun revisore idoneo in PRIVILEGI-REVISORI"
012760           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
012770
012780          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
012790
012800 EX-RIASSEGNA-BPRV.
012810          EXIT.
