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
000190* PUNTEGGIO DI RISCHIO NOTTURNO PER UTENTE: I SEGNALI CHE OGGI
000200* ARRIVANO IN REPORT SEPARATI VENGONO PESATI E SOMMATI PER OGNI
000210* UTENTE ATTIVO DI ARKUTEN:
000220*   SOD        VIOLAZIONI DI SEPARAZIONE DEI COMPITI SENZA DEROGA
000230*              VALIDA (DEROGA SCADUTA COMPRESA), COME opensodr.exe
000240*              SULL'ENTE 00
000250*   DEROGA     VIOLAZIONI COPERTE DA UNA DEROGA ATTIVA DI ARKWAI
000260*   BREAKGLASS ACCESSI DI EMERGENZA (ARKACC "BREAKGLASS")
000270*   TENTATIVI  LOGIN FALLITI CONSECUTIVI (TENTATIVI-LOGIN-UTEN)
000280*   BLOCCO     BLOCCHI (ARKACC "BLOCCO"; 1 SE BLOCCATO SENZA EVENTI)
000290*   LETTURE    LETTURE DI CAMPI SENSIBILI SU ARKLET, OGNI 10
000300*   RIVELATE   VALORI SENSIBILI RIVELATI IN CHIARO SU ARKLET
000310*   ORIGINE    ACCESSI DA ORIGINI NON AMMESSE (ARKACC "ORIGINE")
000320*   DORMIENZA  NESSUN LOGIN DA OLTRE RISCHIO-DORMIENZA GIORNI
000330*   PRIVILEGI  GRUPPI BASE/EXTRA MARCATI PRIVILEGIATO-GRU SU ARKGRU
000340*   DERIVA     SCOSTAMENTI DAL MODELLO DI RUOLO ARKRUO, COME
000350*              openrdrf.exe (SOLO PER GLI UTENTI TIMBRATI)
000360* I GIORNALI ARKACC E ARKLET SI CONTANO SUGLI ULTIMI RISCHIO-GIORNI
000370* GIORNI. I PESI SONO LE RIGHE "RS" DI ARKTAB (ENTE 00, PROG
000380* LIBERO): CODICE DEL SEGNALE IN POS 1-10, PESO IN 12-14,
000390* DESCRIZIONE IN 16-55; SENZA RIGA VALE IL PESO DI DEFAULT DELLA
000400* TABELLA PESI-DEFAULT-RISK.
000410* USCITE:
000420*   FILES/RISCHIO.AAAAMMGG.TXT   CLASSIFICA DEGLI UTENTI CON
000430*                                PUNTEGGIO, VARIAZIONE, ANDAMENTO
000440*                                DELLE ULTIME NOTTI E MOTIVI
000450*   FILES/RISCHIO.STORICO.TXT    UNA RIGA PER UTENTE E PER NOTTE
000460*                                (DATA, UTENTE, PUNTEGGIO, MOTIVI),
000470*                                DA CUI SI RICAVA L'ANDAMENTO
000480*   FILES/RISCHIO.PRIORITA.TXT   I PRIMI RISCHIO-PRIORITARI UTENTI
000490*                                CON PUNTEGGIO, GRUPPO BASE ED EXTRA:
000500*                                LA PROSSIMA APERTURA DI CAMPAGNA
000510*                                (opencerb.exe) NE FA VOCI PRIORITARIE
000520* UN SECONDO GIRO NELLA STESSA NOTTE SOSTITUISCE NELL'ANDAMENTO IL
000530* PUNTEGGIO DEL GIRO PRECEDENTE. DA SCHEDULARE NOTTURNO
000540* (openskd.exe).
000550*
000560 IDENTIFICATION   DIVISION.
000570 PROGRAM-ID.      OPENRISK.
000580 ENVIRONMENT      DIVISION.
000590 CONFIGURATION    SECTION.
000600          COPY "SPECIAL.CBL".
000610 INPUT-OUTPUT     SECTION.
000620 FILE-CONTROL.
000630
000640          COPY "SELUTEN.CBL".
000650          COPY "SELABI.CBL".
000660          COPY "SELGER.CBL".
000670          COPY "SELSOD.CBL".
000680          COPY "SELWAI.CBL".
000690          COPY "SELGRU.CBL".
000700          COPY "SELRUO.CBL".
000710          COPY "SELTAB.CBL".
000720          COPY "SELACC.CBL".
000730          COPY "SELLET.CBL".
000740          COPY "SELARC.CBL".
000750
000760 DATA             DIVISION.
000770 FILE SECTION.
000780
000790          COPY "FDEUTEN.CBL".
000800          COPY "FDEABI.CBL".
000810          COPY "FDEGER.CBL".
000820          COPY "FDESOD.CBL".
000830          COPY "FDEWAI.CBL".
000840          COPY "FDEGRU.CBL".
000850          COPY "FDERUO.CBL".
000860          COPY "FDETAB.CBL".
000870          COPY "FDEACC.CBL".
000880          COPY "FDELET.CBL".
000890          COPY "FDEARC.CBL".
000900
000910 WORKING-STORAGE  SECTION.
000920
000930          COPY "GLOBALS.CBL".
000940*
000950** PESI DI DEFAULT DEI SEGNALI (CODICE E PESO), SOVRASCRITTI DALLE
000960** RIGHE "RS" DI ARKTAB; L'ORDINE E' QUELLO DEI CONTATORI PER UTENTE
000970*
000980 01 PESI-DEFAULT-RISK.
000990    02 FILLER PIC X(13) VALUE "SOD       020".
001000    02 FILLER PIC X(13) VALUE "DEROGA    005".
001010    02 FILLER PIC X(13) VALUE "BREAKGLASS015".
001020    02 FILLER PIC X(13) VALUE "TENTATIVI 002".
001030    02 FILLER PIC X(13) VALUE "BLOCCO    010".
001040    02 FILLER PIC X(13) VALUE "LETTURE   001".
001050    02 FILLER PIC X(13) VALUE "RIVELATE  003".
001060    02 FILLER PIC X(13) VALUE "ORIGINE   005".
001070    02 FILLER PIC X(13) VALUE "DORMIENZA 010".
001080    02 FILLER PIC X(13) VALUE "PRIVILEGI 010".
001090    02 FILLER PIC X(13) VALUE "DERIVA    005".
001100 01 TAB-PESI-RISK REDEFINES PESI-DEFAULT-RISK.
001110    02 VOCE-PESO-RISK OCCURS 11.
001120       05 CODICE-PESO-RISK     PIC X(10).
001130       05 PESO-RISK            PIC 9(03).
001140 01 NUM-PESI-RISK              PIC 9(02) COMP VALUE 11.
001150 01 IND-PESO-RISK              PIC 9(02) COMP.
001160 01 TROVATO-PESO-RISK          PIC 9(02) COMP.
001170*
001180** POSIZIONI DEI SEGNALI NELLA TABELLA
001190*
001200 01 SEGNALE-SOD-RISK           PIC 9(02) COMP VALUE 1.
001210 01 SEGNALE-DEROGA-RISK        PIC 9(02) COMP VALUE 2.
001220 01 SEGNALE-BG-RISK            PIC 9(02) COMP VALUE 3.
001230 01 SEGNALE-TENTATIVI-RISK     PIC 9(02) COMP VALUE 4.
001240 01 SEGNALE-BLOCCO-RISK        PIC 9(02) COMP VALUE 5.
001250 01 SEGNALE-LETTURE-RISK       PIC 9(02) COMP VALUE 6.
001260 01 SEGNALE-RIVELATE-RISK      PIC 9(02) COMP VALUE 7.
001270 01 SEGNALE-ORIGINE-RISK       PIC 9(02) COMP VALUE 8.
001280 01 SEGNALE-DORMIENZA-RISK     PIC 9(02) COMP VALUE 9.
001290 01 SEGNALE-PRIVILEGI-RISK     PIC 9(02) COMP VALUE 10.
001300 01 SEGNALE-DERIVA-RISK        PIC 9(02) COMP VALUE 11.
001310*
001320** UTENTI ATTIVI, NELL'ORDINE DI CHIAVE DI ARKUTEN (LA RICERCA PER
001330** UTENTE DAI GIORNALI E' DICOTOMICA)
001340*
001350 01 TAB-UTENTI-RISK.
001360    02 RIGA-UTENTE-RISK OCCURS 3000 TIMES.
001370       03 UTENTE-TAB-RISK      PIC X(08).
001380       03 GRUPPO-TAB-RISK      PIC 9(04) OCCURS 6 TIMES.
001390       03 CONTA-TAB-RISK       PIC 9(05) COMP OCCURS 11 TIMES.
001400       03 LETTE-TAB-RISK       PIC 9(07) COMP.
001410       03 BLOCCATO-TAB-RISK    PIC X(01).
001420       03 PUNTI-TAB-RISK       PIC 9(05).
001430       03 NUM-STO-TAB-RISK     PIC 9(01) COMP.
001440       03 STORICO-TAB-RISK OCCURS 5 TIMES.
001450          05 DATA-STO-TAB-RISK  PIC 9(08).
001460          05 PUNTI-STO-TAB-RISK PIC 9(05).
001470 01 NUM-UTENTI-RISK            PIC 9(04) COMP.
001480 01 IND-RISK                   PIC 9(04) COMP.
001490 01 FUORI-TAB-RISK             PIC 9(09).
001500*
001510** CLASSIFICA: INDICI DELLA TABELLA UTENTI PER PUNTEGGIO DECRESCENTE
001520*
001530 01 TAB-ORDINE-RISK.
001540    02 ORDINE-RISK             PIC 9(04) COMP OCCURS 3000 TIMES.
001550 01 POS-ORDINE-RISK            PIC 9(04) COMP.
001560 01 PRECEDENTE-RISK            PIC 9(04) COMP.
001570 01 UTENTE-ORDINE-RISK         PIC 9(04) COMP.
001580*
001590** RICERCA DICOTOMICA
001600*
001610 01 CERCATO-RISK               PIC X(08).
001620 01 TROVATO-RISK           PIC 9(04) COMP.
001630 01 BASSO-RISK                 PIC 9(04) COMP.
001640 01 ALTO-RISK                  PIC 9(04) COMP.
001650 01 MEDIO-RISK                 PIC 9(04) COMP.
001660*
001670** PARAMETRI E DATE
001680*
001690 01 GIORNI-RISK                PIC 9(03).
001700 01 PRIORITARI-RISK            PIC 9(03).
001710 01 DORMIENZA-RISK             PIC 9(03).
001720 01 DATA-OGGI-RISK             PIC 9(08).
001730 01 DATA-OGGI-X-RISK REDEFINES DATA-OGGI-RISK PIC X(08).
001740 01 LIMITE-RISK                PIC 9(08).
001750 01 LIMITE-X-RISK REDEFINES LIMITE-RISK PIC X(08).
001760 01 OGGI-INTEGER-RISK          PIC S9(9) COMP.
001770 01 GIORNI-FERMO-RISK          PIC S9(9) COMP.
001780*
001790** SEPARAZIONE DEI COMPITI (STESSA VERIFICA DI OPENSODR, ENTE 00)
001800*
001810 01 TAB-DEROGHE-RISK.
001820    02 DATI-DEROGA-RISK OCCURS 100 TIMES.
001830       03 UTENTE-DEROGA-RISK   PIC X(8).
001840       03 CHA-DEROGA-RISK      PIC X(6).
001850       03 CHB-DEROGA-RISK      PIC X(6).
001860       03 SCAD-DEROGA-RISK     PIC 9(8).
001870 01 NUM-DEROGHE-RISK           PIC 9(03) COMP.
001880 01 IND-DEROGHE-RISK           PIC 9(03) COMP.
001890 01 ESITO-DEROGA-RISK          PIC X.
001900 01 POSSIEDE-RISK              PIC X.
001910 01 CHIAMATA-CERCA-RISK        PIC X(6).
001920 01 IND-GRUPPO-RISK            PIC 9(02) COMP.
001930*
001940** MODELLO DI RUOLO DELL'UTENTE IN ESAME (COME OPENRDRF)
001950*
001960 01 GRUPPO-BASE-MOD-RISK       PIC 9(4).
001970 01 TAB-EXTRA-MOD-RISK.
001980    02 EXTRA-MOD-RISK          PIC 9(4) OCCURS 5 TIMES.
001990 01 NUM-EXTRA-MOD-RISK         PIC 9(1) COMP.
002000 01 MODELLO-TROVATO-RISK       PIC X.
002010 01 IND-MOD-RISK               PIC 9(02) COMP.
002020 01 IND2-MOD-RISK              PIC 9(02) COMP.
002030 01 TROVATO-MOD-RISK           PIC X.
002040*
002050** STORICO, CLASSIFICA E RIGHE DI USCITA
002060*
002070 01 NOME-STORICO-RISK          PIC X(80)
002080                               VALUE "FILES/RISCHIO.STORICO.TXT".
002090 01 NOME-PRIORITA-RISK         PIC X(80)
002100                               VALUE "FILES/RISCHIO.PRIORITA.TXT".
002110 01 NOME-REPORT-RISK           PIC X(80).
002120 01 DATA-STO-LETTA-RISK        PIC 9(08).
002130 01 PUNTI-STO-LETTI-RISK       PIC 9(05).
002140 01 IND-STO-RISK               PIC 9(01) COMP.
002150 01 NUMERO-RISK                PIC 9(05).
002160 01 NUMERO-X-RISK REDEFINES NUMERO-RISK PIC X(05).
002170 01 ZERI-RISK                  PIC 9(02) COMP.
002180 01 TESTO-NUMERO-RISK          PIC X(05).
002190 01 MOTIVI-RISK                PIC X(200).
002200 01 PUNTA-MOTIVI-RISK          PIC 9(03) COMP.
002210 01 ANDAMENTO-RISK             PIC X(60).
002220 01 PUNTA-ANDAMENTO-RISK       PIC 9(03) COMP.
002230 01 CONTRIBUTO-RISK            PIC 9(07).
002240 01 TOTALE-RISK                PIC 9(07).
002250 01 VARIAZIONE-RISK            PIC S9(05).
002260 01 POSIZIONE-ED-RISK          PIC ZZZ9.
002270 01 PUNTI-ED-RISK              PIC ZZZZ9.
002280 01 VARIAZIONE-ED-RISK         PIC +ZZZZ9.
002290 01 GRUPPI-PRI-RISK            PIC X(30).
002300*
002310** CONTATORI DI GIRO
002320*
002330 01 UTENTI-LETTI-RISK          PIC 9(09).
002340 01 UTENTI-SEGNALATI-RISK      PIC 9(09).
002350 01 EVENTI-ACC-RISK            PIC 9(09).
002360 01 EVENTI-LET-RISK            PIC 9(09).
002370 01 PRIORITARI-SCRITTI-RISK    PIC 9(09).
002380*
002390 PROCEDURE  DIVISION.
002400*
002410          MOVE ZEROS              TO NUM-UTENTI-RISK
002420                                     FUORI-TAB-RISK
002430                                     NUM-DEROGHE-RISK
002440                                     UTENTI-LETTI-RISK
002450                                     UTENTI-SEGNALATI-RISK
002460                                     EVENTI-ACC-RISK
002470                                     EVENTI-LET-RISK
002480                                     PRIORITARI-SCRITTI-RISK.
002490          INITIALIZE TAB-UTENTI-RISK.
002500
002510          PERFORM IMPOSTA-GIRO-RISK THRU EX-IMPOSTA-GIRO-RISK.
002520
002530          PERFORM CARICA-PESI-RISK  THRU EX-CARICA-PESI-RISK.
002540
002550          PERFORM CARICA-DEROGHE-RISK
002560           THRU EX-CARICA-DEROGHE-RISK.
002570
002580          DISPLAY "PUNTEGGIO DI RISCHIO UTENTI - GIORNALI DAL "
002590           LIMITE-RISK.
002600          DISPLAY " ".
002610
002620***** PRIMO GIRO: GLI UTENTI ATTIVI E I SEGNALI DI ANAGRAFICA E
002630***** DI DIRITTI
002640
002650          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002660          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002670          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002680          PERFORM OPEN-I-SOD      THRU EX-OPEN-I-SOD.
002690          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
002700          PERFORM OPEN-I-RUO      THRU EX-OPEN-I-RUO.
002710
002720          MOVE LOW-VALUE          TO CHIAVE-UTEN.
002730          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
002740
002750          IF ESITO-NOK GO TO FINE-UTENTI-RISK.
002760
002770 CICLO-UTENTI-RISK.
002780
002790          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
002800
002810          IF FINE-FILE = "S" GO TO FINE-UTENTI-RISK.
002820
002830          IF UTENTE-CANCELLATO GO TO CICLO-UTENTI-RISK.
002840
002850          ADD 1                   TO UTENTI-LETTI-RISK.
002860
002870          IF NUM-UTENTI-RISK NOT < 3000
002880           ADD 1                  TO FUORI-TAB-RISK
002890           GO TO CICLO-UTENTI-RISK
002900          END-IF.
002910
002920          ADD 1                   TO NUM-UTENTI-RISK.
002930          MOVE NUM-UTENTI-RISK    TO IND-RISK.
002940
002950          PERFORM ESAMINA-UTENTE-RISK
002960           THRU EX-ESAMINA-UTENTE-RISK.
002970
002980          GO TO CICLO-UTENTI-RISK.
002990
003000 FINE-UTENTI-RISK.
003010
003020          PERFORM CLOSE-RUO       THRU EX-CLOSE-RUO.
003030          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
003040          PERFORM CLOSE-SOD       THRU EX-CLOSE-SOD.
003050          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
003060          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
003070          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
003080
003090***** SECONDO GIRO: I GIORNALI DEGLI ACCESSI E DELLE LETTURE
003100
003110          PERFORM CONTA-ACCESSI-RISK
003120           THRU EX-CONTA-ACCESSI-RISK.
003130
003140          PERFORM CONTA-LETTURE-RISK
003150           THRU EX-CONTA-LETTURE-RISK.
003160
003170***** ANDAMENTO DALLO STORICO, PUNTEGGI E CLASSIFICA
003180
003190          PERFORM CARICA-STORICO-RISK
003200           THRU EX-CARICA-STORICO-RISK.
003210
003220          PERFORM CALCOLA-PUNTI-RISK THRU EX-CALCOLA-PUNTI-RISK
003230           VARYING IND-RISK FROM 1 BY 1
003240           UNTIL IND-RISK > NUM-UTENTI-RISK.
003250
003260          PERFORM INSERISCI-ORDINE-RISK
003270           THRU EX-INSERISCI-ORDINE-RISK
003280           VARYING IND-RISK FROM 1 BY 1
003290           UNTIL IND-RISK > NUM-UTENTI-RISK.
003300
003310          PERFORM SCRIVI-REPORT-RISK
003320           THRU EX-SCRIVI-REPORT-RISK.
003330
003340          PERFORM SCRIVI-STORICO-RISK
003350           THRU EX-SCRIVI-STORICO-RISK.
003360
003370          PERFORM SCRIVI-PRIORITA-RISK
003380           THRU EX-SCRIVI-PRIORITA-RISK.
003390
003400          DISPLAY " ".
003410          DISPLAY "UTENTI ATTIVI ESAMINATI : " UTENTI-LETTI-RISK.
003420          DISPLAY "CON PUNTEGGIO           : "
003430           UTENTI-SEGNALATI-RISK.
003440          DISPLAY "EVENTI ARKACC CONTATI   : " EVENTI-ACC-RISK.
003450          DISPLAY "LETTURE ARKLET CONTATE  : " EVENTI-LET-RISK.
003460          DISPLAY "PRIORITARI PER CAMPAGNA : "
003470           PRIORITARI-SCRITTI-RISK.
003480          DISPLAY "REPORT                  : " NOME-REPORT-RISK.
003490
003500          IF FUORI-TAB-RISK > ZEROS
003510           DISPLAY "UTENTI NON VALUTATI (TABELLA PIENA): "
003520            FUORI-TAB-RISK
003530          END-IF.
003540
003550          MOVE ZERO               TO RETURN-CODE.
003560
003570          GOBACK.
003580*
003590          COPY "PIOUTEN.CBL".
003600          COPY "PIOABI.CBL".
003610          COPY "PIOGER.CBL".
003620          COPY "PIOGERA.CBL".
003630          COPY "PIOSOD.CBL".
003640          COPY "PIOWAI.CBL".
003650          COPY "PIOGRU.CBL".
003660          COPY "PIORUO.CBL".
003670          COPY "PIOTAB.CBL".
003680          COPY "PIOACC.CBL".
003690          COPY "PIOLET.CBL".
003700          COPY "PIOARC.CBL".
003710*
003720** PARAMETRI DEL GIRO, DATA ODIERNA E INIZIO DELLA FINESTRA SUI
003730** GIORNALI
003740*
003750 IMPOSTA-GIRO-RISK.
003760
003770          ACCEPT DATA-OGGI-RISK   FROM DATE YYYYMMDD.
003780
003790          MOVE "RISCHIO-GIORNI"   TO NOME-PAR-WEB.
003800          PERFORM PARAMETRO-RISK  THRU EX-PARAMETRO-RISK.
003810          MOVE 30                 TO GIORNI-RISK.
003820          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
003830           MOVE NUMERO-PAR-WEB    TO GIORNI-RISK
003840          END-IF.
003850
003860          MOVE "RISCHIO-PRIORITARI" TO NOME-PAR-WEB.
003870          PERFORM PARAMETRO-RISK  THRU EX-PARAMETRO-RISK.
003880          MOVE 10                 TO PRIORITARI-RISK.
003890          IF NUMERO-PAR-WEB NUMERIC
003900           AND VALORE-PAR-WEB NOT = SPACES
003910           MOVE NUMERO-PAR-WEB    TO PRIORITARI-RISK
003920          END-IF.
003930
003940          MOVE "RISCHIO-DORMIENZA" TO NOME-PAR-WEB.
003950          PERFORM PARAMETRO-RISK  THRU EX-PARAMETRO-RISK.
003960          MOVE 90                 TO DORMIENZA-RISK.
003970          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
003980           MOVE NUMERO-PAR-WEB    TO DORMIENZA-RISK
003990          END-IF.
004000
004010          COMPUTE OGGI-INTEGER-RISK =
004020           FUNCTION INTEGER-OF-DATE(DATA-OGGI-RISK).
004030          COMPUTE GIORNI-FERMO-RISK =
004040           OGGI-INTEGER-RISK - GIORNI-RISK.
004050          COMPUTE LIMITE-RISK =
004060           FUNCTION DATE-OF-INTEGER(GIORNI-FERMO-RISK).
004070
004080          MOVE SPACES             TO NOME-REPORT-RISK.
004090          STRING "FILES/RISCHIO." DATA-OGGI-RISK ".TXT"
004100           DELIMITED BY SIZE INTO NOME-REPORT-RISK.
004110
004120 EX-IMPOSTA-GIRO-RISK.
004130          EXIT.
004140*
004150 PARAMETRO-RISK.
004160
004170          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
004180          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004190          MOVE "OPENRISK"         TO PROGRAMMA-PAR-WEB
004200                                     OPERATORE-PAR-WEB.
004210
004220          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004230                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004240                                PROGRAMMA-PAR-WEB
004250                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004260                                MOTIVO-PAR-WEB.
004270          CANCEL "OPENPARW".
004280
004290          IF ESITO-PAR-WEB NOT = "OK"
004300           MOVE SPACES            TO VALORE-PAR-WEB
004310          END-IF.
004320
004330 EX-PARAMETRO-RISK.
004340          EXIT.
004350*
004360** PESI DA ARKTAB "RS" ENTE 00: UN CODICE SCONOSCIUTO O UN PESO NON
004370** NUMERICO VENGONO SEGNALATI E IGNORATI
004380*
004390 CARICA-PESI-RISK.
004400
004410          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
004420
004430          MOVE "RS"               TO TIPO-TAB.
004440          MOVE ZEROS              TO ENTE-TAB.
004450          MOVE ZEROS              TO PROG-TAB.
004460          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
004470
004480          IF ESITO-NOK GO TO CHIUDI-PESI-RISK.
004490
004500 CICLO-PESI-RISK.
004510
004520          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
004530
004540          IF FINE-FILE = "S" GO TO CHIUDI-PESI-RISK.
004550
004560          IF TIPO-TAB NOT = "RS" OR ENTE-TAB NOT = ZEROS
004570           GO TO CHIUDI-PESI-RISK
004580          END-IF.
004590
004600          MOVE ZEROS              TO TROVATO-PESO-RISK.
004610
004620          PERFORM CERCA-PESO-RISK THRU EX-CERCA-PESO-RISK
004630           VARYING IND-PESO-RISK FROM 1 BY 1
004640           UNTIL IND-PESO-RISK > NUM-PESI-RISK
004650           OR TROVATO-PESO-RISK > ZEROS.
004660
004670          IF TROVATO-PESO-RISK = ZEROS
004680           OR TABELLA(12:3) NOT NUMERIC
004690           DISPLAY "OPENRISK: RIGA RS " PROG-TAB
004700            " IGNORATA (" TABELLA(1:14) ")"
004710          ELSE
004720           MOVE TABELLA(12:3)     TO PESO-RISK(TROVATO-PESO-RISK)
004730          END-IF.
004740
004750          GO TO CICLO-PESI-RISK.
004760
004770 CHIUDI-PESI-RISK.
004780
004790          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
004800
004810          DISPLAY "PESI DEI SEGNALI".
004820          PERFORM MOSTRA-PESO-RISK THRU EX-MOSTRA-PESO-RISK
004830           VARYING IND-PESO-RISK FROM 1 BY 1
004840           UNTIL IND-PESO-RISK > NUM-PESI-RISK.
004850          DISPLAY " ".
004860
004870 EX-CARICA-PESI-RISK.
004880          EXIT.
004890
004900 CERCA-PESO-RISK.
004910
004920          IF CODICE-PESO-RISK(IND-PESO-RISK) = TABELLA(1:10)
004930           MOVE IND-PESO-RISK     TO TROVATO-PESO-RISK
004940          END-IF.
004950
004960 EX-CERCA-PESO-RISK.
004970          EXIT.
004980
004990 MOSTRA-PESO-RISK.
005000
005010          DISPLAY "  " CODICE-PESO-RISK(IND-PESO-RISK) " "
005020           PESO-RISK(IND-PESO-RISK).
005030
005040 EX-MOSTRA-PESO-RISK.
005050          EXIT.
005060*
005070** DEROGHE ATTIVE DAL REGISTRO ARKWAI (COME OPENSODR)
005080*
005090 CARICA-DEROGHE-RISK.
005100
005110          PERFORM OPEN-I-WAI      THRU EX-OPEN-I-WAI.
005120
005130          MOVE ZEROS              TO NUMERO-WAI.
005140          PERFORM STARTO-WAI      THRU EX-STARTO-WAI.
005150
005160          IF ESITO-NOK GO TO CHIUDI-DEROGHE-RISK.
005170
005180 CICLO-DEROGHE-RISK.
005190
005200          PERFORM LEGGO-NEXT-WAI  THRU EX-LEGGO-NEXT-WAI.
005210
005220          IF FINE-FILE = "S" GO TO CHIUDI-DEROGHE-RISK.
005230
005240          IF DEROGA-ATTIVA AND NUM-DEROGHE-RISK < 100
005250           ADD 1                  TO NUM-DEROGHE-RISK
005260           MOVE UTENTE-WAI
005270            TO UTENTE-DEROGA-RISK(NUM-DEROGHE-RISK)
005280           MOVE CHIAMATA-A-WAI
005290            TO CHA-DEROGA-RISK(NUM-DEROGHE-RISK)
005300           MOVE CHIAMATA-B-WAI
005310            TO CHB-DEROGA-RISK(NUM-DEROGHE-RISK)
005320           MOVE SCADENZA-WAI
005330            TO SCAD-DEROGA-RISK(NUM-DEROGHE-RISK)
005340          END-IF.
005350
005360          GO TO CICLO-DEROGHE-RISK.
005370
005380 CHIUDI-DEROGHE-RISK.
005390
005400          PERFORM CLOSE-WAI       THRU EX-CLOSE-WAI.
005410
005420 EX-CARICA-DEROGHE-RISK.
005430          EXIT.
005440*
005450** UTENTE ATTIVO APPENA LETTO: RIGA DI TABELLA E SEGNALI CHE NON
005460** DIPENDONO DAI GIORNALI
005470*
005480 ESAMINA-UTENTE-RISK.
005490
005500          MOVE CHIAVE-UTEN        TO UTENTE-TAB-RISK(IND-RISK).
005510          MOVE GRUPPO-UTEN        TO GRUPPO-TAB-RISK(IND-RISK 1).
005520          MOVE ZEROS              TO GRUPPO-TAB-RISK(IND-RISK 2)
005530                                     GRUPPO-TAB-RISK(IND-RISK 3)
005540                                     GRUPPO-TAB-RISK(IND-RISK 4)
005550                                     GRUPPO-TAB-RISK(IND-RISK 5)
005560                                     GRUPPO-TAB-RISK(IND-RISK 6).
005570
005580          PERFORM COPIA-EXTRA-RISK THRU EX-COPIA-EXTRA-RISK
005590           VARYING IND-GRUPPO-RISK FROM 1 BY 1
005600           UNTIL IND-GRUPPO-RISK > 5.
005610
005620          MOVE "N"                TO BLOCCATO-TAB-RISK(IND-RISK).
005630          IF UTENTE-BLOCCATO
005640           MOVE "S"               TO BLOCCATO-TAB-RISK(IND-RISK)
005650          END-IF.
005660
005670***** LOGIN FALLITI CONSECUTIVI
005680
005690          IF TENTATIVI-LOGIN-UTEN NUMERIC
005700           MOVE TENTATIVI-LOGIN-UTEN
005710            TO CONTA-TAB-RISK(IND-RISK SEGNALE-TENTATIVI-RISK)
005720          END-IF.
005730
005740***** DORMIENZA: CHI NON HA MAI FATTO LOGIN NON CONTA (COME IN
005750***** OPENUDOR VIENE SOLO SEGNALATO DAL CENSIMENTO)
005760
005770          IF DATA-LOGIN-UTEN NUMERIC AND DATA-LOGIN-UTEN > ZEROS
005780           COMPUTE GIORNI-FERMO-RISK = OGGI-INTEGER-RISK
005790            - FUNCTION INTEGER-OF-DATE(DATA-LOGIN-UTEN)
005800           IF GIORNI-FERMO-RISK > DORMIENZA-RISK
005810            MOVE 1
005820             TO CONTA-TAB-RISK(IND-RISK SEGNALE-DORMIENZA-RISK)
005830           END-IF
005840          END-IF.
005850
005860***** GRUPPI PRIVILEGIATI
005870
005880          PERFORM PRIVILEGI-RISK  THRU EX-PRIVILEGI-RISK
005890           VARYING IND-GRUPPO-RISK FROM 1 BY 1
005900           UNTIL IND-GRUPPO-RISK > 6.
005910
005920***** DERIVA DAL MODELLO DI RUOLO
005930
005940          IF RUOLO-UTEN NOT = SPACES
005950           PERFORM DERIVA-RISK    THRU EX-DERIVA-RISK
005960          END-IF.
005970
005980***** SEPARAZIONE DEI COMPITI
005990
006000          PERFORM SOD-RISK        THRU EX-SOD-RISK.
006010
006020 EX-ESAMINA-UTENTE-RISK.
006030          EXIT.
006040
006050 COPIA-EXTRA-RISK.
006060
006070          IF GRUPPO-EXTRA-UTEN(IND-GRUPPO-RISK) NUMERIC
006080           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPO-RISK)
006090            TO GRUPPO-TAB-RISK(IND-RISK IND-GRUPPO-RISK + 1)
006100          END-IF.
006110
006120 EX-COPIA-EXTRA-RISK.
006130          EXIT.
006140*
006150** UN GRUPPO NON CENSITO SU ARKGRU NON E' PRIVILEGIATO
006160*
006170 PRIVILEGI-RISK.
006180
006190          IF GRUPPO-TAB-RISK(IND-RISK IND-GRUPPO-RISK) = ZEROS
006200           GO TO EX-PRIVILEGI-RISK
006210          END-IF.
006220
006230          MOVE GRUPPO-TAB-RISK(IND-RISK IND-GRUPPO-RISK)
006240           TO GRUPPO-GRU.
006250          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
006260
006270          IF ESITO-OK AND GRU-PRIVILEGIATO
006280           ADD 1
006290            TO CONTA-TAB-RISK(IND-RISK SEGNALE-PRIVILEGI-RISK)
006300          END-IF.
006310
006320 EX-PRIVILEGI-RISK.
006330          EXIT.
006340*
006350** SCOSTAMENTI DAL MODELLO: MODELLO SPARITO, GRUPPO BASE DIVERSO,
006360** EXTRA OLTRE IL MODELLO, EXTRA DEL MODELLO MANCANTI
006370*
006380 DERIVA-RISK.
006390
006400          MOVE "N"                TO MODELLO-TROVATO-RISK.
006410          MOVE ZEROS              TO GRUPPO-BASE-MOD-RISK
006420                                     NUM-EXTRA-MOD-RISK.
006430          INITIALIZE TAB-EXTRA-MOD-RISK.
006440
006450          MOVE RUOLO-UTEN         TO CODICE-RUO.
006460          MOVE LOW-VALUE          TO SEQ-RUO.
006470          PERFORM STARTO-RUO      THRU EX-STARTO-RUO.
006480
006490          IF ESITO-NOK GO TO CONFRONTA-MODELLO-RISK.
006500
006510 CICLO-MODELLO-RISK.
006520
006530          PERFORM LEGGO-NEXT-RUO  THRU EX-LEGGO-NEXT-RUO.
006540
006550          IF FINE-FILE = "S" GO TO CONFRONTA-MODELLO-RISK.
006560
006570          IF CODICE-RUO NOT = RUOLO-UTEN
006580           GO TO CONFRONTA-MODELLO-RISK
006590          END-IF.
006600
006610          MOVE "S"                TO MODELLO-TROVATO-RISK.
006620
006630          IF RIGA-GRUPPO-RUO
006640           MOVE GRUPPO-RUO        TO GRUPPO-BASE-MOD-RISK
006650          END-IF.
006660
006670          IF RIGA-EXTRA-RUO AND NUM-EXTRA-MOD-RISK < 5
006680           ADD 1                  TO NUM-EXTRA-MOD-RISK
006690           MOVE GRUPPO-RUO
006700            TO EXTRA-MOD-RISK(NUM-EXTRA-MOD-RISK)
006710          END-IF.
006720
006730          GO TO CICLO-MODELLO-RISK.
006740
006750 CONFRONTA-MODELLO-RISK.
006760
006770          IF MODELLO-TROVATO-RISK = "N"
006780           ADD 1
006790            TO CONTA-TAB-RISK(IND-RISK SEGNALE-DERIVA-RISK)
006800           GO TO EX-DERIVA-RISK
006810          END-IF.
006820
006830          IF GRUPPO-UTEN NOT = GRUPPO-BASE-MOD-RISK
006840           ADD 1
006850            TO CONTA-TAB-RISK(IND-RISK SEGNALE-DERIVA-RISK)
006860          END-IF.
006870
006880          PERFORM EXTRA-OLTRE-RISK THRU EX-EXTRA-OLTRE-RISK
006890           VARYING IND-MOD-RISK FROM 1 BY 1
006900           UNTIL IND-MOD-RISK > 5.
006910
006920          PERFORM EXTRA-MANCANTE-RISK
006930           THRU EX-EXTRA-MANCANTE-RISK
006940           VARYING IND-MOD-RISK FROM 1 BY 1
006950           UNTIL IND-MOD-RISK > NUM-EXTRA-MOD-RISK.
006960
006970 EX-DERIVA-RISK.
006980          EXIT.
006990
007000 EXTRA-OLTRE-RISK.
007010
007020          IF GRUPPO-EXTRA-UTEN(IND-MOD-RISK) NOT NUMERIC
007030           OR GRUPPO-EXTRA-UTEN(IND-MOD-RISK) = ZEROS
007040           GO TO EX-EXTRA-OLTRE-RISK
007050          END-IF.
007060
007070          MOVE "N"                TO TROVATO-MOD-RISK.
007080
007090          PERFORM CONFRONTA-OLTRE-RISK
007100           THRU EX-CONFRONTA-OLTRE-RISK
007110           VARYING IND2-MOD-RISK FROM 1 BY 1
007120           UNTIL IND2-MOD-RISK > NUM-EXTRA-MOD-RISK
007130           OR TROVATO-MOD-RISK = "S".
007140
007150          IF TROVATO-MOD-RISK = "N"
007160           ADD 1
007170            TO CONTA-TAB-RISK(IND-RISK SEGNALE-DERIVA-RISK)
007180          END-IF.
007190
007200 EX-EXTRA-OLTRE-RISK.
007210          EXIT.
007220
007230 CONFRONTA-OLTRE-RISK.
007240
007250          IF EXTRA-MOD-RISK(IND2-MOD-RISK) =
007260           GRUPPO-EXTRA-UTEN(IND-MOD-RISK)
007270           MOVE "S"               TO TROVATO-MOD-RISK
007280          END-IF.
007290
007300 EX-CONFRONTA-OLTRE-RISK.
007310          EXIT.
007320
007330 EXTRA-MANCANTE-RISK.
007340
007350          MOVE "N"                TO TROVATO-MOD-RISK.
007360
007370          PERFORM CONFRONTA-MANCANTE-RISK
007380           THRU EX-CONFRONTA-MANCANTE-RISK
007390           VARYING IND2-MOD-RISK FROM 1 BY 1
007400           UNTIL IND2-MOD-RISK > 5
007410           OR TROVATO-MOD-RISK = "S".
007420
007430          IF TROVATO-MOD-RISK = "N"
007440           ADD 1
007450            TO CONTA-TAB-RISK(IND-RISK SEGNALE-DERIVA-RISK)
007460          END-IF.
007470
007480 EX-EXTRA-MANCANTE-RISK.
007490          EXIT.
007500
007510 CONFRONTA-MANCANTE-RISK.
007520
007530          IF GRUPPO-EXTRA-UTEN(IND2-MOD-RISK) =
007540           EXTRA-MOD-RISK(IND-MOD-RISK)
007550           MOVE "S"               TO TROVATO-MOD-RISK
007560          END-IF.
007570
007580 EX-CONFRONTA-MANCANTE-RISK.
007590          EXIT.
007600*
007610** SEPARAZIONE DEI COMPITI: OGNI REGOLA DI ARKSOD POSSEDUTA PER
007620** INTERO NEI DIRITTI EFFETTIVI; LA DEROGA VALIDA SPOSTA LA
007630** VIOLAZIONE SUL SEGNALE "DEROGA", QUELLA SCADUTA NO
007640*
007650 SOD-RISK.
007660
007670          MOVE LOW-VALUE          TO CHIAVE-SOD.
007680          PERFORM STARTO-SOD      THRU EX-STARTO-SOD.
007690
007700          IF ESITO-NOK GO TO EX-SOD-RISK.
007710
007720 CICLO-SOD-RISK.
007730
007740          PERFORM LEGGO-NEXT-SOD  THRU EX-LEGGO-NEXT-SOD.
007750
007760          IF FINE-FILE = "S" GO TO EX-SOD-RISK.
007770
007780          MOVE CHIAMATA-A-SOD     TO CHIAMATA-CERCA-RISK.
007790          PERFORM POSSIEDE-CHIAMATA-RISK
007800           THRU EX-POSSIEDE-CHIAMATA-RISK.
007810
007820          IF POSSIEDE-RISK NOT = "S" GO TO CICLO-SOD-RISK.
007830
007840          MOVE CHIAMATA-B-SOD     TO CHIAMATA-CERCA-RISK.
007850          PERFORM POSSIEDE-CHIAMATA-RISK
007860           THRU EX-POSSIEDE-CHIAMATA-RISK.
007870
007880          IF POSSIEDE-RISK NOT = "S" GO TO CICLO-SOD-RISK.
007890
007900          MOVE "N"                TO ESITO-DEROGA-RISK.
007910
007920          PERFORM CONFRONTA-DEROGA-RISK
007930           THRU EX-CONFRONTA-DEROGA-RISK
007940           VARYING IND-DEROGHE-RISK FROM 1 BY 1
007950           UNTIL IND-DEROGHE-RISK > NUM-DEROGHE-RISK
007960           OR ESITO-DEROGA-RISK = "V".
007970
007980          IF ESITO-DEROGA-RISK = "V"
007990           ADD 1
008000            TO CONTA-TAB-RISK(IND-RISK SEGNALE-DEROGA-RISK)
008010          ELSE
008020           ADD 1
008030            TO CONTA-TAB-RISK(IND-RISK SEGNALE-SOD-RISK)
008040          END-IF.
008050
008060          GO TO CICLO-SOD-RISK.
008070
008080 EX-SOD-RISK.
008090          EXIT.
008100*
008110** DIRITTO EFFETTIVO SUL GRUPPO BASE O SU UNO DEGLI EXTRA
008120*
008130 POSSIEDE-CHIAMATA-RISK.
008140
008150          MOVE "N"                TO POSSIEDE-RISK.
008160
008170          PERFORM AUTORIZZA-GRUPPO-RISK
008180           THRU EX-AUTORIZZA-GRUPPO-RISK
008190           VARYING IND-GRUPPO-RISK FROM 1 BY 1
008200           UNTIL IND-GRUPPO-RISK > 6
008210           OR POSSIEDE-RISK = "S".
008220
008230 EX-POSSIEDE-CHIAMATA-RISK.
008240          EXIT.
008250
008260 AUTORIZZA-GRUPPO-RISK.
008270
008280          IF IND-GRUPPO-RISK > 1
008290           AND GRUPPO-TAB-RISK(IND-RISK IND-GRUPPO-RISK) = ZEROS
008300           GO TO EX-AUTORIZZA-GRUPPO-RISK
008310          END-IF.
008320
008330          MOVE ZEROS              TO ENTE-ABI.
008340          MOVE GRUPPO-TAB-RISK(IND-RISK IND-GRUPPO-RISK)
008350           TO GRUPPO-ABI.
008360          MOVE CHIAMATA-CERCA-RISK TO CHIAMATA-ABI.
008370
008380          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
008390
008400          IF ESITO-OK
008410           MOVE "S"               TO POSSIEDE-RISK
008420          END-IF.
008430
008440 EX-AUTORIZZA-GRUPPO-RISK.
008450          EXIT.
008460
008470 CONFRONTA-DEROGA-RISK.
008480
008490          IF UTENTE-DEROGA-RISK(IND-DEROGHE-RISK)
008500           NOT = UTENTE-TAB-RISK(IND-RISK)
008510           GO TO EX-CONFRONTA-DEROGA-RISK
008520          END-IF.
008530
008540          IF (CHA-DEROGA-RISK(IND-DEROGHE-RISK) = CHIAMATA-A-SOD
008550           AND CHB-DEROGA-RISK(IND-DEROGHE-RISK) = CHIAMATA-B-SOD)
008560           OR (CHA-DEROGA-RISK(IND-DEROGHE-RISK) = CHIAMATA-B-SOD
008570           AND CHB-DEROGA-RISK(IND-DEROGHE-RISK) = CHIAMATA-A-SOD)
008580           IF SCAD-DEROGA-RISK(IND-DEROGHE-RISK) = ZEROS
008590            OR SCAD-DEROGA-RISK(IND-DEROGHE-RISK)
008600            NOT < DATA-OGGI-RISK
008610            MOVE "V"              TO ESITO-DEROGA-RISK
008620           ELSE
008630            MOVE "S"              TO ESITO-DEROGA-RISK
008640           END-IF
008650          END-IF.
008660
008670 EX-CONFRONTA-DEROGA-RISK.
008680          EXIT.
008690*
008700** GIORNALE DEGLI ACCESSI NELLA FINESTRA: EMERGENZE, BLOCCHI E
008710** ORIGINI RIFIUTATE
008720*
008730 CONTA-ACCESSI-RISK.
008740
008750          PERFORM OPEN-I-ACC      THRU EX-OPEN-I-ACC.
008760
008770          IF STATUS-ACC NOT = "00"
008780           DISPLAY "OPENRISK: GIORNALE ARKACC NON DISPONIBILE, "
008790            "STATUS = " STATUS-ACC
008800           GO TO EX-CONTA-ACCESSI-RISK
008810          END-IF.
008820
008830 CICLO-ACCESSI-RISK.
008840
008850          PERFORM LEGGO-NEXT-ACC  THRU EX-LEGGO-NEXT-ACC.
008860
008870          IF FINE-FILE = "S" GO TO FINE-ACCESSI-RISK.
008880
008890          IF DATA-ACC < LIMITE-X-RISK GO TO CICLO-ACCESSI-RISK.
008900
008910          IF EVENTO-ACC NOT = "BREAKGLASS"
008920           AND EVENTO-ACC NOT = "BLOCCO"
008930           AND EVENTO-ACC NOT = "ORIGINE"
008940           GO TO CICLO-ACCESSI-RISK
008950          END-IF.
008960
008970          MOVE UTENTE-ACC         TO CERCATO-RISK.
008980          PERFORM TROVA-UTENTE-RISK THRU EX-TROVA-UTENTE-RISK.
008990
009000          IF TROVATO-RISK = ZEROS GO TO CICLO-ACCESSI-RISK.
009010
009020          ADD 1                   TO EVENTI-ACC-RISK.
009030
009040          IF EVENTO-ACC = "BREAKGLASS"
009050           ADD 1
009060            TO CONTA-TAB-RISK(TROVATO-RISK SEGNALE-BG-RISK)
009070          END-IF.
009080
009090          IF EVENTO-ACC = "BLOCCO"
009100           ADD 1
009110            TO CONTA-TAB-RISK(TROVATO-RISK SEGNALE-BLOCCO-RISK)
009120          END-IF.
009130
009140          IF EVENTO-ACC = "ORIGINE"
009150           ADD 1
009160            TO CONTA-TAB-RISK(TROVATO-RISK SEGNALE-ORIGINE-RISK)
009170          END-IF.
009180
009190          GO TO CICLO-ACCESSI-RISK.
009200
009210 FINE-ACCESSI-RISK.
009220
009230          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
009240
009250 EX-CONTA-ACCESSI-RISK.
009260          EXIT.
009270*
009280** GIORNALE DELLE LETTURE SENSIBILI NELLA FINESTRA
009290*
009300 CONTA-LETTURE-RISK.
009310
009320          PERFORM OPEN-I-LET      THRU EX-OPEN-I-LET.
009330
009340          IF STATUS-LET NOT = "00"
009350           GO TO EX-CONTA-LETTURE-RISK
009360          END-IF.
009370
009380 CICLO-LETTURE-RISK.
009390
009400          PERFORM LEGGO-NEXT-LET  THRU EX-LEGGO-NEXT-LET.
009410
009420          IF FINE-FILE = "S" GO TO FINE-LETTURE-RISK.
009430
009440          IF DATA-LET < LIMITE-X-RISK GO TO CICLO-LETTURE-RISK.
009450
009460          MOVE UTENTE-LET         TO CERCATO-RISK.
009470          PERFORM TROVA-UTENTE-RISK THRU EX-TROVA-UTENTE-RISK.
009480
009490          IF TROVATO-RISK = ZEROS GO TO CICLO-LETTURE-RISK.
009500
009510          ADD 1                   TO EVENTI-LET-RISK.
009520          ADD 1             TO LETTE-TAB-RISK(TROVATO-RISK).
009530
009540          IF LETTURA-IN-CHIARO
009550           ADD 1
009560            TO CONTA-TAB-RISK(TROVATO-RISK SEGNALE-RIVELATE-RISK)
009570          END-IF.
009580
009590          GO TO CICLO-LETTURE-RISK.
009600
009610 FINE-LETTURE-RISK.
009620
009630          PERFORM CLOSE-LET       THRU EX-CLOSE-LET.
009640
009650 EX-CONTA-LETTURE-RISK.
009660          EXIT.
009670*
009680** RICERCA DICOTOMICA DI CERCATO-RISK NELLA TABELLA UTENTI (GIA'
009690** IN ORDINE DI CHIAVE); TROVATO-RISK = ZERO SE NON C'E'
009700*
009710 TROVA-UTENTE-RISK.
009720
009730          MOVE ZEROS              TO TROVATO-RISK.
009740          MOVE 1                  TO BASSO-RISK.
009750          MOVE NUM-UTENTI-RISK    TO ALTO-RISK.
009760
009770 CICLO-TROVA-RISK.
009780
009790          IF BASSO-RISK > ALTO-RISK GO TO EX-TROVA-UTENTE-RISK.
009800
009810          COMPUTE MEDIO-RISK = (BASSO-RISK + ALTO-RISK) / 2.
009820
009830          IF UTENTE-TAB-RISK(MEDIO-RISK) = CERCATO-RISK
009840           MOVE MEDIO-RISK        TO TROVATO-RISK
009850           GO TO EX-TROVA-UTENTE-RISK
009860          END-IF.
009870
009880          IF UTENTE-TAB-RISK(MEDIO-RISK) < CERCATO-RISK
009890           COMPUTE BASSO-RISK = MEDIO-RISK + 1
009900          ELSE
009910           IF MEDIO-RISK = 1 GO TO EX-TROVA-UTENTE-RISK
009920           END-IF
009930           COMPUTE ALTO-RISK = MEDIO-RISK - 1
009940          END-IF.
009950
009960          GO TO CICLO-TROVA-RISK.
009970
009980 EX-TROVA-UTENTE-RISK.
009990          EXIT.
010000*
010010** STORICO DELLE NOTTI PRECEDENTI: PER OGNI UTENTE ANCORA ATTIVO
010020** SI TENGONO GLI ULTIMI 5 PUNTEGGI; LE RIGHE DI OGGI (GIRO GIA'
010030** FATTO) NON CONTANO E UNA NOTTE RIPETUTA VALE PER L'ULTIMO GIRO
010040*
010050 CARICA-STORICO-RISK.
010060
010070          MOVE NOME-STORICO-RISK  TO NOME-ARC-WEB.
010080          PERFORM OPEN-I-ARC      THRU EX-OPEN-I-ARC.
010090
010100          IF STATUS-ARC NOT = "00"
010110           GO TO EX-CARICA-STORICO-RISK
010120          END-IF.
010130
010140 CICLO-STORICO-RISK.
010150
010160          PERFORM LEGGI-ARC       THRU EX-LEGGI-ARC.
010170
010180          IF FINE-FILE = "S" GO TO FINE-STORICO-RISK.
010190
010200          IF DATI-ARC(1:8) NOT NUMERIC
010210           OR DATI-ARC(19:5) NOT NUMERIC
010220           GO TO CICLO-STORICO-RISK
010230          END-IF.
010240
010250          MOVE DATI-ARC(1:8)      TO DATA-STO-LETTA-RISK.
010260          MOVE DATI-ARC(19:5)     TO PUNTI-STO-LETTI-RISK.
010270
010280          IF DATA-STO-LETTA-RISK NOT < DATA-OGGI-RISK
010290           GO TO CICLO-STORICO-RISK
010300          END-IF.
010310
010320          MOVE DATI-ARC(10:8)     TO CERCATO-RISK.
010330          PERFORM TROVA-UTENTE-RISK THRU EX-TROVA-UTENTE-RISK.
010340
010350          IF TROVATO-RISK = ZEROS GO TO CICLO-STORICO-RISK.
010360
010370          MOVE TROVATO-RISK   TO IND-RISK.
010380          PERFORM ACCODA-STORICO-RISK THRU EX-ACCODA-STORICO-RISK.
010390
010400          GO TO CICLO-STORICO-RISK.
010410
010420 FINE-STORICO-RISK.
010430
010440          PERFORM CLOSE-ARC       THRU EX-CLOSE-ARC.
010450
010460 EX-CARICA-STORICO-RISK.
010470          EXIT.
010480
010490 ACCODA-STORICO-RISK.
010500
010510          MOVE NUM-STO-TAB-RISK(IND-RISK) TO IND-STO-RISK.
010520
010530          IF IND-STO-RISK > ZEROS
010540           AND DATA-STO-TAB-RISK(IND-RISK IND-STO-RISK)
010550            = DATA-STO-LETTA-RISK
010560           MOVE PUNTI-STO-LETTI-RISK
010570            TO PUNTI-STO-TAB-RISK(IND-RISK IND-STO-RISK)
010580           GO TO EX-ACCODA-STORICO-RISK
010590          END-IF.
010600
010610          IF IND-STO-RISK = 5
010620           PERFORM SCALA-STORICO-RISK THRU EX-SCALA-STORICO-RISK
010630            VARYING IND-STO-RISK FROM 1 BY 1
010640            UNTIL IND-STO-RISK > 4
010650           MOVE 4                 TO NUM-STO-TAB-RISK(IND-RISK)
010660          END-IF.
010670
010680          ADD 1                   TO NUM-STO-TAB-RISK(IND-RISK).
010690          MOVE NUM-STO-TAB-RISK(IND-RISK) TO IND-STO-RISK.
010700          MOVE DATA-STO-LETTA-RISK
010710           TO DATA-STO-TAB-RISK(IND-RISK IND-STO-RISK).
010720          MOVE PUNTI-STO-LETTI-RISK
010730           TO PUNTI-STO-TAB-RISK(IND-RISK IND-STO-RISK).
010740
010750 EX-ACCODA-STORICO-RISK.
010760          EXIT.
010770
010780 SCALA-STORICO-RISK.
010790
010800          MOVE STORICO-TAB-RISK(IND-RISK IND-STO-RISK + 1)
010810           TO STORICO-TAB-RISK(IND-RISK IND-STO-RISK).
010820
010830 EX-SCALA-STORICO-RISK.
010840          EXIT.
010850*
010860** PUNTEGGIO DELL'UTENTE: SOMMA DEI CONTATORI PER IL PESO DEL
010870** SEGNALE (LE LETTURE PESANO A GRUPPI DI 10)
010880*
010890 CALCOLA-PUNTI-RISK.
010900
010910          DIVIDE LETTE-TAB-RISK(IND-RISK) BY 10
010920           GIVING CONTA-TAB-RISK(IND-RISK SEGNALE-LETTURE-RISK).
010930
010940          IF BLOCCATO-TAB-RISK(IND-RISK) = "S"
010950           AND CONTA-TAB-RISK(IND-RISK SEGNALE-BLOCCO-RISK)
010960            = ZEROS
010970           MOVE 1
010980            TO CONTA-TAB-RISK(IND-RISK SEGNALE-BLOCCO-RISK)
010990          END-IF.
011000
011010          MOVE ZEROS              TO TOTALE-RISK.
011020
011030          PERFORM SOMMA-PESO-RISK THRU EX-SOMMA-PESO-RISK
011040           VARYING IND-PESO-RISK FROM 1 BY 1
011050           UNTIL IND-PESO-RISK > NUM-PESI-RISK.
011060
011070          IF TOTALE-RISK > 99999
011080           MOVE 99999             TO TOTALE-RISK
011090          END-IF.
011100
011110          MOVE TOTALE-RISK        TO PUNTI-TAB-RISK(IND-RISK).
011120
011130          IF TOTALE-RISK > ZEROS
011140           ADD 1                  TO UTENTI-SEGNALATI-RISK
011150          END-IF.
011160
011170 EX-CALCOLA-PUNTI-RISK.
011180          EXIT.
011190
011200 SOMMA-PESO-RISK.
011210
011220          COMPUTE TOTALE-RISK = TOTALE-RISK
011230           + CONTA-TAB-RISK(IND-RISK IND-PESO-RISK)
011240           * PESO-RISK(IND-PESO-RISK).
011250
011260 EX-SOMMA-PESO-RISK.
011270          EXIT.
011280*
011290** CLASSIFICA PER INSERIMENTO: A PARITA' DI PUNTEGGIO RESTA
011300** L'ORDINE DI CHIAVE
011310*
011320 INSERISCI-ORDINE-RISK.
011330
011340          MOVE IND-RISK           TO POS-ORDINE-RISK.
011350
011360 CICLO-ORDINE-RISK.
011370
011380          IF POS-ORDINE-RISK = 1 GO TO PONI-ORDINE-RISK.
011390
011400          COMPUTE PRECEDENTE-RISK = POS-ORDINE-RISK - 1.
011410          MOVE ORDINE-RISK(PRECEDENTE-RISK) TO UTENTE-ORDINE-RISK.
011420
011430          IF PUNTI-TAB-RISK(UTENTE-ORDINE-RISK)
011440           NOT < PUNTI-TAB-RISK(IND-RISK)
011450           GO TO PONI-ORDINE-RISK
011460          END-IF.
011470
011480          MOVE UTENTE-ORDINE-RISK TO ORDINE-RISK(POS-ORDINE-RISK).
011490          MOVE PRECEDENTE-RISK    TO POS-ORDINE-RISK.
011500
011510          GO TO CICLO-ORDINE-RISK.
011520
011530 PONI-ORDINE-RISK.
011540
011550          MOVE IND-RISK           TO ORDINE-RISK(POS-ORDINE-RISK).
011560
011570 EX-INSERISCI-ORDINE-RISK.
011580          EXIT.
011590*
011600** REPORT DATATO: UNA RIGA PER UTENTE CON PUNTEGGIO, IN ORDINE DI
011610** RISCHIO, CON VARIAZIONE SULLA NOTTE PRECEDENTE, ANDAMENTO E
011620** MOTIVI (SEGNALE:CONTEGGIO=PUNTI)
011630*
011640 SCRIVI-REPORT-RISK.
011650
011660          MOVE NOME-REPORT-RISK   TO NOME-ARC-WEB.
011670          OPEN OUTPUT ARKARC.
011680
011690          IF STATUS-ARC NOT = "00"
011700           DISPLAY "OPENRISK: REPORT " NOME-REPORT-RISK
011710            " NON SCRIVIBILE, STATUS = " STATUS-ARC
011720           GO TO EX-SCRIVI-REPORT-RISK
011730          END-IF.
011740
011750          MOVE SPACES             TO DATI-ARC.
011760          STRING "PUNTEGGIO DI RISCHIO UTENTI DEL " DATA-OGGI-RISK
011770           " - GIORNALI DAL " LIMITE-RISK
011780           DELIMITED BY SIZE INTO DATI-ARC.
011790          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
011800
011810          MOVE SPACES             TO DATI-ARC.
011820          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
011830
011840          MOVE SPACES             TO DATI-ARC.
011850          STRING " POS UTENTE   PUNTI  VARIAZ  ANDAMENTO"
011860           DELIMITED BY SIZE INTO DATI-ARC.
011870          MOVE "MOTIVI"           TO DATI-ARC(90:6).
011880          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
011890
011900          PERFORM RIGA-REPORT-RISK THRU EX-RIGA-REPORT-RISK
011910           VARYING POS-ORDINE-RISK FROM 1 BY 1
011920           UNTIL POS-ORDINE-RISK > UTENTI-SEGNALATI-RISK.
011930
011940          MOVE SPACES             TO DATI-ARC.
011950          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
011960
011970          MOVE SPACES             TO DATI-ARC.
011980          STRING "UTENTI ATTIVI " UTENTI-LETTI-RISK
011990           " - CON PUNTEGGIO " UTENTI-SEGNALATI-RISK
012000           DELIMITED BY SIZE INTO DATI-ARC.
012010          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
012020
012030          PERFORM CLOSE-ARC       THRU EX-CLOSE-ARC.
012040
012050 EX-SCRIVI-REPORT-RISK.
012060          EXIT.
012070
012080 RIGA-REPORT-RISK.
012090
012100          MOVE ORDINE-RISK(POS-ORDINE-RISK) TO IND-RISK.
012110
012120          PERFORM COMPONI-MOTIVI-RISK THRU EX-COMPONI-MOTIVI-RISK.
012130          PERFORM COMPONI-ANDAMENTO-RISK
012140           THRU EX-COMPONI-ANDAMENTO-RISK.
012150
012160          MOVE POS-ORDINE-RISK    TO POSIZIONE-ED-RISK.
012170          MOVE PUNTI-TAB-RISK(IND-RISK) TO PUNTI-ED-RISK.
012180          MOVE VARIAZIONE-RISK    TO VARIAZIONE-ED-RISK.
012190
012200          MOVE SPACES             TO DATI-ARC.
012210          STRING POSIZIONE-ED-RISK " " UTENTE-TAB-RISK(IND-RISK)
012220           " " PUNTI-ED-RISK " " VARIAZIONE-ED-RISK "  "
012230           ANDAMENTO-RISK
012240           DELIMITED BY SIZE INTO DATI-ARC.
012250          MOVE MOTIVI-RISK        TO DATI-ARC(90:200).
012260          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
012270
012280 EX-RIGA-REPORT-RISK.
012290          EXIT.
012300*
012310** MOTIVI: I SEGNALI PRESENTI, COME CODICE:CONTEGGIO=PUNTI
012320*
012330 COMPONI-MOTIVI-RISK.
012340
012350          MOVE SPACES             TO MOTIVI-RISK.
012360          MOVE 1                  TO PUNTA-MOTIVI-RISK.
012370
012380          PERFORM MOTIVO-RISK     THRU EX-MOTIVO-RISK
012390           VARYING IND-PESO-RISK FROM 1 BY 1
012400           UNTIL IND-PESO-RISK > NUM-PESI-RISK.
012410
012420 EX-COMPONI-MOTIVI-RISK.
012430          EXIT.
012440
012450 MOTIVO-RISK.
012460
012470          IF CONTA-TAB-RISK(IND-RISK IND-PESO-RISK) = ZEROS
012480           OR PESO-RISK(IND-PESO-RISK) = ZEROS
012490           GO TO EX-MOTIVO-RISK
012500          END-IF.
012510
012520          STRING CODICE-PESO-RISK(IND-PESO-RISK)
012530           DELIMITED BY SPACE
012540           ":" DELIMITED BY SIZE
012550           INTO MOTIVI-RISK WITH POINTER PUNTA-MOTIVI-RISK.
012560
012570          MOVE CONTA-TAB-RISK(IND-RISK IND-PESO-RISK)
012580           TO NUMERO-RISK.
012590          PERFORM TESTO-NUMERO-RISK-P THRU EX-TESTO-NUMERO-RISK-P.
012600          STRING TESTO-NUMERO-RISK DELIMITED BY SPACE
012610           "=" DELIMITED BY SIZE
012620           INTO MOTIVI-RISK WITH POINTER PUNTA-MOTIVI-RISK.
012630
012640          COMPUTE CONTRIBUTO-RISK =
012650           CONTA-TAB-RISK(IND-RISK IND-PESO-RISK)
012660           * PESO-RISK(IND-PESO-RISK).
012670          IF CONTRIBUTO-RISK > 99999
012680           MOVE 99999             TO CONTRIBUTO-RISK
012690          END-IF.
012700          MOVE CONTRIBUTO-RISK    TO NUMERO-RISK.
012710          PERFORM TESTO-NUMERO-RISK-P THRU EX-TESTO-NUMERO-RISK-P.
012720          STRING TESTO-NUMERO-RISK DELIMITED BY SPACE
012730           " " DELIMITED BY SIZE
012740           INTO MOTIVI-RISK WITH POINTER PUNTA-MOTIVI-RISK.
012750
012760 EX-MOTIVO-RISK.
012770          EXIT.
012780*
012790** ANDAMENTO: I PUNTEGGI DELLE NOTTI PRECEDENTI (DAL PIU' VECCHIO)
012800** E QUELLO DI OGGI; VARIAZIONE SULL'ULTIMA NOTTE REGISTRATA
012810*
012820 COMPONI-ANDAMENTO-RISK.
012830
012840          MOVE SPACES             TO ANDAMENTO-RISK.
012850          MOVE 1                  TO PUNTA-ANDAMENTO-RISK.
012860          MOVE PUNTI-TAB-RISK(IND-RISK) TO VARIAZIONE-RISK.
012870
012880          IF NUM-STO-TAB-RISK(IND-RISK) = ZEROS
012890           STRING "(NUOVO) " DELIMITED BY SIZE
012900            INTO ANDAMENTO-RISK WITH POINTER PUNTA-ANDAMENTO-RISK
012910          ELSE
012920           PERFORM PUNTO-ANDAMENTO-RISK
012930            THRU EX-PUNTO-ANDAMENTO-RISK
012940            VARYING IND-STO-RISK FROM 1 BY 1
012950            UNTIL IND-STO-RISK > NUM-STO-TAB-RISK(IND-RISK)
012960           MOVE NUM-STO-TAB-RISK(IND-RISK) TO IND-STO-RISK
012970           COMPUTE VARIAZIONE-RISK = PUNTI-TAB-RISK(IND-RISK)
012980            - PUNTI-STO-TAB-RISK(IND-RISK IND-STO-RISK)
012990          END-IF.
013000
013010          MOVE PUNTI-TAB-RISK(IND-RISK) TO NUMERO-RISK.
013020          PERFORM TESTO-NUMERO-RISK-P THRU EX-TESTO-NUMERO-RISK-P.
013030          STRING "-> " DELIMITED BY SIZE
013040           TESTO-NUMERO-RISK DELIMITED BY SPACE
013050           INTO ANDAMENTO-RISK WITH POINTER PUNTA-ANDAMENTO-RISK.
013060
013070 EX-COMPONI-ANDAMENTO-RISK.
013080          EXIT.
013090
013100 PUNTO-ANDAMENTO-RISK.
013110
013120          MOVE PUNTI-STO-TAB-RISK(IND-RISK IND-STO-RISK)
013130           TO NUMERO-RISK.
013140          PERFORM TESTO-NUMERO-RISK-P THRU EX-TESTO-NUMERO-RISK-P.
013150          STRING TESTO-NUMERO-RISK DELIMITED BY SPACE
013160           " " DELIMITED BY SIZE
013170           INTO ANDAMENTO-RISK WITH POINTER PUNTA-ANDAMENTO-RISK.
013180
013190 EX-PUNTO-ANDAMENTO-RISK.
013200          EXIT.
013210*
013220** NUMERO-RISK IN TESTO SENZA ZERI DI TESTA, ALLINEATO A SINISTRA
013230*
013240 TESTO-NUMERO-RISK-P.
013250
013260          MOVE ZEROS              TO ZERI-RISK.
013270          INSPECT NUMERO-X-RISK
013280           TALLYING ZERI-RISK FOR LEADING "0".
013290
013300          IF ZERI-RISK > 4
013310           MOVE 4                 TO ZERI-RISK
013320          END-IF.
013330
013340          MOVE SPACES             TO TESTO-NUMERO-RISK.
013350          MOVE NUMERO-X-RISK(ZERI-RISK + 1:5 - ZERI-RISK)
013360           TO TESTO-NUMERO-RISK.
013370
013380 EX-TESTO-NUMERO-RISK-P.
013390          EXIT.
013400*
013410** STORICO: UNA RIGA PER OGNI UTENTE ATTIVO (ANCHE A ZERO, COSI'
013420** L'ANDAMENTO MOSTRA IL RIENTRO)
013430*
013440 SCRIVI-STORICO-RISK.
013450
013460          MOVE NOME-STORICO-RISK  TO NOME-ARC-WEB.
013470          PERFORM OPEN-E-ARC      THRU EX-OPEN-E-ARC.
013480
013490          IF STATUS-ARC NOT = "00"
013500           DISPLAY "OPENRISK: STORICO NON SCRIVIBILE, STATUS = "
013510            STATUS-ARC
013520           GO TO EX-SCRIVI-STORICO-RISK
013530          END-IF.
013540
013550          PERFORM RIGA-STORICO-RISK THRU EX-RIGA-STORICO-RISK
013560           VARYING IND-RISK FROM 1 BY 1
013570           UNTIL IND-RISK > NUM-UTENTI-RISK.
013580
013590          PERFORM CLOSE-ARC       THRU EX-CLOSE-ARC.
013600
013610 EX-SCRIVI-STORICO-RISK.
013620          EXIT.
013630
013640 RIGA-STORICO-RISK.
013650
013660          PERFORM COMPONI-MOTIVI-RISK THRU EX-COMPONI-MOTIVI-RISK.
013670
013680          MOVE SPACES             TO DATI-ARC.
013690          STRING DATA-OGGI-RISK " " UTENTE-TAB-RISK(IND-RISK)
013700           " " PUNTI-TAB-RISK(IND-RISK) " " MOTIVI-RISK
013710           DELIMITED BY SIZE INTO DATI-ARC.
013720          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
013730
013740 EX-RIGA-STORICO-RISK.
013750          EXIT.
013760*
013770** ELENCO PER LA PROSSIMA CAMPAGNA DI RICERTIFICAZIONE: I PRIMI
013780** RISCHIO-PRIORITARI UTENTI CON PUNTEGGIO (UTENTE 1-8, PUNTI
013790** 10-14, GRUPPO BASE 16-19, EXTRA 21-24 ... 41-44). RISCRITTO
013800** OGNI NOTTE: LA CAMPAGNA PRENDE L'ULTIMO
013810*
013820 SCRIVI-PRIORITA-RISK.
013830
013840          MOVE NOME-PRIORITA-RISK TO NOME-ARC-WEB.
013850          OPEN OUTPUT ARKARC.
013860
013870          IF STATUS-ARC NOT = "00"
013880           DISPLAY "OPENRISK: ELENCO PRIORITARI NON SCRIVIBILE, "
013890            "STATUS = " STATUS-ARC
013900           GO TO EX-SCRIVI-PRIORITA-RISK
013910          END-IF.
013920
013930          PERFORM RIGA-PRIORITA-RISK THRU EX-RIGA-PRIORITA-RISK
013940           VARYING POS-ORDINE-RISK FROM 1 BY 1
013950           UNTIL POS-ORDINE-RISK > UTENTI-SEGNALATI-RISK
013960           OR POS-ORDINE-RISK > PRIORITARI-RISK.
013970
013980          PERFORM CLOSE-ARC       THRU EX-CLOSE-ARC.
013990
014000 EX-SCRIVI-PRIORITA-RISK.
014010          EXIT.
014020
014030 RIGA-PRIORITA-RISK.
014040
014050          MOVE ORDINE-RISK(POS-ORDINE-RISK) TO IND-RISK.
014060
014070          MOVE SPACES             TO DATI-ARC.
014080          STRING UTENTE-TAB-RISK(IND-RISK) " "
014090           PUNTI-TAB-RISK(IND-RISK) " "
014100           GRUPPO-TAB-RISK(IND-RISK 1) " "
014110           GRUPPO-TAB-RISK(IND-RISK 2) " "
014120           GRUPPO-TAB-RISK(IND-RISK 3) " "
014130           GRUPPO-TAB-RISK(IND-RISK 4) " "
014140           GRUPPO-TAB-RISK(IND-RISK 5) " "
014150           GRUPPO-TAB-RISK(IND-RISK 6)
014160           DELIMITED BY SIZE INTO DATI-ARC.
014170          PERFORM SCRIVI-RIGA-ARC THRU EX-SCRIVI-RIGA-ARC.
014180
014190          ADD 1                   TO PRIORITARI-SCRITTI-RISK.
014200
014210 EX-RIGA-PRIORITA-RISK.
014220          EXIT.
