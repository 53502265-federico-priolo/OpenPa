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
000200* CONVERSIONE DI UN ARCHIVIO DA UNA VERSIONE DI TRACCIATO ALLA
000210* SUCCESSIVA, GUIDATA DAL REGISTRO DELLE VERSIONI DI ARKDATO
000220* (RIGHE "TV": ARCHIVIO, VERSIONE, LUNGHEZZA, ORGANIZZAZIONE E
000230* GRUPPO DEL DIZIONARIO CON LE VOCI DEI CAMPI) E DALLA VERSIONE
000240* SEGNATA A CATALOGO (VERSIONE-CAT-FILE DI FILES.TXT). VA
000250* LANCIATO A SISTEMA FERMO E DOPO UN SALVATAGGIO (openbsav.exe).
000260* IL CARTELLINO A CONSOLE SCEGLIE IL LAVORO:
000270*   ARCHIVIO NNN [SCARTA] - PORTA ARCHIVIO DALLA VERSIONE NNN
000280*                ALLA NNN+1. OGNI RECORD VIENE RICOSTRUITO CAMPO
000290*                PER CAMPO: UN CAMPO DELLA MAPPA NUOVA PRENDE IL
000300*                VALORE DEL CAMPO OMONIMO DELLA MAPPA VECCHIA
000310*                (A SINISTRA SE ALFANUMERICO, A DESTRA SE
000320*                NUMERICO), UN CAMPO NUOVO NASCE A SPAZI O A ZERI.
000330*                UN RECORD E' SCARTATO SE UN CAMPO NUMERICO NON LO
000340*                E' O SE UN CAMPO ACCORCIATO PERDEREBBE DATI; GLI
000350*                SCARTI VANNO IN FILES/SCARTI-<ARCHIVIO>.TXT COL
000360*                MOTIVO E L'IMMAGINE VECCHIA. CON SCARTI
000370*                L'ARCHIVIO RESTA INTATTO, A MENO DI INDICARE
000380*                SCARTA NEL CARTELLINO. A FINE LAVORO IL CATALOGO
000390*                PASSA ALLA VERSIONE NNN+1
000400*   REGISTRA   - IMPIANTA NEL REGISTRO LE VERSIONI GIA' NOTE
000410*                (ARKJOB 141/241, ARKPEN 100/160) SENZA TOCCARE LE
000420*                RIGHE GIA' PRESENTI, E SEGNA A CATALOGO LA
000430*                VERSIONE DI QUESTI ARCHIVI DOVE MANCA, PROVANDO
000440*                AD APRIRLI
000450* UN LINE SEQUENTIAL SI CONVERTE PER SOLO REGISTRO; UN INDICIZZATO
000460* HA BISOGNO QUI DELLA SUA COPPIA DI FD (TRACCIATO VECCHIO CON LA
000470* STESSA CHIAVE E TRACCIATO CORRENTE), COME FACEVA OPENADEG.
000480* RC 0 SE TUTTO E' CONVERTITO, 4 SE ALCUNI RECORD SONO STATI
000490* SCARTATI, 8 SE LA CONVERSIONE NON E' STATA FATTA
000500*
000510 IDENTIFICATION   DIVISION.
000520 PROGRAM-ID.      OPENTCNV.
000530 ENVIRONMENT      DIVISION.
000540 CONFIGURATION    SECTION.
000550          COPY "SPECIAL.CBL".
000560 INPUT-OUTPUT     SECTION.
000570 FILE-CONTROL.
000580
000590          COPY "SELDATO.CBL".
000600          COPY "SELFILE.CBL".
000610          COPY "SELCSV.CBL".
000620          COPY "SELJOB.CBL".
000630          COPY "SELPEN.CBL".
000640
000650*     GLI ARCHIVI INDICIZZATI VISTI COL TRACCIATO VECCHIO
000660
000670          SELECT ARKJOBV ASSIGN TO  FILE-JOB
000680           ORGANIZATION IS INDEXED
000690           ACCESS MODE  IS DYNAMIC
000700           RECORD KEY   IS CHIAVE-JOBV
000710           FILE STATUS  IS STATUS-VECCHIO-TCNV.
000720
000730          SELECT ARKPENV ASSIGN TO  FILE-PEN
000740           ORGANIZATION IS INDEXED
000750           ACCESS MODE  IS DYNAMIC
000760           RECORD KEY   IS CHIAVE-PENV
000770           FILE STATUS  IS STATUS-VECCHIO-TCNV.
000780
000790*     UN ARCHIVIO LINE SEQUENTIAL AL PERCORSO DEL CATALOGO
000800
000810          SELECT ARKSEQ-TCNV ASSIGN TO PATH-TCNV
000820           ORGANIZATION IS LINE SEQUENTIAL
000830           FILE STATUS  IS STATUS-SEQ-TCNV.
000840
000850          SELECT APPOGGIO-TCNV ASSIGN TO "FILES/TCNV-VECCHIO.TMP"
000860           ORGANIZATION IS SEQUENTIAL
000870           FILE STATUS  IS STATUS-APP-TCNV.
000880
000890          SELECT NUOVO-TCNV ASSIGN TO "FILES/TCNV-NUOVO.TMP"
000900           ORGANIZATION IS SEQUENTIAL
000910           FILE STATUS  IS STATUS-NUO-TCNV.
000920
000930          SELECT SCARTI-TCNV ASSIGN TO NOME-SCARTI-TCNV
000940           ORGANIZATION IS LINE SEQUENTIAL
000950           FILE STATUS  IS STATUS-SCA-TCNV.
000960
000970 DATA             DIVISION.
000980 FILE SECTION.
000990
001000          COPY "FDEDATO.CBL".
001010          COPY "FDEFILE.CBL".
001020          COPY "FDECSV.CBL".
001030          COPY "FDEJOB.CBL".
001040          COPY "FDEPEN.CBL".
001050
001060  FD ARKJOBV LABEL RECORD IS STANDARD
001070             BLOCK  CONTAINS 141 CHARACTERS
001080             RECORD CONTAINS 141 CHARACTERS.
001090  01 JOBV.
001100   02 CHIAVE-JOBV             PIC X(34).
001110   02 DATI-JOBV               PIC X(107).
001120
001130  FD ARKPENV LABEL RECORD IS STANDARD
001140             BLOCK  CONTAINS 100 CHARACTERS
001150             RECORD CONTAINS 100 CHARACTERS.
001160  01 PENV.
001170   02 CHIAVE-PENV             PIC 9(08).
001180   02 DATI-PENV               PIC X(92).
001190
001200  FD ARKSEQ-TCNV.
001210  01 RIGA-SEQ-TCNV             PIC X(1000).
001220
001230  FD APPOGGIO-TCNV.
001240  01 RIGA-APPOGGIO-TCNV        PIC X(1000).
001250
001260  FD NUOVO-TCNV.
001270  01 RIGA-NUOVO-TCNV           PIC X(1000).
001280
001290  FD SCARTI-TCNV.
001300  01 RIGA-SCARTI-TCNV.
001310   02 MOTIVO-SCARTI-TCNV       PIC X(60).
001320   02 FILLER                   PIC X.
001330   02 IMMAGINE-SCARTI-TCNV     PIC X(1000).
001340
001350 WORKING-STORAGE  SECTION.
001360
001370          COPY "GLOBALS.CBL".
001380*
001390 01 CARTELLINO-TCNV            PIC X(80).
001400 01 ARCHIVIO-TCNV              PIC X(30).
001410 01 VERSIONE-ALFA-TCNV         PIC X(05).
001420 01 OPZIONE-TCNV               PIC X(10).
001430 01 VERSIONE-DA-TCNV           PIC 9(05).
001440 01 VERSIONE-A-TCNV            PIC 9(05).
001450 01 VERSIONE-CAT-TCNV          PIC 9(03).
001460*
001470** PERCORSO DELL'ARCHIVIO LINE SEQUENTIAL E DEL FILE DEGLI SCARTI
001480*
001490 01 PATH-TCNV                  PIC X(80).
001500 01 NOME-SCARTI-TCNV           PIC X(80).
001510 01 STATUS-VECCHIO-TCNV        PIC XX.
001520 01 STATUS-SEQ-TCNV            PIC XX.
001530 01 STATUS-APP-TCNV            PIC XX.
001540 01 STATUS-NUO-TCNV            PIC XX.
001550 01 STATUS-SCA-TCNV            PIC XX.
001560 01 COMANDO-TCNV               PIC X(200).
001570*
001580** LE DUE VERSIONI DAL REGISTRO
001590*
001600 01 TROVATA-DA-TCNV            PIC X.
001610 01 TROVATA-A-TCNV             PIC X.
001620 01 LUNGHEZZA-DA-TCNV          PIC 9(05).
001630 01 LUNGHEZZA-A-TCNV           PIC 9(05).
001640 01 ORGANIZZAZIONE-DA-TCNV     PIC X.
001650 01 ORGANIZZAZIONE-A-TCNV      PIC X.
001660 01 CAMPI-DA-TCNV              PIC XX.
001670 01 CAMPI-A-TCNV               PIC XX.
001680 01 MAX-LUNGHEZZA-TCNV         PIC 9(05) VALUE 1000.
001690*
001700** MAPPE DEI CAMPI DELLE DUE VERSIONI (VOCI DEL DIZIONARIO)
001710*
001720 01 TAB-VECCHI-TCNV.
001730    02 CAMPO-VECCHIO-TCNV      OCCURS 200 TIMES.
001740       03 NOME-VECCHIO-TCNV    PIC X(30).
001750       03 POS-VECCHIO-TCNV     PIC 9(05).
001760       03 SIZE-VECCHIO-TCNV    PIC 9(05).
001770       03 TIPO-VECCHIO-TCNV    PIC X.
001780 01 TAB-NUOVI-TCNV.
001790    02 CAMPO-NUOVO-TCNV        OCCURS 200 TIMES.
001800       03 NOME-NUOVO-TCNV      PIC X(30).
001810       03 POS-NUOVO-TCNV       PIC 9(05).
001820       03 SIZE-NUOVO-TCNV      PIC 9(05).
001830       03 TIPO-NUOVO-TCNV      PIC X.
001840 01 NUM-VECCHI-TCNV            PIC 9(04) COMP.
001850 01 NUM-NUOVI-TCNV             PIC 9(04) COMP.
001860 01 MAX-CAMPI-TCNV             PIC 9(04) VALUE 200.
001870 01 IND-VECCHIO-TCNV           PIC 9(04) COMP.
001880 01 IND-NUOVO-TCNV             PIC 9(04) COMP.
001890 01 IND-CERCA-TCNV             PIC 9(04) COMP.
001900*
001910** RECORD IN CONVERSIONE
001920*
001930 01 RECORD-VECCHIO-TCNV        PIC X(1000).
001940 01 RECORD-NUOVO-TCNV          PIC X(1000).
001950 01 MOTIVO-TCNV                PIC X(60).
001960 01 DA-POS-TCNV                PIC 9(05).
001970 01 A-POS-TCNV                 PIC 9(05).
001980 01 DA-SIZE-TCNV               PIC 9(05).
001990 01 A-SIZE-TCNV                PIC 9(05).
002000 01 DIFFERENZA-TCNV            PIC 9(05).
002010 01 NUMERICO-TCNV              PIC X.
002020*
002030** CONTATORI E ESITO
002040*
002050 01 LETTI-TCNV                 PIC 9(09).
002060 01 CONVERTITI-TCNV            PIC 9(09).
002070 01 SCARTATI-TCNV              PIC 9(09).
002080 01 RICARICATI-TCNV            PIC 9(09).
002090 01 ERRORI-TCNV                PIC 9(06).
002100 01 FALLITA-TCNV               PIC X.
002110*
002120** AGGIORNAMENTI DELLA VERSIONE A CATALOGO: "S" IN SOLO-VUOTA
002130** TOCCA LA VOCE SOLO SE NON HA ANCORA UNA VERSIONE
002140*
002150 01 TAB-AGGIORNA-TCNV.
002160    02 VOCE-AGGIORNA-TCNV      OCCURS 2 TIMES.
002170       03 NOME-AGG-TCNV        PIC X(30).
002180       03 VERSIONE-AGG-TCNV    PIC X(03).
002190       03 SOLO-VUOTA-TCNV      PIC X.
002200 01 NUM-AGG-TCNV              PIC 9(02) COMP.
002210 01 IND-AGG-TCNV              PIC 9(02) COMP.
002220 01 VERSIONE-EDIT-TCNV         PIC 9(03).
002230*
002240** VERSIONI GIA' NOTE, IMPIANTATE CON REGISTRA: PER OGNI RIGA
002250** GRUPPO, NOME, POSIZIONE, MISURA, TIPO E (SOLO RIGHE "TV")
002260** GRUPPO DEI CAMPI. NELLE RIGHE "TV" POSIZIONE E MISURA SONO
002270** VERSIONE E LUNGHEZZA, IL TIPO E' L'ORGANIZZAZIONE
002280*
002290 01 IMPIANTO-TCNV.
002300    02 FILLER PIC X(45) VALUE
002310     "TVARKJOB                        0000100141IJ1".
002320    02 FILLER PIC X(45) VALUE
002330     "TVARKJOB                        0000200241IJ2".
002340    02 FILLER PIC X(45) VALUE
002350     "TVARKPEN                        0000100100IP1".
002360    02 FILLER PIC X(45) VALUE
002370     "TVARKPEN                        0000200160IP2".
002380    02 FILLER PIC X(45) VALUE
002390     "J1CHIAVE-JOB                    0000100034X  ".
002400    02 FILLER PIC X(45) VALUE
002410     "J1PROGRAMMA-JOB                 0003500030X  ".
002420    02 FILLER PIC X(45) VALUE
002430     "J1LIBRERIA-JOB                  0006500030X  ".
002440    02 FILLER PIC X(45) VALUE
002450     "J1UTENTE-JOB                    0009500008X  ".
002460    02 FILLER PIC X(45) VALUE
002470     "J1STATO-JOB                     0010300001X  ".
002480    02 FILLER PIC X(45) VALUE
002490     "J1RITORNO-JOB                   0010400004X  ".
002500    02 FILLER PIC X(45) VALUE
002510     "J1DATA-FINE-JOB                 0010800008D  ".
002520    02 FILLER PIC X(45) VALUE
002530     "J1ORARIO-FINE-JOB               00116000069  ".
002540    02 FILLER PIC X(45) VALUE
002550     "J1PRIORITA-JOB                  0012200001X  ".
002560    02 FILLER PIC X(45) VALUE
002570     "J1CLASSE-JOB                    0012300004X  ".
002580    02 FILLER PIC X(45) VALUE
002590     "J1RIESEGUIBILE-JOB              0012700001X  ".
002600    02 FILLER PIC X(45) VALUE
002610     "J2CHIAVE-JOB                    0000100034X  ".
002620    02 FILLER PIC X(45) VALUE
002630     "J2PROGRAMMA-JOB                 0003500030X  ".
002640    02 FILLER PIC X(45) VALUE
002650     "J2LIBRERIA-JOB                  0006500030X  ".
002660    02 FILLER PIC X(45) VALUE
002670     "J2UTENTE-JOB                    0009500008X  ".
002680    02 FILLER PIC X(45) VALUE
002690     "J2STATO-JOB                     0010300001X  ".
002700    02 FILLER PIC X(45) VALUE
002710     "J2RITORNO-JOB                   0010400004X  ".
002720    02 FILLER PIC X(45) VALUE
002730     "J2DATA-FINE-JOB                 0010800008D  ".
002740    02 FILLER PIC X(45) VALUE
002750     "J2ORARIO-FINE-JOB               00116000069  ".
002760    02 FILLER PIC X(45) VALUE
002770     "J2PRIORITA-JOB                  0012200001X  ".
002780    02 FILLER PIC X(45) VALUE
002790     "J2CLASSE-JOB                    0012300004X  ".
002800    02 FILLER PIC X(45) VALUE
002810     "J2RIESEGUIBILE-JOB              0012700001X  ".
002820    02 FILLER PIC X(45) VALUE
002830     "J2PARAMETRI-JOB                 0014200100X  ".
002840    02 FILLER PIC X(45) VALUE
002850     "P1NUMERO-PEN                    00001000089  ".
002860    02 FILLER PIC X(45) VALUE
002870     "P1TIPO-PEN                      0000900001X  ".
002880    02 FILLER PIC X(45) VALUE
002890     "P1UTENTE-OGG-PEN                0001000008X  ".
002900    02 FILLER PIC X(45) VALUE
002910     "P1RICHIEDENTE-PEN               0001800008X  ".
002920    02 FILLER PIC X(45) VALUE
002930     "P1DATA-RICH-PEN                 0002600008D  ".
002940    02 FILLER PIC X(45) VALUE
002950     "P1ORA-RICH-PEN                  00034000069  ".
002960    02 FILLER PIC X(45) VALUE
002970     "P1STATO-PEN                     0004000001X  ".
002980    02 FILLER PIC X(45) VALUE
002990     "P1APPROVATORE-PEN               0004100008X  ".
003000    02 FILLER PIC X(45) VALUE
003010     "P1DATA-DEC-PEN                  0004900008D  ".
003020    02 FILLER PIC X(45) VALUE
003030     "P1ORA-DEC-PEN                   00057000069  ".
003040    02 FILLER PIC X(45) VALUE
003050     "P1GRUPPO-NUOVO-PEN              00063000049  ".
003060    02 FILLER PIC X(45) VALUE
003070     "P1NUM-GRUPPI-NUOVO-PEN          00067000029  ".
003080    02 FILLER PIC X(45) VALUE
003090     "P1GRUPPI-EXTRA-NUOVI-PEN        0006900020X  ".
003100    02 FILLER PIC X(45) VALUE
003110     "P2NUMERO-PEN                    00001000089  ".
003120    02 FILLER PIC X(45) VALUE
003130     "P2TIPO-PEN                      0000900001X  ".
003140    02 FILLER PIC X(45) VALUE
003150     "P2UTENTE-OGG-PEN                0001000008X  ".
003160    02 FILLER PIC X(45) VALUE
003170     "P2RICHIEDENTE-PEN               0001800008X  ".
003180    02 FILLER PIC X(45) VALUE
003190     "P2DATA-RICH-PEN                 0002600008D  ".
003200    02 FILLER PIC X(45) VALUE
003210     "P2ORA-RICH-PEN                  00034000069  ".
003220    02 FILLER PIC X(45) VALUE
003230     "P2STATO-PEN                     0004000001X  ".
003240    02 FILLER PIC X(45) VALUE
003250     "P2APPROVATORE-PEN               0004100008X  ".
003260    02 FILLER PIC X(45) VALUE
003270     "P2DATA-DEC-PEN                  0004900008D  ".
003280    02 FILLER PIC X(45) VALUE
003290     "P2ORA-DEC-PEN                   00057000069  ".
003300    02 FILLER PIC X(45) VALUE
003310     "P2GRUPPO-NUOVO-PEN              00063000049  ".
003320    02 FILLER PIC X(45) VALUE
003330     "P2NUM-GRUPPI-NUOVO-PEN          00067000029  ".
003340    02 FILLER PIC X(45) VALUE
003350     "P2GRUPPI-EXTRA-NUOVI-PEN        0006900020X  ".
003360    02 FILLER PIC X(45) VALUE
003370     "P2NOME-NUOVO-PEN                0008900030X  ".
003380    02 FILLER PIC X(45) VALUE
003390     "P2VALIDA-DAL-PEN                0011900008D  ".
003400    02 FILLER PIC X(45) VALUE
003410     "P2VALIDA-AL-PEN                 0012700008D  ".
003420 01 TAB-IMPIANTO-TCNV REDEFINES IMPIANTO-TCNV.
003430    02 RIGA-IMPIANTO-TCNV      OCCURS 56 TIMES.
003440       03 GRUPPO-IMP-TCNV      PIC XX.
003450       03 NOME-IMP-TCNV        PIC X(30).
003460       03 POS-IMP-TCNV         PIC 9(05).
003470       03 SIZE-IMP-TCNV        PIC 9(05).
003480       03 TIPO-IMP-TCNV        PIC X.
003490       03 CAMPI-IMP-TCNV       PIC XX.
003500 01 NUM-IMP-TCNV              PIC 9(04) VALUE 56.
003510 01 IND-IMP-TCNV              PIC 9(04) COMP.
003520 01 PROG-IMP-TCNV              PIC 9(04).
003530 01 GRUPPO-PREC-TCNV           PIC XX.
003540 01 IMPIANTATE-TCNV            PIC 9(04).
003550 01 PRESENTI-TCNV              PIC 9(04).
003560*
003570 PROCEDURE  DIVISION.
003580*
003590          MOVE SPACES             TO CARTELLINO-TCNV.
003600          ACCEPT CARTELLINO-TCNV  FROM CONSOLE.
003610
003620          MOVE SPACES             TO ARCHIVIO-TCNV
003630                                     VERSIONE-ALFA-TCNV
003640                                     OPZIONE-TCNV.
003650          UNSTRING CARTELLINO-TCNV DELIMITED BY ALL " "
003660           INTO ARCHIVIO-TCNV VERSIONE-ALFA-TCNV OPZIONE-TCNV.
003670
003680          MOVE ZEROS              TO ERRORI-TCNV.
003690
003700          IF ARCHIVIO-TCNV = "REGISTRA"
003710           PERFORM REGISTRA-TCNV  THRU EX-REGISTRA-TCNV
003720           IF ERRORI-TCNV = ZEROS
003730            MOVE ZERO             TO RETURN-CODE
003740           ELSE
003750            MOVE 8                TO RETURN-CODE
003760           END-IF
003770           GOBACK
003780          END-IF.
003790
003800          DISPLAY "CONVERSIONE DI TRACCIATO: " CARTELLINO-TCNV.
003810
003820          MOVE "N"                TO FALLITA-TCNV.
003830          MOVE ZEROS              TO LETTI-TCNV CONVERTITI-TCNV
003840                                     SCARTATI-TCNV
003850                                     RICARICATI-TCNV.
003860
003870          PERFORM CONVERTI-TCNV   THRU EX-CONVERTI-TCNV.
003880
003890          MOVE SPACES             TO COMANDO-TCNV.
003900          STRING "rm -f FILES/TCNV-VECCHIO.TMP"
003910           " FILES/TCNV-NUOVO.TMP FILES/CATALOGO-TCNV.TMP"
003920           DELIMITED BY SIZE
003930           INTO COMANDO-TCNV.
003940          CALL "SYSTEM" USING COMANDO-TCNV.
003950
003960          DISPLAY "RECORD LETTI      : " LETTI-TCNV.
003970          DISPLAY "RECORD CONVERTITI : " CONVERTITI-TCNV.
003980          DISPLAY "RECORD SCARTATI   : " SCARTATI-TCNV.
003990          DISPLAY "RECORD RICARICATI : " RICARICATI-TCNV.
004000
004010          IF SCARTATI-TCNV > ZEROS
004020           DISPLAY "SCARTI IN " NOME-SCARTI-TCNV
004030          END-IF.
004040
004050          IF FALLITA-TCNV = "S"
004060           DISPLAY "OPENTCNV: CONVERSIONE NON ESEGUITA"
004070           MOVE 8                 TO RETURN-CODE
004080           GOBACK
004090          END-IF.
004100
004110          DISPLAY "OPENTCNV: " ARCHIVIO-TCNV
004120           " PORTATO ALLA VERSIONE " VERSIONE-EDIT-TCNV.
004130
004140          IF SCARTATI-TCNV > ZEROS
004150           MOVE 4                 TO RETURN-CODE
004160          ELSE
004170           MOVE ZERO              TO RETURN-CODE
004180          END-IF.
004190
004200          GOBACK.
004210*
004220          COPY "PIODATO.CBL".
004230          COPY "PIOFILE.CBL".
004240          COPY "PIOCSV.CBL".
004250*
004260***** CONVERSIONE COMPLETA: CONTROLLI, SCARICO, CONVERSIONE RECORD
004270***** PER RECORD, RICARICA E NUOVA VERSIONE A CATALOGO
004280*
004290 CONVERTI-TCNV.
004300
004310          MOVE "S"                TO FALLITA-TCNV.
004320
004330          IF ARCHIVIO-TCNV = SPACES
004340           OR VERSIONE-ALFA-TCNV = SPACES
004350           DISPLAY "CARTELLINO: ARCHIVIO VERSIONE [SCARTA]"
004360           GO TO EX-CONVERTI-TCNV
004370          END-IF.
004380
004390          MOVE ZEROS              TO VERSIONE-DA-TCNV.
004400          UNSTRING VERSIONE-ALFA-TCNV DELIMITED BY " "
004410           INTO VERSIONE-DA-TCNV.
004420          IF VERSIONE-DA-TCNV NOT NUMERIC
004430           OR VERSIONE-DA-TCNV = ZEROS
004440           DISPLAY "VERSIONE DI PARTENZA NON VALIDA: "
004450            VERSIONE-ALFA-TCNV
004460           GO TO EX-CONVERTI-TCNV
004470          END-IF.
004480          COMPUTE VERSIONE-A-TCNV = VERSIONE-DA-TCNV + 1.
004490          MOVE VERSIONE-A-TCNV    TO VERSIONE-EDIT-TCNV.
004500
004510          PERFORM LEGGI-CATALOGO-TCNV
004520           THRU EX-LEGGI-CATALOGO-TCNV.
004530          IF PATH-TCNV = SPACES
004540           DISPLAY ARCHIVIO-TCNV " NON E' A CATALOGO"
004550           GO TO EX-CONVERTI-TCNV
004560          END-IF.
004570
004580          IF VERSIONE-CAT-TCNV NOT = VERSIONE-DA-TCNV
004590           DISPLAY ARCHIVIO-TCNV " E' A CATALOGO ALLA VERSIONE "
004600            VERSIONE-CAT-TCNV ", NON ALLA " VERSIONE-ALFA-TCNV
004610           GO TO EX-CONVERTI-TCNV
004620          END-IF.
004630
004640          PERFORM CERCA-VERSIONI-TCNV
004650           THRU EX-CERCA-VERSIONI-TCNV.
004660          IF TROVATA-DA-TCNV = "N" OR TROVATA-A-TCNV = "N"
004670           DISPLAY "VERSIONI " VERSIONE-DA-TCNV " E "
004680            VERSIONE-A-TCNV " NON ENTRAMBE REGISTRATE (RIGHE TV)"
004690           GO TO EX-CONVERTI-TCNV
004700          END-IF.
004710
004720          IF ORGANIZZAZIONE-DA-TCNV NOT = ORGANIZZAZIONE-A-TCNV
004730           DISPLAY "LE DUE VERSIONI HANNO ORGANIZZAZIONI DIVERSE"
004740           GO TO EX-CONVERTI-TCNV
004750          END-IF.
004760
004770          IF LUNGHEZZA-DA-TCNV = ZEROS
004780           OR LUNGHEZZA-A-TCNV = ZEROS
004790           OR LUNGHEZZA-DA-TCNV > MAX-LUNGHEZZA-TCNV
004800           OR LUNGHEZZA-A-TCNV > MAX-LUNGHEZZA-TCNV
004810           DISPLAY "LUNGHEZZE REGISTRATE NON GESTIBILI: "
004820            LUNGHEZZA-DA-TCNV " / " LUNGHEZZA-A-TCNV
004830           GO TO EX-CONVERTI-TCNV
004840          END-IF.
004850
004860          PERFORM CARICA-MAPPE-TCNV THRU EX-CARICA-MAPPE-TCNV.
004870          IF ERRORI-TCNV > ZEROS GO TO EX-CONVERTI-TCNV.
004880
004890          PERFORM CONTROLLA-MAPPE-TCNV
004900           THRU EX-CONTROLLA-MAPPE-TCNV.
004910          IF ERRORI-TCNV > ZEROS GO TO EX-CONVERTI-TCNV.
004920
004930*         SCARICO DELL'ARCHIVIO SUL FILE DI APPOGGIO
004940
004950          IF ORGANIZZAZIONE-DA-TCNV = "L"
004960           PERFORM SCARICA-SEQ-TCNV THRU EX-SCARICA-SEQ-TCNV
004970          ELSE
004980           IF ARCHIVIO-TCNV = "ARKJOB"
004990            AND LUNGHEZZA-DA-TCNV = 141
005000            AND LUNGHEZZA-A-TCNV = 241
005010            PERFORM SCARICA-JOB-TCNV THRU EX-SCARICA-JOB-TCNV
005020           ELSE
005030            IF ARCHIVIO-TCNV = "ARKPEN"
005040             AND LUNGHEZZA-DA-TCNV = 100
005050             AND LUNGHEZZA-A-TCNV = 160
005060             PERFORM SCARICA-PEN-TCNV THRU EX-SCARICA-PEN-TCNV
005070            ELSE
005080             DISPLAY "NESSUNA COPPIA DI FD PER " ARCHIVIO-TCNV
005090              " DA " LUNGHEZZA-DA-TCNV " A " LUNGHEZZA-A-TCNV
005100              " BYTE"
005110             ADD 1                TO ERRORI-TCNV
005120            END-IF
005130           END-IF
005140          END-IF.
005150
005160          IF ERRORI-TCNV > ZEROS GO TO EX-CONVERTI-TCNV.
005170
005180*         CONVERSIONE RECORD PER RECORD
005190
005200          PERFORM CONVERTI-RECORD-TCNV
005210           THRU EX-CONVERTI-RECORD-TCNV.
005220          IF ERRORI-TCNV > ZEROS GO TO EX-CONVERTI-TCNV.
005230
005240          IF SCARTATI-TCNV > ZEROS
005250           AND OPZIONE-TCNV NOT = "SCARTA"
005260           DISPLAY "CI SONO SCARTI: ARCHIVIO LASCIATO INTATTO "
005270            "(CORREGGERE I DATI O RILANCIARE CON SCARTA)"
005280           GO TO EX-CONVERTI-TCNV
005290          END-IF.
005300
005310*         RICARICA COL TRACCIATO NUOVO
005320
005330          IF ORGANIZZAZIONE-DA-TCNV = "L"
005340           PERFORM RICARICA-SEQ-TCNV THRU EX-RICARICA-SEQ-TCNV
005350          ELSE
005360           IF ARCHIVIO-TCNV = "ARKJOB"
005370            PERFORM RICARICA-JOB-TCNV THRU EX-RICARICA-JOB-TCNV
005380           ELSE
005390            PERFORM RICARICA-PEN-TCNV THRU EX-RICARICA-PEN-TCNV
005400           END-IF
005410          END-IF.
005420
005430          IF ERRORI-TCNV > ZEROS GO TO EX-CONVERTI-TCNV.
005440
005450*         NUOVA VERSIONE A CATALOGO
005460
005470          MOVE 1                  TO NUM-AGG-TCNV.
005480          MOVE ARCHIVIO-TCNV      TO NOME-AGG-TCNV(1).
005490          MOVE VERSIONE-EDIT-TCNV TO VERSIONE-AGG-TCNV(1).
005500          MOVE "N"                TO SOLO-VUOTA-TCNV(1).
005510          PERFORM RISCRIVI-CATALOGO-TCNV
005520           THRU EX-RISCRIVI-CATALOGO-TCNV.
005530
005540          MOVE "N"                TO FALLITA-TCNV.
005550
005560 EX-CONVERTI-TCNV.
005570          EXIT.
005580*
005590***** PERCORSO E VERSIONE DELL'ARCHIVIO A CATALOGO (SPAZI = 001)
005600*
005610 LEGGI-CATALOGO-TCNV.
005620
005630          MOVE SPACES             TO PATH-TCNV.
005640          MOVE ZEROS              TO VERSIONE-CAT-TCNV.
005650
005660          MOVE "FILES/FILES.TXT"  TO WDOVE.
005670          PERFORM OPEN-I-CAT      THRU EX-OPEN-I-CAT.
005680
005690 CICLO-CATALOGO-TCNV.
005700
005710          PERFORM LEGGI-CAT       THRU EX-LEGGI-CAT.
005720
005730          IF FINE-FILE = "S" GO TO FINE-CATALOGO-TCNV.
005740
005750          IF NOME-CAT-FILE NOT = ARCHIVIO-TCNV
005760           GO TO CICLO-CATALOGO-TCNV
005770          END-IF.
005780
005790          MOVE PATH-CAT-FILE      TO PATH-TCNV.
005800          IF VERSIONE-CAT-FILE = SPACES
005810           MOVE 1                 TO VERSIONE-CAT-TCNV
005820          ELSE
005830           MOVE VERSIONE-CAT-FILE TO VERSIONE-CAT-TCNV
005840          END-IF.
005850
005860 FINE-CATALOGO-TCNV.
005870
005880          PERFORM CLOSE-CAT       THRU EX-CLOSE-CAT.
005890
005900 EX-LEGGI-CATALOGO-TCNV.
005910          EXIT.
005920*
005930***** LE RIGHE "TV" DELL'ARCHIVIO PER LA VERSIONE DI PARTENZA E
005940***** PER LA SUCCESSIVA
005950*
005960 CERCA-VERSIONI-TCNV.
005970
005980          MOVE "N"                TO TROVATA-DA-TCNV
005990                                     TROVATA-A-TCNV.
006000
006010          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
006020
006030          MOVE "TV"               TO GRUPPO-DATO.
006040          MOVE ZEROS              TO PROG-DATO.
006050          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
006060
006070          IF ESITO-NOK GO TO FINE-VERSIONI-TCNV.
006080
006090 CICLO-VERSIONI-TCNV.
006100
006110          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
006120
006130          IF FINE-FILE = "S" GO TO FINE-VERSIONI-TCNV.
006140          IF GRUPPO-DATO NOT = "TV" GO TO FINE-VERSIONI-TCNV.
006150
006160          IF ARCHIVIO-TRAC-DATO NOT = ARCHIVIO-TCNV
006170           GO TO CICLO-VERSIONI-TCNV
006180          END-IF.
006190
006200          IF VERSIONE-TRAC-DATO = VERSIONE-DA-TCNV
006210           MOVE "S"                   TO TROVATA-DA-TCNV
006220           MOVE LUNGHEZZA-TRAC-DATO   TO LUNGHEZZA-DA-TCNV
006230           MOVE ORGANIZZAZIONE-TRAC-DATO TO ORGANIZZAZIONE-DA-TCNV
006240           MOVE CAMPI-TRAC-DATO       TO CAMPI-DA-TCNV
006250          END-IF.
006260
006270          IF VERSIONE-TRAC-DATO = VERSIONE-A-TCNV
006280           MOVE "S"                   TO TROVATA-A-TCNV
006290           MOVE LUNGHEZZA-TRAC-DATO   TO LUNGHEZZA-A-TCNV
006300           MOVE ORGANIZZAZIONE-TRAC-DATO TO ORGANIZZAZIONE-A-TCNV
006310           MOVE CAMPI-TRAC-DATO       TO CAMPI-A-TCNV
006320          END-IF.
006330
006340          GO TO CICLO-VERSIONI-TCNV.
006350
006360 FINE-VERSIONI-TCNV.
006370
006380          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
006390
006400 EX-CERCA-VERSIONI-TCNV.
006410          EXIT.
006420*
006430***** CARICA LE VOCI DEI DUE GRUPPI DEL DIZIONARIO NELLE MAPPE
006440*
006450 CARICA-MAPPE-TCNV.
006460
006470          MOVE ZEROS              TO NUM-VECCHI-TCNV
006480                                     NUM-NUOVI-TCNV.
006490
006500          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
006510
006520          MOVE CAMPI-DA-TCNV      TO GRUPPO-DATO.
006530          MOVE ZEROS              TO PROG-DATO.
006540          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
006550
006560          IF ESITO-NOK GO TO CARICA-NUOVI-TCNV.
006570
006580 CICLO-VECCHI-TCNV.
006590
006600          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
006610
006620          IF FINE-FILE = "S" GO TO CARICA-NUOVI-TCNV.
006630          IF GRUPPO-DATO NOT = CAMPI-DA-TCNV
006640           GO TO CARICA-NUOVI-TCNV
006650          END-IF.
006660
006670          IF NUM-VECCHI-TCNV NOT < MAX-CAMPI-TCNV
006680           DISPLAY "TROPPI CAMPI NEL GRUPPO " CAMPI-DA-TCNV
006690           ADD 1                  TO ERRORI-TCNV
006700           GO TO CARICA-NUOVI-TCNV
006710          END-IF.
006720
006730          ADD 1                   TO NUM-VECCHI-TCNV.
006740          MOVE NOME-COBOL-DATO
006750           TO NOME-VECCHIO-TCNV(NUM-VECCHI-TCNV).
006760          MOVE POS-DATO
006770           TO POS-VECCHIO-TCNV(NUM-VECCHI-TCNV).
006780          MOVE SIZE-DATO
006790           TO SIZE-VECCHIO-TCNV(NUM-VECCHI-TCNV).
006800          MOVE TIPO-DATO
006810           TO TIPO-VECCHIO-TCNV(NUM-VECCHI-TCNV).
006820
006830          GO TO CICLO-VECCHI-TCNV.
006840
006850 CARICA-NUOVI-TCNV.
006860
006870          MOVE CAMPI-A-TCNV       TO GRUPPO-DATO.
006880          MOVE ZEROS              TO PROG-DATO.
006890          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
006900
006910          IF ESITO-NOK GO TO FINE-MAPPE-TCNV.
006920
006930 CICLO-NUOVI-TCNV.
006940
006950          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
006960
006970          IF FINE-FILE = "S" GO TO FINE-MAPPE-TCNV.
006980          IF GRUPPO-DATO NOT = CAMPI-A-TCNV
006990           GO TO FINE-MAPPE-TCNV
007000          END-IF.
007010
007020          IF NUM-NUOVI-TCNV NOT < MAX-CAMPI-TCNV
007030           DISPLAY "TROPPI CAMPI NEL GRUPPO " CAMPI-A-TCNV
007040           ADD 1                  TO ERRORI-TCNV
007050           GO TO FINE-MAPPE-TCNV
007060          END-IF.
007070
007080          ADD 1                   TO NUM-NUOVI-TCNV.
007090          MOVE NOME-COBOL-DATO
007100           TO NOME-NUOVO-TCNV(NUM-NUOVI-TCNV).
007110          MOVE POS-DATO
007120           TO POS-NUOVO-TCNV(NUM-NUOVI-TCNV).
007130          MOVE SIZE-DATO
007140           TO SIZE-NUOVO-TCNV(NUM-NUOVI-TCNV).
007150          MOVE TIPO-DATO
007160           TO TIPO-NUOVO-TCNV(NUM-NUOVI-TCNV).
007170
007180          GO TO CICLO-NUOVI-TCNV.
007190
007200 FINE-MAPPE-TCNV.
007210
007220          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
007230
007240          IF NUM-VECCHI-TCNV = ZEROS OR NUM-NUOVI-TCNV = ZEROS
007250           DISPLAY "MAPPA DEI CAMPI VUOTA: GRUPPI " CAMPI-DA-TCNV
007260            " / " CAMPI-A-TCNV
007270           ADD 1                  TO ERRORI-TCNV
007280          END-IF.
007290
007300 EX-CARICA-MAPPE-TCNV.
007310          EXIT.
007320*
007330***** OGNI CAMPO DEVE STARE NEL SUO TRACCIATO; UN CAMPO DELLA
007340***** MAPPA VECCHIA CHE NON HA OMONIMO NELLA NUOVA VIENE SOLO
007350***** SEGNALATO
007360*
007370 CONTROLLA-MAPPE-TCNV.
007380
007390          PERFORM CONTROLLA-VECCHIO-TCNV
007400           THRU EX-CONTROLLA-VECCHIO-TCNV
007410           VARYING IND-VECCHIO-TCNV FROM 1 BY 1
007420           UNTIL IND-VECCHIO-TCNV > NUM-VECCHI-TCNV.
007430
007440          PERFORM CONTROLLA-NUOVO-TCNV
007450           THRU EX-CONTROLLA-NUOVO-TCNV
007460           VARYING IND-NUOVO-TCNV FROM 1 BY 1
007470           UNTIL IND-NUOVO-TCNV > NUM-NUOVI-TCNV.
007480
007490 EX-CONTROLLA-MAPPE-TCNV.
007500          EXIT.
007510*
007520 CONTROLLA-VECCHIO-TCNV.
007530
007540          IF POS-VECCHIO-TCNV(IND-VECCHIO-TCNV) = ZEROS
007550           OR SIZE-VECCHIO-TCNV(IND-VECCHIO-TCNV) = ZEROS
007560           OR POS-VECCHIO-TCNV(IND-VECCHIO-TCNV)
007570            + SIZE-VECCHIO-TCNV(IND-VECCHIO-TCNV) - 1
007580            > LUNGHEZZA-DA-TCNV
007590           DISPLAY "CAMPO " NOME-VECCHIO-TCNV(IND-VECCHIO-TCNV)
007600            " FUORI DAL TRACCIATO " VERSIONE-DA-TCNV
007610           ADD 1                  TO ERRORI-TCNV
007620           GO TO EX-CONTROLLA-VECCHIO-TCNV
007630          END-IF.
007640
007650          MOVE "N"                TO SWITCH-WEB.
007660          PERFORM CERCA-NUOVO-TCNV THRU EX-CERCA-NUOVO-TCNV
007670           VARYING IND-CERCA-TCNV FROM 1 BY 1
007680           UNTIL IND-CERCA-TCNV > NUM-NUOVI-TCNV.
007690
007700          IF SWITCH-WEB = "N"
007710           DISPLAY "CAMPO ELIMINATO NELLA VERSIONE "
007720            VERSIONE-A-TCNV ": "
007730            NOME-VECCHIO-TCNV(IND-VECCHIO-TCNV)
007740          END-IF.
007750
007760 EX-CONTROLLA-VECCHIO-TCNV.
007770          EXIT.
007780*
007790 CERCA-NUOVO-TCNV.
007800
007810          IF NOME-NUOVO-TCNV(IND-CERCA-TCNV)
007820           = NOME-VECCHIO-TCNV(IND-VECCHIO-TCNV)
007830           MOVE "S"               TO SWITCH-WEB
007840          END-IF.
007850
007860 EX-CERCA-NUOVO-TCNV.
007870          EXIT.
007880*
007890 CONTROLLA-NUOVO-TCNV.
007900
007910          IF POS-NUOVO-TCNV(IND-NUOVO-TCNV) = ZEROS
007920           OR SIZE-NUOVO-TCNV(IND-NUOVO-TCNV) = ZEROS
007930           OR POS-NUOVO-TCNV(IND-NUOVO-TCNV)
007940            + SIZE-NUOVO-TCNV(IND-NUOVO-TCNV) - 1
007950            > LUNGHEZZA-A-TCNV
007960           DISPLAY "CAMPO " NOME-NUOVO-TCNV(IND-NUOVO-TCNV)
007970            " FUORI DAL TRACCIATO " VERSIONE-A-TCNV
007980           ADD 1                  TO ERRORI-TCNV
007990          END-IF.
008000
008010 EX-CONTROLLA-NUOVO-TCNV.
008020          EXIT.
008030*
008040***** SCARICO DI UN LINE SEQUENTIAL: OGNI RIGA E' UN RECORD
008050*
008060 SCARICA-SEQ-TCNV.
008070
008080          OPEN INPUT ARKSEQ-TCNV.
008090          IF STATUS-SEQ-TCNV NOT = "00"
008100           DISPLAY ARCHIVIO-TCNV ": APERTURA FALLITA, STATUS "
008110            STATUS-SEQ-TCNV
008120           ADD 1                  TO ERRORI-TCNV
008130           GO TO EX-SCARICA-SEQ-TCNV
008140          END-IF.
008150
008160          OPEN OUTPUT APPOGGIO-TCNV.
008170
008180 CICLO-SCARICA-SEQ-TCNV.
008190
008200          READ ARKSEQ-TCNV
008210           AT END GO TO FINE-SCARICA-SEQ-TCNV
008220          END-READ.
008230
008240          MOVE SPACES             TO RIGA-APPOGGIO-TCNV.
008250          MOVE RIGA-SEQ-TCNV(1:LUNGHEZZA-DA-TCNV)
008260           TO RIGA-APPOGGIO-TCNV(1:LUNGHEZZA-DA-TCNV).
008270          WRITE RIGA-APPOGGIO-TCNV.
008280
008290          GO TO CICLO-SCARICA-SEQ-TCNV.
008300
008310 FINE-SCARICA-SEQ-TCNV.
008320
008330          CLOSE ARKSEQ-TCNV.
008340          CLOSE APPOGGIO-TCNV.
008350
008360 EX-SCARICA-SEQ-TCNV.
008370          EXIT.
008380*
008390***** SCARICO DI ARKJOB COL TRACCIATO DA 141 BYTE
008400*
008410 SCARICA-JOB-TCNV.
008420
008430          OPEN INPUT ARKJOBV.
008440          IF STATUS-VECCHIO-TCNV NOT = "00"
008450           DISPLAY "ARKJOB: APERTURA COL TRACCIATO "
008460            VERSIONE-DA-TCNV " FALLITA, STATUS "
008470            STATUS-VECCHIO-TCNV
008480           ADD 1                  TO ERRORI-TCNV
008490           GO TO EX-SCARICA-JOB-TCNV
008500          END-IF.
008510
008520          OPEN OUTPUT APPOGGIO-TCNV.
008530
008540 CICLO-SCARICA-JOB-TCNV.
008550
008560          READ ARKJOBV NEXT RECORD
008570           AT END GO TO FINE-SCARICA-JOB-TCNV
008580          END-READ.
008590
008600          MOVE SPACES             TO RIGA-APPOGGIO-TCNV.
008610          MOVE JOBV               TO RIGA-APPOGGIO-TCNV(1:141).
008620          WRITE RIGA-APPOGGIO-TCNV.
008630
008640          GO TO CICLO-SCARICA-JOB-TCNV.
008650
008660 FINE-SCARICA-JOB-TCNV.
008670
008680          CLOSE ARKJOBV.
008690          CLOSE APPOGGIO-TCNV.
008700
008710 EX-SCARICA-JOB-TCNV.
008720          EXIT.
008730*
008740***** SCARICO DI ARKPEN COL TRACCIATO DA 100 BYTE
008750*
008760 SCARICA-PEN-TCNV.
008770
008780          OPEN INPUT ARKPENV.
008790          IF STATUS-VECCHIO-TCNV NOT = "00"
008800           DISPLAY "ARKPEN: APERTURA COL TRACCIATO "
008810            VERSIONE-DA-TCNV " FALLITA, STATUS "
008820            STATUS-VECCHIO-TCNV
008830           ADD 1                  TO ERRORI-TCNV
008840           GO TO EX-SCARICA-PEN-TCNV
008850          END-IF.
008860
008870          OPEN OUTPUT APPOGGIO-TCNV.
008880
008890 CICLO-SCARICA-PEN-TCNV.
008900
008910          READ ARKPENV NEXT RECORD
008920           AT END GO TO FINE-SCARICA-PEN-TCNV
008930          END-READ.
008940
008950          MOVE SPACES             TO RIGA-APPOGGIO-TCNV.
008960          MOVE PENV               TO RIGA-APPOGGIO-TCNV(1:100).
008970          WRITE RIGA-APPOGGIO-TCNV.
008980
008990          GO TO CICLO-SCARICA-PEN-TCNV.
009000
009010 FINE-SCARICA-PEN-TCNV.
009020
009030          CLOSE ARKPENV.
009040          CLOSE APPOGGIO-TCNV.
009050
009060 EX-SCARICA-PEN-TCNV.
009070          EXIT.
009080*
009090***** CONVERSIONE: DAL FILE DI APPOGGIO VECCHIO A QUELLO NUOVO,
009100***** GLI SCARTI SUL FILE DEGLI SCARTI
009110*
009120 CONVERTI-RECORD-TCNV.
009130
009140          MOVE SPACES             TO NOME-SCARTI-TCNV.
009150          STRING "FILES/SCARTI-" ARCHIVIO-TCNV DELIMITED BY " "
009160           ".TXT" DELIMITED BY SIZE INTO NOME-SCARTI-TCNV.
009170          OPEN OUTPUT SCARTI-TCNV.
009180
009190          OPEN INPUT APPOGGIO-TCNV.
009200          IF STATUS-APP-TCNV NOT = "00"
009210           DISPLAY "FILE DI APPOGGIO ILLEGGIBILE, STATUS "
009220            STATUS-APP-TCNV
009230           ADD 1                  TO ERRORI-TCNV
009240           CLOSE SCARTI-TCNV
009250           GO TO EX-CONVERTI-RECORD-TCNV
009260          END-IF.
009270
009280          OPEN OUTPUT NUOVO-TCNV.
009290
009300 CICLO-CONVERTI-TCNV.
009310
009320          READ APPOGGIO-TCNV
009330           AT END GO TO FINE-CONVERTI-TCNV
009340          END-READ.
009350
009360          ADD 1                   TO LETTI-TCNV.
009370          MOVE RIGA-APPOGGIO-TCNV TO RECORD-VECCHIO-TCNV.
009380          MOVE SPACES             TO RECORD-NUOVO-TCNV
009390                                     MOTIVO-TCNV.
009400
009410          PERFORM CONVERTI-CAMPO-TCNV THRU EX-CONVERTI-CAMPO-TCNV
009420           VARYING IND-NUOVO-TCNV FROM 1 BY 1
009430           UNTIL IND-NUOVO-TCNV > NUM-NUOVI-TCNV
009440           OR MOTIVO-TCNV NOT = SPACES.
009450
009460          IF MOTIVO-TCNV NOT = SPACES
009470           ADD 1                  TO SCARTATI-TCNV
009480           MOVE SPACES            TO RIGA-SCARTI-TCNV
009490           MOVE MOTIVO-TCNV       TO MOTIVO-SCARTI-TCNV
009500           MOVE RECORD-VECCHIO-TCNV(1:LUNGHEZZA-DA-TCNV)
009510            TO IMMAGINE-SCARTI-TCNV
009520           WRITE RIGA-SCARTI-TCNV
009530           GO TO CICLO-CONVERTI-TCNV
009540          END-IF.
009550
009560          ADD 1                   TO CONVERTITI-TCNV.
009570          MOVE RECORD-NUOVO-TCNV  TO RIGA-NUOVO-TCNV.
009580          WRITE RIGA-NUOVO-TCNV.
009590
009600          GO TO CICLO-CONVERTI-TCNV.
009610
009620 FINE-CONVERTI-TCNV.
009630
009640          CLOSE APPOGGIO-TCNV.
009650          CLOSE NUOVO-TCNV.
009660          CLOSE SCARTI-TCNV.
009670
009680 EX-CONVERTI-RECORD-TCNV.
009690          EXIT.
009700*
009710***** UN CAMPO DELLA MAPPA NUOVA: PRENDE IL VALORE DEL CAMPO
009720***** OMONIMO DELLA MAPPA VECCHIA; SE IL VALORE NON SI PUO'
009730***** PORTARE SENZA PERDITE, MOTIVO-TCNV DICE PERCHE' IL RECORD
009740***** E' SCARTATO
009750*
009760 CONVERTI-CAMPO-TCNV.
009770
009780          MOVE ZEROS              TO IND-VECCHIO-TCNV.
009790          PERFORM CERCA-VECCHIO-TCNV THRU EX-CERCA-VECCHIO-TCNV
009800           VARYING IND-CERCA-TCNV FROM 1 BY 1
009810           UNTIL IND-CERCA-TCNV > NUM-VECCHI-TCNV
009820           OR IND-VECCHIO-TCNV > ZEROS.
009830
009840          MOVE POS-NUOVO-TCNV(IND-NUOVO-TCNV)  TO A-POS-TCNV.
009850          MOVE SIZE-NUOVO-TCNV(IND-NUOVO-TCNV) TO A-SIZE-TCNV.
009860
009870          MOVE "N"                TO NUMERICO-TCNV.
009880          IF TIPO-NUOVO-TCNV(IND-NUOVO-TCNV) = "9"
009890           OR TIPO-NUOVO-TCNV(IND-NUOVO-TCNV) = "I"
009900           OR TIPO-NUOVO-TCNV(IND-NUOVO-TCNV) = "D"
009910           MOVE "S"               TO NUMERICO-TCNV
009920          END-IF.
009930
009940*         CAMPO NUOVO: RESTA A SPAZI, O NASCE A ZERI SE NUMERICO
009950
009960          IF IND-VECCHIO-TCNV = ZEROS
009970           IF NUMERICO-TCNV = "S"
009980            MOVE ZEROS
009990             TO RECORD-NUOVO-TCNV(A-POS-TCNV:A-SIZE-TCNV)
010000           END-IF
010010           GO TO EX-CONVERTI-CAMPO-TCNV
010020          END-IF.
010030
010040          MOVE POS-VECCHIO-TCNV(IND-VECCHIO-TCNV)  TO DA-POS-TCNV.
010050          MOVE SIZE-VECCHIO-TCNV(IND-VECCHIO-TCNV)
010060           TO DA-SIZE-TCNV.
010070
010080*         CAMPO RIMASTO UGUALE (STESSA MISURA E STESSO TIPO): SI
010090*         COPIA COM'E', SOLO EVENTUALMENTE SPOSTATO
010100
010110          IF DA-SIZE-TCNV = A-SIZE-TCNV
010120           AND TIPO-VECCHIO-TCNV(IND-VECCHIO-TCNV)
010130             = TIPO-NUOVO-TCNV(IND-NUOVO-TCNV)
010140           MOVE RECORD-VECCHIO-TCNV(DA-POS-TCNV:DA-SIZE-TCNV)
010150            TO RECORD-NUOVO-TCNV(A-POS-TCNV:A-SIZE-TCNV)
010160           GO TO EX-CONVERTI-CAMPO-TCNV
010170          END-IF.
010180
010190          IF NUMERICO-TCNV = "S" GO TO CAMPO-NUMERICO-TCNV.
010200
010210*         ALFANUMERICO: ALLINEATO A SINISTRA; SE IL CAMPO SI
010220*         ACCORCIA, LA PARTE TOLTA DEVE ESSERE A SPAZI
010230
010240          IF DA-SIZE-TCNV > A-SIZE-TCNV
010250           COMPUTE DIFFERENZA-TCNV = DA-SIZE-TCNV - A-SIZE-TCNV
010260           IF RECORD-VECCHIO-TCNV(DA-POS-TCNV + A-SIZE-TCNV:
010270                                  DIFFERENZA-TCNV) NOT = SPACES
010280            PERFORM MOTIVO-TRONCATO-TCNV
010290             THRU EX-MOTIVO-TRONCATO-TCNV
010300            GO TO EX-CONVERTI-CAMPO-TCNV
010310           END-IF
010320           MOVE RECORD-VECCHIO-TCNV(DA-POS-TCNV:A-SIZE-TCNV)
010330            TO RECORD-NUOVO-TCNV(A-POS-TCNV:A-SIZE-TCNV)
010340          ELSE
010350           MOVE RECORD-VECCHIO-TCNV(DA-POS-TCNV:DA-SIZE-TCNV)
010360            TO RECORD-NUOVO-TCNV(A-POS-TCNV:DA-SIZE-TCNV)
010370          END-IF.
010380
010390          GO TO EX-CONVERTI-CAMPO-TCNV.
010400
010410*         NUMERICO: ALLINEATO A DESTRA E COMPLETATO A ZERI; UN
010420*         VALORE A SPAZI VALE ZERO, UNO NON NUMERICO SCARTA IL
010430*         RECORD, COSI' COME UNA CIFRA SIGNIFICATIVA CHE ANDREBBE
010440*         PERSA ACCORCIANDO IL CAMPO
010450
010460 CAMPO-NUMERICO-TCNV.
010470
010480          MOVE ZEROS TO RECORD-NUOVO-TCNV(A-POS-TCNV:A-SIZE-TCNV).
010490
010500          IF RECORD-VECCHIO-TCNV(DA-POS-TCNV:DA-SIZE-TCNV)
010510           = SPACES
010520           GO TO EX-CONVERTI-CAMPO-TCNV
010530          END-IF.
010540
010550          IF RECORD-VECCHIO-TCNV(DA-POS-TCNV:DA-SIZE-TCNV)
010560           NOT NUMERIC
010570           MOVE SPACES            TO MOTIVO-TCNV
010580           STRING "CAMPO " NOME-NUOVO-TCNV(IND-NUOVO-TCNV)
010590            DELIMITED BY " " " NON NUMERICO" DELIMITED BY SIZE
010600            INTO MOTIVO-TCNV
010610           GO TO EX-CONVERTI-CAMPO-TCNV
010620          END-IF.
010630
010640          IF DA-SIZE-TCNV > A-SIZE-TCNV
010650           COMPUTE DIFFERENZA-TCNV = DA-SIZE-TCNV - A-SIZE-TCNV
010660           IF RECORD-VECCHIO-TCNV(DA-POS-TCNV:DIFFERENZA-TCNV)
010670            NOT = ZEROS
010680            PERFORM MOTIVO-TRONCATO-TCNV
010690             THRU EX-MOTIVO-TRONCATO-TCNV
010700            GO TO EX-CONVERTI-CAMPO-TCNV
010710           END-IF
010720           MOVE RECORD-VECCHIO-TCNV(DA-POS-TCNV + DIFFERENZA-TCNV:
010730                                    A-SIZE-TCNV)
010740            TO RECORD-NUOVO-TCNV(A-POS-TCNV:A-SIZE-TCNV)
010750          ELSE
010760           COMPUTE DIFFERENZA-TCNV = A-SIZE-TCNV - DA-SIZE-TCNV
010770           MOVE RECORD-VECCHIO-TCNV(DA-POS-TCNV:DA-SIZE-TCNV)
010780            TO RECORD-NUOVO-TCNV(A-POS-TCNV + DIFFERENZA-TCNV:
010790                                 DA-SIZE-TCNV)
010800          END-IF.
010810
010820 EX-CONVERTI-CAMPO-TCNV.
010830          EXIT.
010840*
010850 CERCA-VECCHIO-TCNV.
010860
010870          IF NOME-VECCHIO-TCNV(IND-CERCA-TCNV)
010880           = NOME-NUOVO-TCNV(IND-NUOVO-TCNV)
010890           MOVE IND-CERCA-TCNV    TO IND-VECCHIO-TCNV
010900          END-IF.
010910
010920 EX-CERCA-VECCHIO-TCNV.
010930          EXIT.
010940*
010950 MOTIVO-TRONCATO-TCNV.
010960
010970          MOVE SPACES             TO MOTIVO-TCNV.
010980          STRING "CAMPO " NOME-NUOVO-TCNV(IND-NUOVO-TCNV)
010990           DELIMITED BY " " " TRONCATO DA " DA-SIZE-TCNV " A "
011000           A-SIZE-TCNV DELIMITED BY SIZE INTO MOTIVO-TCNV.
011010
011020 EX-MOTIVO-TRONCATO-TCNV.
011030          EXIT.
011040*
011050***** RICARICA DI UN LINE SEQUENTIAL COI RECORD CONVERTITI
011060*
011070 RICARICA-SEQ-TCNV.
011080
011090          OPEN INPUT NUOVO-TCNV.
011100          OPEN OUTPUT ARKSEQ-TCNV.
011110          IF STATUS-SEQ-TCNV NOT = "00"
011120           DISPLAY ARCHIVIO-TCNV ": RISCRITTURA FALLITA, STATUS "
011130            STATUS-SEQ-TCNV
011140           ADD 1                  TO ERRORI-TCNV
011150           CLOSE NUOVO-TCNV
011160           GO TO EX-RICARICA-SEQ-TCNV
011170          END-IF.
011180
011190 CICLO-RICARICA-SEQ-TCNV.
011200
011210          READ NUOVO-TCNV
011220           AT END GO TO FINE-RICARICA-SEQ-TCNV
011230          END-READ.
011240
011250          MOVE SPACES             TO RIGA-SEQ-TCNV.
011260          MOVE RIGA-NUOVO-TCNV(1:LUNGHEZZA-A-TCNV)
011270           TO RIGA-SEQ-TCNV(1:LUNGHEZZA-A-TCNV).
011280          WRITE RIGA-SEQ-TCNV.
011290          ADD 1                   TO RICARICATI-TCNV.
011300
011310          GO TO CICLO-RICARICA-SEQ-TCNV.
011320
011330 FINE-RICARICA-SEQ-TCNV.
011340
011350          CLOSE NUOVO-TCNV.
011360          CLOSE ARKSEQ-TCNV.
011370
011380 EX-RICARICA-SEQ-TCNV.
011390          EXIT.
011400*
011410***** RICARICA DI ARKJOB COL TRACCIATO CORRENTE: OPEN OUTPUT
011420***** RICOSTRUISCE L'INDICIZZATO, COME IN OPENADEG
011430*
011440 RICARICA-JOB-TCNV.
011450
011460          OPEN INPUT NUOVO-TCNV.
011470          OPEN OUTPUT ARKJOB.
011480          IF STATUS-JOB NOT = "00"
011490           DISPLAY "ARKJOB: RICOSTRUZIONE FALLITA, STATUS "
011500            STATUS-JOB
011510           ADD 1                  TO ERRORI-TCNV
011520           CLOSE NUOVO-TCNV
011530           GO TO EX-RICARICA-JOB-TCNV
011540          END-IF.
011550
011560 CICLO-RICARICA-JOB-TCNV.
011570
011580          READ NUOVO-TCNV
011590           AT END GO TO FINE-RICARICA-JOB-TCNV
011600          END-READ.
011610
011620          MOVE RIGA-NUOVO-TCNV(1:LUNGHEZZA-A-TCNV) TO JOB.
011630          WRITE JOB.
011640          IF STATUS-JOB = "00"
011650           ADD 1                  TO RICARICATI-TCNV
011660          ELSE
011670           DISPLAY "ARKJOB: SCRITTURA FALLITA, STATUS " STATUS-JOB
011680            " CHIAVE " CHIAVE-JOB
011690           ADD 1                  TO ERRORI-TCNV
011700          END-IF.
011710
011720          GO TO CICLO-RICARICA-JOB-TCNV.
011730
011740 FINE-RICARICA-JOB-TCNV.
011750
011760          CLOSE NUOVO-TCNV.
011770          CLOSE ARKJOB.
011780
011790          IF ERRORI-TCNV > ZEROS
011800           DISPLAY "ARKJOB RICARICATO IN PARTE: RIPRISTINARLO "
011810            "DAL SALVATAGGIO PRIMA DI RILANCIARE"
011820          END-IF.
011830
011840 EX-RICARICA-JOB-TCNV.
011850          EXIT.
011860*
011870***** RICARICA DI ARKPEN COL TRACCIATO CORRENTE
011880*
011890 RICARICA-PEN-TCNV.
011900
011910          OPEN INPUT NUOVO-TCNV.
011920          OPEN OUTPUT ARKPEN.
011930          IF STATUS-PEN NOT = "00"
011940           DISPLAY "ARKPEN: RICOSTRUZIONE FALLITA, STATUS "
011950            STATUS-PEN
011960           ADD 1                  TO ERRORI-TCNV
011970           CLOSE NUOVO-TCNV
011980           GO TO EX-RICARICA-PEN-TCNV
011990          END-IF.
012000
012010 CICLO-RICARICA-PEN-TCNV.
012020
012030          READ NUOVO-TCNV
012040           AT END GO TO FINE-RICARICA-PEN-TCNV
012050          END-READ.
012060
012070          MOVE RIGA-NUOVO-TCNV(1:LUNGHEZZA-A-TCNV)
012080           TO MODIFICA-PENDENTE.
012090          WRITE MODIFICA-PENDENTE.
012100          IF STATUS-PEN = "00"
012110           ADD 1                  TO RICARICATI-TCNV
012120          ELSE
012130           DISPLAY "ARKPEN: SCRITTURA FALLITA, STATUS " STATUS-PEN
012140            " CHIAVE " CHIAVE-PEN
012150           ADD 1                  TO ERRORI-TCNV
012160          END-IF.
012170
012180          GO TO CICLO-RICARICA-PEN-TCNV.
012190
012200 FINE-RICARICA-PEN-TCNV.
012210
012220          CLOSE NUOVO-TCNV.
012230          CLOSE ARKPEN.
012240
012250          IF ERRORI-TCNV > ZEROS
012260           DISPLAY "ARKPEN RICARICATO IN PARTE: RIPRISTINARLO "
012270            "DAL SALVATAGGIO PRIMA DI RILANCIARE"
012280          END-IF.
012290
012300 EX-RICARICA-PEN-TCNV.
012310          EXIT.
012320*
012330***** RISCRIVE IL CATALOGO PASSANDO PER UNA COPIA SU ARKCSV (COME
012340***** OPENFILE), APPLICANDO LE VERSIONI DI TAB-AGGIORNA-TCNV
012350*
012360 RISCRIVI-CATALOGO-TCNV.
012370
012380          MOVE "FILES/FILES.TXT"  TO WDOVE.
012390          PERFORM OPEN-I-CAT      THRU EX-OPEN-I-CAT.
012400
012410          MOVE SPACES             TO NOME-CSV.
012420          MOVE "FILES/CATALOGO-TCNV.TMP" TO NOME-CSV.
012430          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
012440
012450 CICLO-COPIA-CAT-TCNV.
012460
012470          PERFORM LEGGI-CAT       THRU EX-LEGGI-CAT.
012480
012490          IF FINE-FILE = "S" GO TO FINE-COPIA-CAT-TCNV.
012500
012510          PERFORM APPLICA-VERSIONE-TCNV
012520           THRU EX-APPLICA-VERSIONE-TCNV
012530           VARYING IND-AGG-TCNV FROM 1 BY 1
012540           UNTIL IND-AGG-TCNV > NUM-AGG-TCNV.
012550
012560          MOVE SPACES             TO DATI-CSV.
012570          MOVE NOME-CAT-FILE      TO DATI-CSV(1:30).
012580          MOVE PATH-CAT-FILE      TO DATI-CSV(31:80).
012590          MOVE VERSIONE-CAT-FILE  TO DATI-CSV(111:3).
012600          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
012610
012620          GO TO CICLO-COPIA-CAT-TCNV.
012630
012640 FINE-COPIA-CAT-TCNV.
012650
012660          PERFORM CLOSE-CAT       THRU EX-CLOSE-CAT.
012670          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
012680
012690          PERFORM OPEN-O-CAT      THRU EX-OPEN-O-CAT.
012700          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
012710
012720 CICLO-RISCRIVI-CAT-TCNV.
012730
012740          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
012750
012760          IF FINE-FILE = "S" GO TO FINE-RISCRIVI-CAT-TCNV.
012770
012780          MOVE DATI-CSV(1:30)     TO NOME-CAT-FILE.
012790          MOVE DATI-CSV(31:80)    TO PATH-CAT-FILE.
012800          MOVE DATI-CSV(111:3)    TO VERSIONE-CAT-FILE.
012810          PERFORM SCRIVI-RIGA-CAT THRU EX-SCRIVI-RIGA-CAT.
012820
012830          GO TO CICLO-RISCRIVI-CAT-TCNV.
012840
012850 FINE-RISCRIVI-CAT-TCNV.
012860
012870          PERFORM CLOSE-CAT       THRU EX-CLOSE-CAT.
012880          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
012890
012900 EX-RISCRIVI-CATALOGO-TCNV.
012910          EXIT.
012920*
012930 APPLICA-VERSIONE-TCNV.
012940
012950          IF NOME-CAT-FILE NOT = NOME-AGG-TCNV(IND-AGG-TCNV)
012960           GO TO EX-APPLICA-VERSIONE-TCNV
012970          END-IF.
012980
012990          IF SOLO-VUOTA-TCNV(IND-AGG-TCNV) = "S"
013000           AND VERSIONE-CAT-FILE NOT = SPACES
013010           GO TO EX-APPLICA-VERSIONE-TCNV
013020          END-IF.
013030
013040          MOVE VERSIONE-AGG-TCNV(IND-AGG-TCNV)
013050           TO VERSIONE-CAT-FILE.
013060          DISPLAY "CATALOGO: " NOME-CAT-FILE
013070           " ALLA VERSIONE " VERSIONE-CAT-FILE.
013080
013090 EX-APPLICA-VERSIONE-TCNV.
013100          EXIT.
013110*
013120***** REGISTRA: IMPIANTO DELLE VERSIONI GIA' NOTE E ALLINEAMENTO
013130***** DEL CATALOGO PER GLI ARCHIVI CHE NE SONO ANCORA PRIVI
013140*
013150 REGISTRA-TCNV.
013160
013170          DISPLAY "IMPIANTO DEL REGISTRO DELLE VERSIONI".
013180
013190          MOVE ZEROS              TO IMPIANTATE-TCNV
013200                                     PRESENTI-TCNV.
013210          MOVE SPACES             TO GRUPPO-PREC-TCNV.
013220
013230          PERFORM OPEN-IO-DATO    THRU EX-OPEN-IO-DATO.
013240          IF STATUS-DATO NOT = "00"
013250           DISPLAY "ARKDATO NON APRIBILE, STATUS " STATUS-DATO
013260           ADD 1                  TO ERRORI-TCNV
013270           GO TO EX-REGISTRA-TCNV
013280          END-IF.
013290
013300          PERFORM IMPIANTA-RIGA-TCNV THRU EX-IMPIANTA-RIGA-TCNV
013310           VARYING IND-IMP-TCNV FROM 1 BY 1
013320           UNTIL IND-IMP-TCNV > NUM-IMP-TCNV.
013330
013340          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
013350
013360          DISPLAY "RIGHE IMPIANTATE    : " IMPIANTATE-TCNV.
013370          DISPLAY "RIGHE GIA' PRESENTI : " PRESENTI-TCNV.
013380
013390*         UN ARCHIVIO CHE SI APRE COL TRACCIATO CORRENTE E' ALLA
013400*         VERSIONE 002, UNO CHE RISPONDE 39 E' ANCORA ALLA 001
013410
013420          MOVE ZEROS              TO NUM-AGG-TCNV.
013430
013440          OPEN INPUT ARKJOB.
013450          IF STATUS-JOB = "00" OR STATUS-JOB = "39"
013460           ADD 1                  TO NUM-AGG-TCNV
013470           MOVE "ARKJOB"     TO NOME-AGG-TCNV(NUM-AGG-TCNV)
013480           MOVE "S"          TO SOLO-VUOTA-TCNV(NUM-AGG-TCNV)
013490           MOVE "001"        TO VERSIONE-AGG-TCNV(NUM-AGG-TCNV)
013500          END-IF.
013510          IF STATUS-JOB = "00"
013520           MOVE "002"        TO VERSIONE-AGG-TCNV(NUM-AGG-TCNV)
013530           CLOSE ARKJOB
013540          END-IF.
013550
013560          OPEN INPUT ARKPEN.
013570          IF STATUS-PEN = "00" OR STATUS-PEN = "39"
013580           ADD 1                  TO NUM-AGG-TCNV
013590           MOVE "ARKPEN"     TO NOME-AGG-TCNV(NUM-AGG-TCNV)
013600           MOVE "S"          TO SOLO-VUOTA-TCNV(NUM-AGG-TCNV)
013610           MOVE "001"        TO VERSIONE-AGG-TCNV(NUM-AGG-TCNV)
013620          END-IF.
013630          IF STATUS-PEN = "00"
013640           MOVE "002"        TO VERSIONE-AGG-TCNV(NUM-AGG-TCNV)
013650           CLOSE ARKPEN
013660          END-IF.
013670
013680          IF NUM-AGG-TCNV > ZEROS
013690           PERFORM RISCRIVI-CATALOGO-TCNV
013700            THRU EX-RISCRIVI-CATALOGO-TCNV
013710          END-IF.
013720
013730 EX-REGISTRA-TCNV.
013740          EXIT.
013750*
013760 IMPIANTA-RIGA-TCNV.
013770
013780          IF GRUPPO-IMP-TCNV(IND-IMP-TCNV)
013790           NOT = GRUPPO-PREC-TCNV
013800           MOVE GRUPPO-IMP-TCNV(IND-IMP-TCNV)
013810            TO GRUPPO-PREC-TCNV
013820           MOVE ZEROS             TO PROG-IMP-TCNV
013830          END-IF.
013840          ADD 10                  TO PROG-IMP-TCNV.
013850
013860          INITIALIZE DATO.
013870          MOVE GRUPPO-IMP-TCNV(IND-IMP-TCNV) TO GRUPPO-DATO.
013880          MOVE PROG-IMP-TCNV      TO PROG-DATO.
013890          MOVE NOME-IMP-TCNV(IND-IMP-TCNV)   TO NOME-COBOL-DATO.
013900          MOVE POS-IMP-TCNV(IND-IMP-TCNV)    TO POS-DATO.
013910          MOVE SIZE-IMP-TCNV(IND-IMP-TCNV)   TO SIZE-DATO.
013920          MOVE TIPO-IMP-TCNV(IND-IMP-TCNV)   TO TIPO-DATO.
013930          MOVE SPACES             TO DESC-DATO.
013940          MOVE "N"                TO SENSIBILE-DATO.
013950
013960          IF GRUPPO-DATO = "TV"
013970           MOVE CAMPI-IMP-TCNV(IND-IMP-TCNV) TO CAMPI-TRAC-DATO
013980           MOVE "VERSIONE DI TRACCIATO" TO DESC-TRAC-DATO
013990          END-IF.
014000
014010          PERFORM SCRIVI-DATO     THRU EX-SCRIVI-DATO.
014020
014030          IF ESITO-OK
014040           ADD 1                  TO IMPIANTATE-TCNV
014050          ELSE
014060           ADD 1                  TO PRESENTI-TCNV
014070          END-IF.
014080
014090 EX-IMPIANTA-RIGA-TCNV.
014100          EXIT.
