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
000200* RIORGANIZZAZIONE UNA-TANTUM DI ARKUTEN CON LE CHIAVI ALTERNATE
000210* (NOME-UTEN, GRUPPO-UTEN, ENTE-UTEN, NUM-GRUPPI-UTEN: VEDI
000220* SELUTEN.CBL). UN ARCHIVIO CREATO CON LA SOLA CHIAVE PRIMARIA NON
000230* SI APRE PIU' COL SELECT NUOVO; QUESTO PROGRAMMA, LANCIATO UNA
000240* VOLTA A SISTEMA FERMO:
000250*  - ALZA IL SEMAFORO DI MANUTENZIONE, COME openbsav.exe;
000260*  - COPIA I FILE FISICI DI ARKUTEN (PERCORSO DAL CATALOGO
000270*    FILES.TXT) IN FILES/UREO.AAAAMMGG, E SENZA COPIA NON PROCEDE;
000280*  - RILEGGE I RECORD COL SELECT VECCHIO (SOLO CHIAVE PRIMARIA) E
000290*    LI PARCHEGGIA TALI E QUALI (CAMPI CIFRATI COMPRESI) SU UN
000300*    FILE DI APPOGGIO NELLA STESSA CARTELLA;
000310*  - RICOSTRUISCE L'INDICIZZATO COL SELECT NUOVO E RICONTA I
000320*    RECORD SIA PER CHIAVE PRIMARIA SIA PER NOME-UTEN.
000330* SE I CONTEGGI NON TORNANO TERMINA CON RC 8, INDICA LA CARTELLA
000335* DA CUI RIPORTARE INDIETRO I FILE E LASCIA ALZATO IL SEMAFORO
000336* (MANUTENZIONE-ATTIVA = "S"), DA ABBASSARE CON openmman.exe DOPO IL
000337* RIPRISTINO; UN ARCHIVIO GIA' RIORGANIZZATO
000350* (O ASSENTE) VIENE LASCIATO COM'E', QUINDI RILANCIARLO NON FA
000360* DANNI.
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENUREO.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420          COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450
000460          COPY "SELUTEN.CBL".
000470          COPY "SELFILE.CBL".
000480
000490*     LO STESSO ARCHIVIO VISTO COL SELECT VECCHIO
000500
000510          SELECT ARKUTEV ASSIGN TO  FILE-UTEN
000520           ORGANIZATION IS INDEXED
000530           ACCESS MODE  IS DYNAMIC
000540           RECORD KEY   IS CHIAVE-UTEV
000550           FILE STATUS  IS STATUS-UTEV.
000560
000570          SELECT FILE-APPOGGIO-UREO
000580           ASSIGN TO NOME-APPOGGIO-UREO
000590           ORGANIZATION IS SEQUENTIAL
000600           FILE STATUS  IS STATUS-APP-UREO.
000610
000620 DATA             DIVISION.
000630 FILE SECTION.
000640
000650          COPY "FDEUTEN.CBL".
000660          COPY "FDEFILE.CBL".
000670
000680  FD ARKUTEV LABEL RECORD IS STANDARD
000690             BLOCK  CONTAINS 256 CHARACTERS
000700             RECORD CONTAINS 256 CHARACTERS.
000710  01 UTEV.
000720   02 CHIAVE-UTEV             PIC X(08).
000730   02 DATI-UTEV               PIC X(248).
000740
000750  FD FILE-APPOGGIO-UREO.
000760  01 RIGA-APPOGGIO-UREO        PIC X(256).
000770
000780 WORKING-STORAGE  SECTION.
000790
000800          COPY "GLOBALS.CBL".
000810*
000820 01 STATUS-UTEV               PIC XX.
000830 01 STATUS-APP-UREO           PIC XX.
000840 01 NOME-APPOGGIO-UREO        PIC X(80).
000850 01 DATA-OGGI-UREO            PIC 9(8).
000860 01 CARTELLA-UREO             PIC X(40).
000870 01 PERCORSO-UREO             PIC X(80).
000880 01 COMANDO-UREO              PIC X(256).
000890*
000900** CONTEGGI: LETTI DAL VECCHIO, RISCRITTI NEL NUOVO, RICONTATI PER
000910** CHIAVE PRIMARIA E PER NOME-UTEN
000920*
000930 01 LETTI-UREO                PIC 9(7).
000940 01 RISCRITTI-UREO            PIC 9(7).
000950 01 CONTATI-CHIAVE-UREO       PIC 9(7).
000960 01 CONTATI-NOME-UREO         PIC 9(7).
000970 01 ERRORI-UREO               PIC 9(2).
000980*
000990 PROCEDURE  DIVISION.
001000*
001010          MOVE ZEROS              TO ERRORI-UREO LETTI-UREO
001020                                     RISCRITTI-UREO
001030                                     CONTATI-CHIAVE-UREO
001040                                     CONTATI-NOME-UREO.
001050
001060          OPEN INPUT ARKUTEN.
001070
001080          IF STATUS-UTEN = "00"
001090           CLOSE ARKUTEN
001100           DISPLAY "ARKUTEN GIA' CON LE CHIAVI ALTERNATE"
001110           MOVE ZERO              TO RETURN-CODE
001120           GOBACK
001130          END-IF.
001140
001150          IF STATUS-UTEN = "35"
001160           PERFORM OPEN-I-UTEN    THRU EX-OPEN-I-UTEN
001170           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
001180           DISPLAY "ARKUTEN ASSENTE: CREATO VUOTO"
001190           MOVE ZERO              TO RETURN-CODE
001200           GOBACK
001210          END-IF.
001220
001230          IF STATUS-UTEN NOT = "39"
001240           DISPLAY "ARKUTEN: STATUS INATTESO " STATUS-UTEN
001250           MOVE 8                 TO RETURN-CODE
001260           GOBACK
001270          END-IF.
001280
001290          DISPLAY "ARKUTEN CON LA SOLA CHIAVE PRIMARIA:"
001300           " RIORGANIZZAZIONE".
001310
001320          ACCEPT DATA-OGGI-UREO   FROM DATE YYYYMMDD.
001330          MOVE SPACES             TO CARTELLA-UREO.
001340          STRING "FILES/UREO." DATA-OGGI-UREO
001350           DELIMITED BY SIZE INTO CARTELLA-UREO.
001360
001370          PERFORM ALZA-SEMAFORO-UREO THRU EX-ALZA-SEMAFORO-UREO.
001380
001390          PERFORM COPIA-UREO      THRU EX-COPIA-UREO.
001400
001410          IF ERRORI-UREO = ZEROS
001420           PERFORM PARCHEGGIA-UREO THRU EX-PARCHEGGIA-UREO
001430          END-IF.
001440
001450          IF ERRORI-UREO = ZEROS
001460           PERFORM RICOSTRUISCI-UREO THRU EX-RICOSTRUISCI-UREO
001470          END-IF.
001480
001490          IF ERRORI-UREO = ZEROS
001500           PERFORM VERIFICA-UREO  THRU EX-VERIFICA-UREO
001510          END-IF.
001515
001520*         CON ERRORI IL SEMAFORO RESTA ALZATO: IL SISTEMA SI
001521*         RIAPRE SOLO DOPO IL RIPRISTINO DEI FILE DI ARKUTEN
001530          IF ERRORI-UREO = ZEROS
001535           PERFORM ABBASSA-SEMAFORO-UREO
001540            THRU EX-ABBASSA-SEMAFORO-UREO
001545          END-IF.
001550
001560          DISPLAY "COPIA DI SICUREZZA IN " CARTELLA-UREO.
001570          DISPLAY "RECORD LETTI           : " LETTI-UREO.
001580          DISPLAY "RECORD RISCRITTI       : " RISCRITTI-UREO.
001590          DISPLAY "CONTATI PER CHIAVE     : " CONTATI-CHIAVE-UREO.
001600          DISPLAY "CONTATI PER NOME-UTEN  : " CONTATI-NOME-UREO.
001610
001620          IF ERRORI-UREO = ZEROS
001630           DISPLAY "OPENUREO: RIORGANIZZAZIONE COMPLETATA"
001640           MOVE ZERO              TO RETURN-CODE
001650          ELSE
001660           DISPLAY "OPENUREO: TERMINATO CON ERRORI"
001670           DISPLAY "RIPORTARE I FILE DI ARKUTEN DA " CARTELLA-UREO
001680            " PRIMA DI RIAPRIRE IL SISTEMA"
001685           DISPLAY "IL SEMAFORO DI MANUTENZIONE RESTA ALZATO"
001690           MOVE 8                 TO RETURN-CODE
001700          END-IF.
001710
001720          GOBACK.
001730*
001740***** COPIA DI SICUREZZA DEI FILE FISICI DI ARKUTEN: IL PERCORSO
001750***** VIENE DAL CATALOGO FILES.TXT (VOCE "ARKUTEN"); IL "*" PRENDE
001760***** ANCHE LE PARTI INDICE CHE IL GESTORE TIENE ACCANTO AI DATI
001770*
001780 COPIA-UREO.
001790
001800          MOVE SPACES             TO PERCORSO-UREO.
001810
001820          MOVE "FILES/FILES.TXT"  TO WDOVE.
001830          PERFORM OPEN-I-CAT      THRU EX-OPEN-I-CAT.
001840
001850          IF STATUS-CAT NOT = "00"
001860           DISPLAY "CATALOGO FILES.TXT NON APRIBILE, STATUS = "
001870            STATUS-CAT
001880           ADD 1                  TO ERRORI-UREO
001890           GO TO EX-COPIA-UREO
001900          END-IF.
001910
001920 CICLO-CATALOGO-UREO.
001930
001940          PERFORM LEGGI-CAT       THRU EX-LEGGI-CAT.
001950
001960          IF FINE-FILE = "S" GO TO FINE-CATALOGO-UREO.
001970
001980          IF NOME-CAT-FILE = "ARKUTEN"
001990           MOVE PATH-CAT-FILE     TO PERCORSO-UREO
002000           GO TO FINE-CATALOGO-UREO
002010          END-IF.
002020
002030          GO TO CICLO-CATALOGO-UREO.
002040
002050 FINE-CATALOGO-UREO.
002060
002070          PERFORM CLOSE-CAT       THRU EX-CLOSE-CAT.
002080
002090          IF PERCORSO-UREO = SPACES
002100           DISPLAY "ARKUTEN NON REGISTRATO IN FILES.TXT: NESSUNA"
002110            " COPIA, NESSUNA RIORGANIZZAZIONE"
002120           ADD 1                  TO ERRORI-UREO
002130           GO TO EX-COPIA-UREO
002140          END-IF.
002150
002160          MOVE SPACES             TO COMANDO-UREO.
002170          STRING "mkdir -p " CARTELLA-UREO
002180           DELIMITED BY SIZE INTO COMANDO-UREO.
002190          CALL "SYSTEM" USING COMANDO-UREO.
002200
002210          MOVE SPACES             TO COMANDO-UREO.
002220          STRING "cp " DELIMITED BY SIZE
002230           PERCORSO-UREO DELIMITED BY SPACE
002240           "* " DELIMITED BY SIZE
002250           CARTELLA-UREO DELIMITED BY SPACE
002260           "/" DELIMITED BY SIZE
002270           INTO COMANDO-UREO.
002280          CALL "SYSTEM" USING COMANDO-UREO.
002290
002300          IF RETURN-CODE NOT = ZERO
002310           DISPLAY "COPIA DI SICUREZZA FALLITA: "
002320            COMANDO-UREO(1:60)
002330           ADD 1                  TO ERRORI-UREO
002340          END-IF.
002350
002360 EX-COPIA-UREO.
002370          EXIT.
002380*
002390***** RILETTURA COL SELECT VECCHIO E PARCHEGGIO SUL FILE DI APPOGGIO
002400***** DENTRO LA CARTELLA DELLA COPIA
002410*
002420 PARCHEGGIA-UREO.
002430
002440          MOVE SPACES             TO NOME-APPOGGIO-UREO.
002450          STRING CARTELLA-UREO DELIMITED BY SPACE
002460           "/ARKUTEN.SEQ" DELIMITED BY SIZE
002470           INTO NOME-APPOGGIO-UREO.
002480
002490          OPEN INPUT ARKUTEV.
002500          IF STATUS-UTEV NOT = "00"
002510           DISPLAY "ARKUTEN: RILETTURA FALLITA, STATUS "
002520            STATUS-UTEV
002530           ADD 1                  TO ERRORI-UREO
002540           GO TO EX-PARCHEGGIA-UREO
002550          END-IF.
002560
002570          OPEN OUTPUT FILE-APPOGGIO-UREO.
002580          IF STATUS-APP-UREO NOT = "00"
002590           DISPLAY "APPOGGIO NON APRIBILE, STATUS "
002600            STATUS-APP-UREO
002610           CLOSE ARKUTEV
002620           ADD 1                  TO ERRORI-UREO
002630           GO TO EX-PARCHEGGIA-UREO
002640          END-IF.
002650
002660 CICLO-PARCHEGGIA-UREO.
002670
002680          READ ARKUTEV NEXT RECORD
002690           AT END GO TO FINE-PARCHEGGIA-UREO
002700          END-READ.
002710
002720          ADD 1                   TO LETTI-UREO.
002730          MOVE UTEV               TO RIGA-APPOGGIO-UREO.
002740          WRITE RIGA-APPOGGIO-UREO.
002750
002760          IF STATUS-APP-UREO NOT = "00"
002770           DISPLAY "APPOGGIO: SCRITTURA FALLITA, STATUS "
002780            STATUS-APP-UREO
002790           ADD 1                  TO ERRORI-UREO
002800           GO TO FINE-PARCHEGGIA-UREO
002810          END-IF.
002820
002830          GO TO CICLO-PARCHEGGIA-UREO.
002840
002850 FINE-PARCHEGGIA-UREO.
002860
002870          CLOSE ARKUTEV.
002880          CLOSE FILE-APPOGGIO-UREO.
002890
002900 EX-PARCHEGGIA-UREO.
002910          EXIT.
002920*
002930***** OPEN OUTPUT RICOSTRUISCE L'INDICIZZATO COL SELECT NUOVO; I
002940***** RECORD SI SCRIVONO COSI' COME ERANO SUL DISCO (NON PASSANO DA
002950***** SCRIVI-UTEN, CHE LI CIFREREBBE UNA SECONDA VOLTA)
002960*
002970 RICOSTRUISCI-UREO.
002980
002990          OPEN OUTPUT ARKUTEN.
003000          IF STATUS-UTEN NOT = "00"
003010           DISPLAY "ARKUTEN: RICOSTRUZIONE FALLITA, STATUS "
003020            STATUS-UTEN
003030           ADD 1                  TO ERRORI-UREO
003040           GO TO EX-RICOSTRUISCI-UREO
003050          END-IF.
003060
003070          OPEN INPUT FILE-APPOGGIO-UREO.
003080
003090 CICLO-RICOSTRUISCI-UREO.
003100
003110          READ FILE-APPOGGIO-UREO
003120           AT END GO TO FINE-RICOSTRUISCI-UREO
003130          END-READ.
003140
003150          MOVE RIGA-APPOGGIO-UREO TO UTENTE.
003160          WRITE UTENTE.
003170          IF STATUS-UTEN = "00" OR STATUS-UTEN = "02"
003180           ADD 1                  TO RISCRITTI-UREO
003190          ELSE
003200           DISPLAY "ARKUTEN: SCRITTURA FALLITA PER " CHIAVE-UTEN
003210            ", STATUS " STATUS-UTEN
003220           ADD 1                  TO ERRORI-UREO
003230          END-IF.
003240
003250          GO TO CICLO-RICOSTRUISCI-UREO.
003260
003270 FINE-RICOSTRUISCI-UREO.
003280
003290          CLOSE FILE-APPOGGIO-UREO.
003300          CLOSE ARKUTEN.
003310
003320          IF LETTI-UREO NOT = RISCRITTI-UREO
003330           ADD 1                  TO ERRORI-UREO
003340          END-IF.
003350
003360 EX-RICOSTRUISCI-UREO.
003370          EXIT.
003380*
003390***** RICONTEGGIO SUL FILE RICOSTRUITO, PER CHIAVE PRIMARIA E PER
003400***** NOME-UTEN: ENTRAMBI DEVONO DARE I RECORD LETTI DAL VECCHIO
003410*
003420 VERIFICA-UREO.
003430
003440          OPEN INPUT ARKUTEN.
003450          IF STATUS-UTEN NOT = "00"
003460           DISPLAY "ARKUTEN: RIAPERTURA FALLITA, STATUS "
003470            STATUS-UTEN
003480           ADD 1                  TO ERRORI-UREO
003490           GO TO EX-VERIFICA-UREO
003500          END-IF.
003510
003520          MOVE LOW-VALUE          TO CHIAVE-UTEN.
003530          START ARKUTEN KEY IS NOT LESS THAN CHIAVE-UTEN
003540           INVALID KEY GO TO NOME-VERIFICA-UREO
003550          END-START.
003560
003570 CICLO-CHIAVE-UREO.
003580
003590          READ ARKUTEN NEXT RECORD
003600           AT END GO TO NOME-VERIFICA-UREO
003610          END-READ.
003620
003630          ADD 1                   TO CONTATI-CHIAVE-UREO.
003640
003650          GO TO CICLO-CHIAVE-UREO.
003660
003670 NOME-VERIFICA-UREO.
003680
003690          MOVE LOW-VALUE          TO NOME-UTEN.
003700          START ARKUTEN KEY IS NOT LESS THAN NOME-UTEN
003710           INVALID KEY GO TO FINE-VERIFICA-UREO
003720          END-START.
003730
003740 CICLO-NOME-UREO.
003750
003760          READ ARKUTEN NEXT RECORD
003770           AT END GO TO FINE-VERIFICA-UREO
003780          END-READ.
003790
003800          ADD 1                   TO CONTATI-NOME-UREO.
003810
003820          GO TO CICLO-NOME-UREO.
003830
003840 FINE-VERIFICA-UREO.
003850
003860          CLOSE ARKUTEN.
003870
003880          IF CONTATI-CHIAVE-UREO NOT = LETTI-UREO
003890           OR CONTATI-NOME-UREO NOT = LETTI-UREO
003900           DISPLAY "ARKUTEN: I CONTEGGI DEL FILE RICOSTRUITO NON"
003910            " TORNANO"
003920           ADD 1                  TO ERRORI-UREO
003930          END-IF.
003940
003950 EX-VERIFICA-UREO.
003960          EXIT.
003970*
003980** SEMAFORO DI MANUTENZIONE: STESSI PARAMETRI DI openbsav.exe
003990*
004000 ALZA-SEMAFORO-UREO.
004010
004020          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
004030          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004040
004050          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
004060          MOVE SPACES             TO VALORE-PAR-WEB.
004070          STRING "Riorganizzazione archivio utenti in corso - "
004080           DELIMITED BY SIZE
004090           "riprovare tra qualche minuto" DELIMITED BY SIZE
004100           INTO VALORE-PAR-WEB.
004110          PERFORM PARAMETRO-UREO  THRU EX-PARAMETRO-UREO.
004120
004130          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
004140          MOVE "S"                TO VALORE-PAR-WEB.
004150          PERFORM PARAMETRO-UREO  THRU EX-PARAMETRO-UREO.
004160
004170          IF ESITO-PAR-WEB NOT = "OK"
004180           DISPLAY "SEMAFORO NON ALZATO: " MOTIVO-PAR-WEB
004190          END-IF.
004200
004210 EX-ALZA-SEMAFORO-UREO.
004220          EXIT.
004230
004240 ABBASSA-SEMAFORO-UREO.
004250
004260          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
004270          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004280          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
004290          MOVE "N"                TO VALORE-PAR-WEB.
004300          PERFORM PARAMETRO-UREO  THRU EX-PARAMETRO-UREO.
004310
004320 EX-ABBASSA-SEMAFORO-UREO.
004330          EXIT.
004340
004350 PARAMETRO-UREO.
004360
004370          MOVE "OPENUREO"         TO PROGRAMMA-PAR-WEB
004380                                     OPERATORE-PAR-WEB.
004390
004400          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004410                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004420                                PROGRAMMA-PAR-WEB
004430                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004440                                MOTIVO-PAR-WEB.
004450          CANCEL "OPENPARW".
004460
004470 EX-PARAMETRO-UREO.
004480          EXIT.
004490*
004500          COPY "PIOUTEN.CBL".
004510          COPY "PIOFILE.CBL".
