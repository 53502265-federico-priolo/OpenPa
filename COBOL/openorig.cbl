000170* Boston, MA 02110-1301 USA
000180*
000190* FOTOGRAFIA DELL'ALLOWLIST DELLE ORIGINI DI RETE: PER OGNI
000200* UTENTE ATTIVO RISOLVE LA LISTA DEI PREFISSI AMMESSI (IL
000210* PARAMETRO PER UTENTE "ORIGINE-UTENTE", SE PRESENTE, VINCE;
000220* ALTRIMENTI LA TABELLA "IP", ENTE 00, PROG = GRUPPO BASE, CON
000230* 4 SLOT DA 15 BYTE IN POS 1-60) E LA SCRIVE NEL PARAMETRO PER
000240* UTENTE "ORIGINE-AMMESSA", DA CUI VERIFICA-ORIGINE-WEB
000250* (PIOWEB1.CBL) LA RILEGGE AD OGNI PAGINA PRIMA DI OGNI ALTRO
000260* CONTROLLO. UTENTE SENZA LISTA = NESSUNA RESTRIZIONE (LA
000270* FOTOGRAFIA RESIDUA VIENE TOLTA). COSI' IL GRUPPO 0001 DEGLI
000280* AMMINISTRATORI SI VINCOLA ALLA RETE DELL'UFFICIO SENZA
000290* TOCCARE GLI UTENTI ORDINARI. FRA L'OVERRIDE PERSONALE E LA
000291* TABELLA DI GRUPPO VALGONO LE ORIGINI AMMESSE DELLA SCHEDA ARKSVC
000292* DELLE UTENZE NON PERSONALI (openmsvc.exe): LA SONDA O IL CONTO
000293* DI UN'INTEGRAZIONE ENTRANO SOLO DALLA MACCHINA DICHIARATA.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENORIG.
000380
000390          COPY "SELUTEN.CBL".
000400          COPY "SELTAB.CBL".
000410          COPY "SELSVC.CBL".
000420
000430 DATA             DIVISION.
000440 FILE SECTION.
000450
000460          COPY "FDEUTEN.CBL".
000470          COPY "FDETAB.CBL".
000480          COPY "FDESVC.CBL".
000490
000500 WORKING-STORAGE  SECTION.
000510
000570 01 LISTA-TROVATA-ORIG       PIC X.
000580 01 LISTA-UTENTE-ORIG        PIC X(60).
000590 01 CHIAVE-CORR-ORIG         PIC X(08).
000595 01 SVC-APERTO-ORIG          PIC X.
000600*
000610 PROCEDURE  DIVISION.
000620*
000660
000670          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000680          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
000690
000691          MOVE "N"                TO SVC-APERTO-ORIG.
000692          OPEN INPUT ARKSVC.
000693          IF STATUS-SVC = "00"
000694           MOVE "S"               TO SVC-APERTO-ORIG
000695          END-IF.
000700
000710          DISPLAY "FOTOGRAFIA ALLOWLIST ORIGINI DI RETE".
000720          DISPLAY " ".
000940
000950          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
000960          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
000970
000971          IF SVC-APERTO-ORIG = "S"
000972           PERFORM CLOSE-SVC      THRU EX-CLOSE-SVC
000973          END-IF.
000980
000990          DISPLAY " ".
001000          DISPLAY "UTENTI ESAMINATI     : " ESAMINATI-ORIG.
001070*
001080          COPY "PIOUTEN.CBL".
001090          COPY "PIOTAB.CBL".
001100          COPY "PIOSVC.CBL".
001110*
001120** RISOLVE LA LISTA EFFETTIVA DELL'UTENTE (OVERRIDE PERSONALE,
001130** POI SCHEDA DELL'UTENZA NON PERSONALE, POI GRUPPO) E AGGIORNA
001135** O RIMUOVE LA FOTOGRAFIA
001140*
001150 ESAMINA-ORIG.
001160
001180          MOVE "N"                TO LISTA-TROVATA-ORIG.
001190          MOVE SPACES             TO LISTA-UTENTE-ORIG.
001200
001210          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
001220          MOVE "ORIGINE-UTENTE"   TO NOME-PAR-WEB.
001230          MOVE CHIAVE-CORR-ORIG   TO QUALIFICA-PAR-WEB.
001240          PERFORM PARAMETRO-ORIG  THRU EX-PARAMETRO-ORIG.
001250
001255          IF ESITO-PAR-WEB = "OK" AND
001260             VALORE-PAR-WEB(1:60) NOT = SPACES
001270           MOVE "S"               TO LISTA-TROVATA-ORIG
001280           MOVE VALORE-PAR-WEB(1:60) TO LISTA-UTENTE-ORIG
001290           GO TO DECIDI-ORIG
001300          END-IF.
001310
001311          IF SVC-APERTO-ORIG = "S" AND NOT UTENZA-PERSONA
001312           MOVE CHIAVE-CORR-ORIG  TO CHIAVE-SVC
001313           PERFORM LEGGO-SVC      THRU EX-LEGGO-SVC
001314           IF ESITO-OK AND ORIGINI-SVC NOT = SPACES
001315            MOVE "S"              TO LISTA-TROVATA-ORIG
001316            MOVE ORIGINI-SVC      TO LISTA-UTENTE-ORIG
001317            GO TO DECIDI-ORIG
001318           END-IF
001319          END-IF.
001320
001321          IF GRUPPO-UTEN > ZEROS
001330           MOVE "IP"              TO TIPO-TAB
001340           MOVE ZEROS             TO ENTE-TAB
001350           MOVE GRUPPO-UTEN       TO PROG-TAB
001420
001430 DECIDI-ORIG.
001440
001450          MOVE "ORIGINE-AMMESSA"  TO NOME-PAR-WEB.
001460          MOVE CHIAVE-CORR-ORIG   TO QUALIFICA-PAR-WEB.
001480
001490          IF LISTA-TROVATA-ORIG = "S"
001500           GO TO SCRIVI-ORIG
001510          END-IF.
001520
001530*         UTENTE SENZA LISTA: UNA FOTOGRAFIA RESIDUA VA TOLTA
001540          MOVE "ELIMINA"          TO AZIONE-PAR-WEB.
001550          PERFORM PARAMETRO-ORIG  THRU EX-PARAMETRO-ORIG.
001560
001570          IF ESITO-PAR-WEB = "OK"
001590           ADD 1                  TO RIMOSSI-ORIG
001610          END-IF.
001620
001630          GO TO EX-ESAMINA-ORIG.
001640
001650 SCRIVI-ORIG.
001660
001670          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
001680          MOVE SPACES             TO VALORE-PAR-WEB.
001720          MOVE LISTA-UTENTE-ORIG  TO VALORE-PAR-WEB(1:60).
001730
001740          PERFORM PARAMETRO-ORIG  THRU EX-PARAMETRO-ORIG.
001750
001760          IF ESITO-PAR-WEB = "OK"
001765           ADD 1                  TO FOTOGRAFATI-ORIG
001770          END-IF.
001775
001780 EX-ESAMINA-ORIG.
001790          EXIT.
001800*
001810** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
001820*
001830 PARAMETRO-ORIG.
001840
001850          MOVE "OPENORIG"         TO PROGRAMMA-PAR-WEB
001860                                     OPERATORE-PAR-WEB.
001870
001880          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001890                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001900                                PROGRAMMA-PAR-WEB
001910                                OPERATORE-PAR-WEB ESITO-PAR-WEB
001920                                MOTIVO-PAR-WEB.
001930          CANCEL "OPENPARW".
001940
001950 EX-PARAMETRO-ORIG.
001960          EXIT.
