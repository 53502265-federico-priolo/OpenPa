000250* openskd.exe:
000260*  - POSTA L'AVVISO (RIGA "ANNUNCIO-WEB", BANNER MK-ANNUNCIO
000270*    DI OGNI PAGINA) QUANDO MANCA MENO DEL PREAVVISO;
000280*  - ALL'INIZIO ALZA L'INTERRUTTORE "MANUTENZIONE-ATTIVA" COME
000290*    FAREBBE openmman.exe (CON "MANUTENZIONE-AUTOMATICA" A "S"),
000300*    CON LA FOTOGRAFIA DEGLI AMMESSI DEL GRUPPO DESIGNATO;
000310*  - ALLA FINE SPEGNE L'INTERRUTTORE ALZATO IN AUTOMATICO E
000320*    TOGLIE FOTOGRAFIA E ANNUNCIO. UN INTERRUTTORE ALZATO A
000330*    MANO DA openmman.exe NON VIENE MAI TOCCATO.
002080 EX-ESAMINA-FINESTRA-WMAN.
002090          EXIT.
002100*
002110***** ALZA L'INTERRUTTORE CON "MANUTENZIONE-AUTOMATICA" A "S",
002120***** COSI' LO SPEGNIMENTO AUTOMATICO NON TOCCA MAI UN
002130***** INTERRUTTORE ALZATO A MANO DA openmman.exe
002140*
002150 ACCENDI-WMAN.
002160
002170          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002175          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002180          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
002185          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002190
002200          IF ESITO-PAR-WEB = "OK" AND VALORE-PAR-WEB(1:1) = "S"
002210***** GIA' ACCESO (A MANO O DA UN GIRO PRECEDENTE)
002220           GO TO EX-ACCENDI-WMAN
002230          END-IF.
002240
002250          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
002260
002270          MOVE "MANUTENZIONE-GRUPPO" TO NOME-PAR-WEB.
002280          MOVE SPACES             TO VALORE-PAR-WEB.
002290          MOVE GRUPPO-WMAN        TO VALORE-PAR-WEB(1:4).
002300          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002310
002320          MOVE "MANUTENZIONE-FINE" TO NOME-PAR-WEB.
002330          MOVE SPACES             TO VALORE-PAR-WEB.
002331          MOVE FINE-HHMM-WMAN     TO VALORE-PAR-WEB(1:4).
002332          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002333
002334          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
002335          MOVE SPACES             TO VALORE-PAR-WEB.
002336          MOVE MESSAGGIO-WMAN     TO VALORE-PAR-WEB(1:80).
002337          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002338
002339          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
002340          MOVE "S"                TO VALORE-PAR-WEB.
002341          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002342
002343          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002344          MOVE "S"                TO VALORE-PAR-WEB.
002345          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002346
002347          IF ESITO-PAR-WEB NOT = "OK"
002348           DISPLAY "MANUTENZIONE NON ACCESA: " MOTIVO-PAR-WEB
002349           GO TO EX-ACCENDI-WMAN
002350          END-IF.
002380
002390          MOVE ZEROS              TO AMMESSI-WMAN.
002400
002490 EX-ACCENDI-WMAN.
002500          EXIT.
002510*
002520***** SPEGNE SOLO L'INTERRUTTORE ALZATO IN AUTOMATICO E TOGLIE
002530***** LA FOTOGRAFIA DEGLI AMMESSI
002540*
002550 SPEGNI-WMAN.
002560
002570          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
002575          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002580          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002590          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002600
002605          IF ESITO-PAR-WEB NOT = "OK" OR
002610             VALORE-PAR-WEB(1:1) NOT = "S"
002620           GO TO EX-SPEGNI-WMAN
002630          END-IF.
002640
002650          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
002660          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002670
002675          IF ESITO-PAR-WEB NOT = "OK" OR
002680             VALORE-PAR-WEB(1:1) NOT = "S"
002690           GO TO EX-SPEGNI-WMAN
002700          END-IF.
002701
002702          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
002703          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002704          MOVE "N"                TO VALORE-PAR-WEB.
002705          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002706
002707          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
002708          MOVE "N"                TO VALORE-PAR-WEB.
002709          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
002720
002730          PERFORM RIMUOVI-AMMESSI-WMAN
002740           THRU EX-RIMUOVI-AMMESSI-WMAN.
002780 EX-SPEGNI-WMAN.
002790          EXIT.
002800*
002810***** COMPONENTI DEL GRUPPO DESIGNATO, UNA RIGA DEL PARAMETRO
002820***** "MANUTENZIONE-AMMESSO" CIASCUNO (STESSA FOTOGRAFIA DI
002830***** openmman.exe)
002840*
002850 FOTOGRAFA-AMMESSI-WMAN.
002860
003110
003120          IF APPARTIENE-WMAN = "N" GO TO CICLO-FOTOGRAFA-WMAN.
003130
003140          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
003150          MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB.
003160          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003170          MOVE CHIAVE-UTEN        TO QUALIFICA-PAR-WEB.
003180          MOVE "S"                TO VALORE-PAR-WEB.
003190
003200          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
003201          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003210
003220          ADD 1                   TO AMMESSI-WMAN.
003230
003400 EX-CONTROLLA-EXTRA-WMAN.
003410          EXIT.
003420*
003430***** TOGLIE LE RIGHE PER UTENTE DI "MANUTENZIONE-AMMESSO"
003440***** (SCANSIONE CON PROSSIMO, ELIMINAZIONE RIGA PER RIGA)
003450*
003460 RIMUOVI-AMMESSI-WMAN.
003470
003480          MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB.
003490          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003530
003540 CICLO-RIMUOVI-WMAN.
003550
003560          MOVE "PROSSIMO"         TO AZIONE-PAR-WEB.
003570          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
003580
003590          IF ESITO-PAR-WEB NOT = "OK"
003600           MOVE SPACES            TO QUALIFICA-PAR-WEB
003610           GO TO EX-RIMUOVI-AMMESSI-WMAN
003620          END-IF.
003630
003640          MOVE "ELIMINA"          TO AZIONE-PAR-WEB.
003650          PERFORM PARAMETRO-WMAN  THRU EX-PARAMETRO-WMAN.
003655
003660          GO TO CICLO-RIMUOVI-WMAN.
003670
003680 EX-RIMUOVI-AMMESSI-WMAN.
003690          EXIT.
003691*
003692***** PARAMETRI DI SISTEMA: AZIONE-PAR-WEB SUL PARAMETRO
003693***** NOME-PAR-WEB/QUALIFICA-PAR-WEB TRAMITE IL SERVIZIO OPENPARW
003694*
003695 PARAMETRO-WMAN.
003696
003697          MOVE "OPENWMAN"         TO PROGRAMMA-PAR-WEB
003698                                     OPERATORE-PAR-WEB.
003699
003700          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
003701                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
003702                                PROGRAMMA-PAR-WEB
003703                                OPERATORE-PAR-WEB ESITO-PAR-WEB
003704                                MOTIVO-PAR-WEB.
003705          CANCEL "OPENPARW".
003706
003707 EX-PARAMETRO-WMAN.
003708          EXIT.
003709*
003710 POSTA-ANNUNCIO-WMAN.
003720
003730          INITIALIZE VIEW.
