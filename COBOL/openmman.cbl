000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190* INTERRUTTORE DI MANUTENZIONE (PARAMETRO DI SISTEMA
000200* "MANUTENZIONE-ATTIVA", LO STESSO CHE OPENBSAV/OPENBRST ALZANO
000210* DA SOLI ATTORNO ALLE COPIE): funzione=imposta LO ACCENDE CON
000220* MESSAGGIO DI CORTESIA (MK-messaggio), ORA DI FINE PREVISTA
000230* (MK-fine, HHMM) E GRUPPO DESIGNATO CHE PUO' CONTINUARE A
000240* LAVORARE (MK-gruppo): I COMPONENTI DEL GRUPPO, PRIMARIO O
000250* EXTRA, VENGONO FOTOGRAFATI NELLE RIGHE PER UTENTE DEL
000260* PARAMETRO "MANUTENZIONE-AMMESSO" CONSULTATE DA
000270* VERIFICA-MANUTENZIONE-WEB AD OGNI PAGINA. funzione=togli LO
000280* SPEGNE E RIMUOVE LA FOTOGRAFIA. ENTRAMBE LE OPERAZIONI SONO
000290* SOTTO ABILITAZIONE SI/MN/PE SUI DIRITTI EFFETTIVI
000450          COPY "SELUTEN.CBL".
000460          COPY "SELABI.CBL".
000461          COPY "SELGER.CBL".
000465          COPY "SELEFF.CBL".
000470
000480 DATA             DIVISION.
000490 FILE SECTION.
000560          COPY "FDEUTEN.CBL".
000570          COPY "FDEABI.CBL".
000571          COPY "FDEGER.CBL".
000575          COPY "FDEEFF.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000690 01 AMMESSI-MMAN               PIC 9(5).
000700 01 IND-MMAN                   PIC 9(2) COMP.
000710 01 APPARTIENE-MMAN            PIC X.
000711*
000712** LETTURA DEL GRUPPO PER CHIAVE ALTERNATA: FASE 1 = PRIMARI SU
000713** GRUPPO-UTEN, FASE 2 = UTENTI CON GRUPPI EXTRA
000714*
000715 01 FASE-MMAN                  PIC 9.
000720*
000729 01 IND-GRUPPI-MMAN           PIC 9(2) COMP.
000730 PROCEDURE  DIVISION.
001150          COPY "PIOABI.CBL".
001151          COPY "PIOGER.CBL".
001152          COPY "PIOGERA.CBL".
001155          COPY "PIOEFF.CBL".
001160*
001170***** STATO CORRENTE DELL'INTERRUTTORE PER LA MASCHERA
001180*
001190 STATO-MMAN.
001200
001210          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
001211          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001220          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
001230
001240          IF ESITO-PAR-WEB NOT = "OK"
001250           MOVE "N"               TO VALUE-WEB
001260          ELSE
001270           MOVE VALORE-PAR-WEB(1:1) TO VALUE-WEB
001280          END-IF.
001290          MOVE "MK-stato"         TO FIELD-WEB.
001300          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001310
001320          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
001321          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
001330          MOVE VALORE-PAR-WEB(1:80) TO VALUE-WEB.
001340          MOVE "MK-messaggio"     TO FIELD-WEB.
001350          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001351
001352          MOVE "MANUTENZIONE-FINE" TO NOME-PAR-WEB.
001353          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
001360          MOVE VALORE-PAR-WEB(1:4) TO VALUE-WEB.
001370          MOVE "MK-fine"          TO FIELD-WEB.
001380          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001381
001382          MOVE "MANUTENZIONE-GRUPPO" TO NOME-PAR-WEB.
001383          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
001384          MOVE SPACES             TO VALUE-WEB.
001385          IF ESITO-PAR-WEB = "OK"
001390           MOVE VALORE-PAR-WEB(6:4) TO VALUE-WEB
001391          END-IF.
001400          MOVE "MK-gruppo"        TO FIELD-WEB.
001410          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001430
001440 EX-STATO-MMAN.
001450          EXIT.
001800           MOVE NUMERO-WEB        TO GRUPPO-MMAN
001810          END-IF.
001820
001830***** PRIMA I DETTAGLI, POI L'INTERRUTTORE: UNA PAGINA CHE LO
001840***** TROVA ACCESO TROVA GIA' MESSAGGIO E ORA DI FINE
001850
001860          MOVE "OPENMMAN"         TO PROGRAMMA-PAR-WEB.
001870          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001880
001890          MOVE "MANUTENZIONE-FINE" TO NOME-PAR-WEB.
001900          MOVE SPACES             TO VALORE-PAR-WEB.
001910          MOVE FINE-MMAN          TO VALORE-PAR-WEB(1:4).
001920          PERFORM IMPOSTA-PARAMETRO-WEB
001921           THRU EX-IMPOSTA-PARAMETRO-WEB.
001922          IF ESITO-PAR-WEB NOT = "OK" GO TO RIFIUTO-IMPOSTA-MMAN.
001923
001924          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
001925          MOVE SPACES             TO VALORE-PAR-WEB.
001926          MOVE MESSAGGIO-MMAN     TO VALORE-PAR-WEB(1:80).
001927          PERFORM IMPOSTA-PARAMETRO-WEB
001928           THRU EX-IMPOSTA-PARAMETRO-WEB.
001929          IF ESITO-PAR-WEB NOT = "OK" GO TO RIFIUTO-IMPOSTA-MMAN.
001930
001931          MOVE "MANUTENZIONE-GRUPPO" TO NOME-PAR-WEB.
001932          MOVE SPACES             TO VALORE-PAR-WEB.
001933          MOVE GRUPPO-MMAN        TO VALORE-PAR-WEB(1:4).
001934          PERFORM IMPOSTA-PARAMETRO-WEB
001935           THRU EX-IMPOSTA-PARAMETRO-WEB.
001936          IF ESITO-PAR-WEB NOT = "OK" GO TO RIFIUTO-IMPOSTA-MMAN.
001937
001938          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
001939          MOVE "N"                TO VALORE-PAR-WEB.
001940          PERFORM IMPOSTA-PARAMETRO-WEB
001941           THRU EX-IMPOSTA-PARAMETRO-WEB.
001942
001943          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
001944          MOVE "S"                TO VALORE-PAR-WEB.
001945          PERFORM IMPOSTA-PARAMETRO-WEB
001946           THRU EX-IMPOSTA-PARAMETRO-WEB.
001947          IF ESITO-PAR-WEB NOT = "OK" GO TO RIFIUTO-IMPOSTA-MMAN.
001980
001990          MOVE ZEROS              TO AMMESSI-MMAN.
002000
002080           AMMESSI-MMAN " operatori"
002090           DELIMITED BY SIZE INTO MESSAGGIO.
002100          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002101
002102          GO TO EX-IMPOSTA-MMAN.
002103
002104 RIFIUTO-IMPOSTA-MMAN.
002105
002106          MOVE SPACES             TO MESSAGGIO.
002107          STRING "Manutenzione non attivata: " MOTIVO-PAR-WEB
002108           DELIMITED BY SIZE INTO MESSAGGIO.
002109          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002110
002120 EX-IMPOSTA-MMAN.
002130          EXIT.
002140*
002150***** COMPONENTI DEL GRUPPO DESIGNATO (PRIMARIO O EXTRA), UNA
002160***** RIGA DEL PARAMETRO "MANUTENZIONE-AMMESSO" PER CIASCUNO
002170*
002180 FOTOGRAFA-AMMESSI-MMAN.
002190
002200          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002210
002220          MOVE 1                  TO FASE-MMAN.
002222          MOVE GRUPPO-MMAN        TO GRUPPO-UTEN.
002230          PERFORM STARTO-GRUPPO-UTEN THRU EX-STARTO-GRUPPO-UTEN.
002240
002250          IF ESITO-NOK GO TO FASE-EXTRA-MMAN.
002260
002270 CICLO-FOTOGRAFA-MMAN.
002280
002290          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
002300
002302          IF FINE-FILE = "S" AND FASE-MMAN = 1
002303           GO TO FASE-EXTRA-MMAN
002304          END-IF.
002305
002310          IF FINE-FILE = "S" GO TO FINE-FOTOGRAFA-MMAN.
002311
002312          IF FASE-MMAN = 1 AND GRUPPO-UTEN NOT = GRUPPO-MMAN
002313           GO TO FASE-EXTRA-MMAN
002314          END-IF.
002315
002316*         IN FASE 2 I PRIMARI DEL GRUPPO SONO GIA' FOTOGRAFATI
002317          IF FASE-MMAN = 2 AND GRUPPO-UTEN = GRUPPO-MMAN
002318           GO TO CICLO-FOTOGRAFA-MMAN
002319          END-IF.
002320
002330          IF UTENTE-CANCELLATO GO TO CICLO-FOTOGRAFA-MMAN.
002340
002440
002450          IF APPARTIENE-MMAN = "N" GO TO CICLO-FOTOGRAFA-MMAN.
002460
002470          MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB.
002480          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002490          MOVE CHIAVE-UTEN        TO QUALIFICA-PAR-WEB.
002510          MOVE "S"                TO VALORE-PAR-WEB.
002520
002530          PERFORM IMPOSTA-PARAMETRO-WEB
002531           THRU EX-IMPOSTA-PARAMETRO-WEB.
002540
002550          ADD 1                   TO AMMESSI-MMAN.
002560
002570          GO TO CICLO-FOTOGRAFA-MMAN.
002580
002581 FASE-EXTRA-MMAN.
002582
002583          MOVE 2                  TO FASE-MMAN.
002584          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
002585          PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN.
002586
002587          IF ESITO-OK GO TO CICLO-FOTOGRAFA-MMAN.
002588
002590 FINE-FOTOGRAFA-MMAN.
002600
002610          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002860           GO TO EX-TOGLI-MMAN
002870          END-IF.
002880
002890          MOVE "OPENMMAN"         TO PROGRAMMA-PAR-WEB.
002900          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002910          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002920          MOVE "N"                TO VALORE-PAR-WEB.
002930          PERFORM IMPOSTA-PARAMETRO-WEB
002940           THRU EX-IMPOSTA-PARAMETRO-WEB.
002941
002942          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
002943          MOVE "N"                TO VALORE-PAR-WEB.
002944          PERFORM IMPOSTA-PARAMETRO-WEB
002945           THRU EX-IMPOSTA-PARAMETRO-WEB.
002960
002970          PERFORM RIMUOVI-AMMESSI-MMAN
002980           THRU EX-RIMUOVI-AMMESSI-MMAN.
003050*
003060 RIMUOVI-AMMESSI-MMAN.
003070
003080          MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB.
003090          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003130
003140 CICLO-RIMUOVI-MMAN.
003150
003160          PERFORM PROSSIMO-PARAMETRO-WEB
003170           THRU EX-PROSSIMO-PARAMETRO-WEB.
003180
003190          IF ESITO-PAR-WEB NOT = "OK"
003200           GO TO EX-RIMUOVI-AMMESSI-MMAN
003210          END-IF.
003230
003240          PERFORM ELIMINA-PARAMETRO-WEB
003250           THRU EX-ELIMINA-PARAMETRO-WEB.
003255
003260          GO TO CICLO-RIMUOVI-MMAN.
003270
003280 EX-RIMUOVI-AMMESSI-MMAN.
003530
003540          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
003545          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
003547          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
003550
003560          MOVE ZEROS              TO ENTE-ABI.
003580          MOVE "SI"               TO MOD-ABI.
003611*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
003612*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
003613*         GRUPPI EXTRA DELL'OPERATORE
003614*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
003615*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
003616          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
003617
003618          IF NOT PRECALCOLO-VALIDO
003619           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
003620           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
003621
003622           PERFORM PROVA-EXTRA-MMAN
003623            THRU EX-PROVA-EXTRA-MMAN
003624            VARYING IND-GRUPPI-MMAN FROM 1 BY 1
003625            UNTIL IND-GRUPPI-MMAN > 5
003626            OR IND-GRUPPI-MMAN > NUM-GRUPPI-UTEN
003627            OR ESITO-OK
003628          END-IF.
003630
003632          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
003635          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
003640          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
003650          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
