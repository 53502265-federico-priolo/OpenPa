000170* Boston, MA 02110-1301 USA
000180*
000190* SALVATAGGIO COERENTE DEGLI ARCHIVI: PRIMA DI COPIARE ALZA IL
000200* SEMAFORO DI MANUTENZIONE (PARAMETRO "MANUTENZIONE-ATTIVA", LO
000210* STESSO CHE INIZIO-WEB CONSULTA PER RIFIUTARE NUOVI ACCESSI)
000220* COSI' NESSUNA REWRITE WEB RESTA A META' DENTRO LA COPIA; POI
000230* RICOPIA OGNI FILE REGISTRATO NEL CATALOGO FILES.TXT DENTRO UN
000240* INSIEME DATATO FILES/SNAP.AAAAMMGG CON UN MANIFESTO DELLE VOCI
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370
000390          COPY "SELFILE.CBL".
000400          COPY "SELBCK.CBL".
000410          COPY "SELCSV.CBL".
000430 DATA             DIVISION.
000440 FILE SECTION.
000450
000470          COPY "FDEFILE.CBL".
000480          COPY "FDEBCK.CBL".
000490          COPY "FDECSV.CBL".
001120
001130          GOBACK.
001140*
001150** ALZA IL SEMAFORO DI MANUTENZIONE: PARAMETRO DI SISTEMA
001158** "MANUTENZIONE-ATTIVA" A "S" CON IL MESSAGGIO DI CORTESIA IN
001166** "MANUTENZIONE-MESSAGGIO" (GRUPPO AMMESSO E ORA DI FINE
001174** RESTANO QUELLI GIA' REGISTRATI)
001182*
001190 ALZA-SEMAFORO-SAV.
001198
001206          MOVE "IMPOSTA"             TO AZIONE-PAR-WEB.
001214          MOVE SPACES                TO QUALIFICA-PAR-WEB.
001222
001230          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
001238          MOVE SPACES                TO VALORE-PAR-WEB.
001246          STRING "Salvataggio archivi in corso - riprovare "
001254           DELIMITED BY SIZE
001262           "tra qualche minuto" DELIMITED BY SIZE
001270           INTO VALORE-PAR-WEB.
001278          PERFORM PARAMETRO-SAV       THRU EX-PARAMETRO-SAV.
001286
001294          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
001302          MOVE "S"                   TO VALORE-PAR-WEB.
001310          PERFORM PARAMETRO-SAV       THRU EX-PARAMETRO-SAV.
001318
001326          IF ESITO-PAR-WEB NOT = "OK"
001334           DISPLAY "SEMAFORO NON ALZATO: " MOTIVO-PAR-WEB
001342          END-IF.
001350
001358 EX-ALZA-SEMAFORO-SAV.
001366          EXIT.
001374*
001382** ABBASSA IL SEMAFORO A FINE COPIA (IL MESSAGGIO RESTA, FA FEDE
001390** SOLO "MANUTENZIONE-ATTIVA")
001398*
001406 ABBASSA-SEMAFORO-SAV.
001414
001422          MOVE "IMPOSTA"             TO AZIONE-PAR-WEB.
001430          MOVE SPACES                TO QUALIFICA-PAR-WEB.
001438          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
001446          MOVE "N"                   TO VALORE-PAR-WEB.
001454          PERFORM PARAMETRO-SAV       THRU EX-PARAMETRO-SAV.
001462
001470 EX-ABBASSA-SEMAFORO-SAV.
001478          EXIT.
001486*
001494** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
001502*
001510 PARAMETRO-SAV.
001518
001526          MOVE "OPENBSAV"            TO PROGRAMMA-PAR-WEB
001534                                       OPERATORE-PAR-WEB.
001542
001550          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001558                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001566                                PROGRAMMA-PAR-WEB
001574                                OPERATORE-PAR-WEB ESITO-PAR-WEB
001582                                MOTIVO-PAR-WEB.
001590          CANCEL "OPENPARW".
001598
001606 EX-PARAMETRO-SAV.
001614          EXIT.
001670*
001680** SCORRE IL CATALOGO FILES.TXT (STESSO PERCORSO RISOLTO DA
001690** FAI-NOME: IN BATCH PATH-WEB E' VUOTO QUINDI FILES/FILES.TXT),
002630          MOVE ORA-INIZIO-SAV        TO ORA-INIZIO-BCK.
002640          ACCEPT ORA-FINE-BCK        FROM TIME.
002650          MOVE CARTELLA-SAV          TO NOTA-BCK.
002652          MOVE ZEROS                 TO TOTALI-BCK.
002654          MOVE SPACES                TO EQUAZIONE-BCK SOSPETTO-BCK
002656                                        MOTIVO-SOSPETTO-BCK.
002660
002670          PERFORM OPEN-E-BCK         THRU EX-OPEN-E-BCK.
002680          PERFORM SCRIVI-RIGA-BCK    THRU EX-SCRIVI-RIGA-BCK.
002710 EX-GIORNALE-SAV.
002720          EXIT.
002730*
002750          COPY "PIOFILE.CBL".
002760          COPY "PIOBCK.CBL".
002770          COPY "PIOCSV.CBL".
