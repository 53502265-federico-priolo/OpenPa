000280* ARKABI E L'UTENTE AMMINISTRATORE (PASSWORD INIZIALE DAL
000290* CIRCUITO DI RIPRISTINO openprst.exe), E GIORNALIZZA TUTTO
000300* SU ARKACC.
000301* SI CLONANO SOLO I TIPI DI TABELLA CHE IL REGISTRO DEI TIPI
000302* (OPENTTPW) DICE PER ENTE: I TIPI CENTRALI RESTANO SULL'ENTE 00
000303* E I TIPI NON REGISTRATI NON SI PROPAGANO.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENEONB.
000750    02 TIPO-SCELTO-EONB        PIC XX OCCURS 10 TIMES.
000760 01 NUM-TIPI-EONB              PIC 9(02) COMP.
000770 01 IND-EONB                   PIC 9(02) COMP.
000771*
000772** TIPI DI TABELLA PER ENTE SECONDO IL REGISTRO DEI TIPI
000773*
000774 01 TIPI-ENTE-EONB.
000775    02 TIPO-ENTE-EONB          PIC XX OCCURS 50 TIMES.
000776 01 NUM-TIPI-ENTE-EONB         PIC 9(02) COMP.
000777 01 IND-ENTE-EONB              PIC 9(02) COMP.
000780 01 COPIA-PERMESSI-EONB        PIC X.
000790 01 ADMIN-EONB                 PIC X(08).
000800 01 NOME-ADMIN-EONB            PIC X(30).
001220           MOVE "N"               TO SOLO-CONTA-EONB
001230          END-IF.
001240
001242          PERFORM REGISTRO-EONB   THRU EX-REGISTRO-EONB.
001245
001250          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
001260          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001270          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001560          PERFORM CREA-ENTE-EONB  THRU EX-CREA-ENTE-EONB.
001570          PERFORM CREA-ADMIN-EONB THRU EX-CREA-ADMIN-EONB.
001580          PERFORM GIORNALE-EONB   THRU EX-GIORNALE-EONB.
001581
001582*         I PERMESSI CLONATI SULL'ENTE NUOVO ENTRANO NEI PERMESSI
001583*         EFFETTIVI PRECALCOLATI CON UN RICALCOLO COMPLETO
001584
001585          IF COPIA-PERMESSI-EONB = "S"
001586           UNLOCK ARKABI
001587           MOVE "TUTTI"           TO AZIONE-EFF-WEB
001588           MOVE SPACES            TO UTENTE-EFF-WEB
001589           MOVE ZEROS             TO GRUPPI-EFF-WEB GRUPPO-EFF-WEB
001590           CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
001591                                 GRUPPI-EFF-WEB GRUPPO-EFF-WEB
001592                                 RICALCOLATI-EFF-WEB ESITO-EFF-WEB
001593           CANCEL "OPENEFFW"
001594          END-IF.
001595
001600          MOVE SPACES             TO MESSAGGIO.
001610          STRING "Ente " ENTE-NUOVO-EONB " in opera: "
001620           TABELLE-EONB " tabelle, " PERMESSI-EONB
003700          EXIT.
003710
003720 FILTRA-TIPO-EONB.
003721
003722          MOVE "N"                TO TIPO-AMMESSO-EONB.
003723
003724          PERFORM CONFRONTA-ENTE-EONB
003725           THRU EX-CONFRONTA-ENTE-EONB
003726           VARYING IND-ENTE-EONB FROM 1 BY 1
003727           UNTIL IND-ENTE-EONB > NUM-TIPI-ENTE-EONB
003728           OR TIPO-AMMESSO-EONB = "S".
003729
003730          IF TIPO-AMMESSO-EONB = "N" GO TO EX-FILTRA-TIPO-EONB.
003731
003740          IF NUM-TIPI-EONB = ZEROS
003750           MOVE "S"               TO TIPO-AMMESSO-EONB
003760           GO TO EX-FILTRA-TIPO-EONB
003950
003960 EX-CONFRONTA-TIPO-EONB.
003970          EXIT.
003971
003972 CONFRONTA-ENTE-EONB.
003973
003974          IF TIPO-ENTE-EONB(IND-ENTE-EONB) = TIPO-TAB
003975           MOVE "S"               TO TIPO-AMMESSO-EONB
003976          END-IF.
003977
003978 EX-CONFRONTA-ENTE-EONB.
003979          EXIT.
003980*
003981***** I TIPI PER ENTE DEL REGISTRO, LETTI PRIMA DI APRIRE ARKTAB
003982*
003983 REGISTRO-EONB.
003984
003985          MOVE ZEROS              TO NUM-TIPI-ENTE-EONB.
003986          INITIALIZE AREA-TTP-WEB.
003987          MOVE SPACES             TO TIPO-TTP-WEB.
003988
003989 CICLO-REGISTRO-EONB.
003990
003991          MOVE "PROSSIMO"         TO AZIONE-TTP-WEB.
003992
003993          CALL "OPENTTPW" USING AREA-TTP-WEB.
003994
003995          IF NOT TIPO-AMMESSO-WEB GO TO EX-REGISTRO-EONB.
003996
003997          IF TIPO-CENTRALE-WEB OR NUM-TIPI-ENTE-EONB NOT < 50
003998           GO TO CICLO-REGISTRO-EONB
003999          END-IF.
004000
004001          ADD 1                   TO NUM-TIPI-ENTE-EONB.
004002          MOVE TIPO-TTP-WEB
004003           TO TIPO-ENTE-EONB(NUM-TIPI-ENTE-EONB).
004004
004005          GO TO CICLO-REGISTRO-EONB.
004006
004007 EX-REGISTRO-EONB.
004008          EXIT.
004009*
004010***** PERMESSI ARKABI DELL'ENTE SORGENTE -> ENTE NUOVO, STESSA
004011***** TECNICA DI RIPOSIZIONAMENTO
004012*
004020 CLONA-PERMESSI-EONB.
004030
004040          MOVE LOW-VALUES         TO CHIAVE-ABI.
