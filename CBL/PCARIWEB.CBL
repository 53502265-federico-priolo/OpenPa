000110          MOVE NOME-COBOL-DATO    TO NOME-VIEW.
000120          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
000130
000140          MOVE SPACES             TO OLD-VALORE-WEB
000145                                     VALUTA-LIM-WEB.
000150          IF ESITO-OK
000160           MOVE STRINGA-VIEW(1:50) TO OLD-VALORE-WEB
000165           MOVE CURRENCY-VIEW     TO VALUTA-LIM-WEB
000170          END-IF.
000180
000190          IF COBW3-SEARCH-FLAG-EXIST
000640             GO TO EX-CARICA-DATO-WEB
000650            END-IF
000660*
000661*           IMPORTO OLTRE IL LIMITE DELL'OPERATORE SULLA CHIAMATA
000662*           IN CORSO (ARKLIM, VEDI VERIFICA-LIMITE-CARICA-WEB):
000663*           IL VALORE NON SI CARICA
000664            IF MODULO-WEB NOT = SPACES
000665             AND OPERATORE-SESSIONE-WEB NOT = SPACES
000666             PERFORM VERIFICA-LIMITE-CARICA-WEB
000667              THRU EX-VERIFICA-LIMITE-CARICA-WEB
000668             IF OLTRE-LIMITE-WEB
000669              GO TO EX-CARICA-DATO-WEB
000670             END-IF
000671            END-IF
000672*
000673            MOVE TAB-STRINGA      TO ARGUMENT
000680           END-IF
000690
000700           ACCEPT DATA-LOG        FROM DATE
000850           MOVE FUNZIONE-WEB      TO FUNZIONE-LOG
000859           PERFORM CATENA-LOG-WEB THRU EX-CATENA-LOG-WEB
000860           WRITE LOGGATO
000861           PERFORM INDICE-LOG-WEB THRU EX-INDICE-LOG-WEB
000862*
000863** SE LA SESSIONE STA IMPERSONANDO UN ALTRO UTENTE (MARCATORE
000864** "IMPERSONA-WEB"+SECTION-WEB SCRITTO DA OPENIMP) OGNI
000865** MODIFICA PORTA UNA SECONDA RIGA DI LOG CON ENTRAMBE LE
000866** IDENTITA': IMPERSONATO IN VALORE-LOG, REALE IN OLD-VALORE
000867*
000868           MOVE SPACES            TO NOME-VIEW
000869           STRING "IMPERSONA-WEB" SECTION-WEB
000870            DELIMITED BY SIZE INTO NOME-VIEW
000871           PERFORM LEGGO-VIEW     THRU EX-LEGGO-VIEW
000872           IF ESITO-OK
000873            MOVE "IMPERSONA-UTEN" TO NOME-COBOL-LOG
000874            MOVE STRINGA-VIEW(1:8) TO VALORE-LOG
000875            MOVE STRINGA-VIEW(10:8) TO OLD-VALORE-LOG
000876            PERFORM CATENA-LOG-WEB THRU EX-CATENA-LOG-WEB
000877            WRITE LOGGATO
000878            PERFORM INDICE-LOG-WEB THRU EX-INDICE-LOG-WEB
000879           END-IF
000880*
000881** ANALOGAMENTE, SE L'OPERATORE AGISCE COME SOSTITUTO DI UN
000882** COLLEGA ASSENTE (DELEGANTE-WEB, VEDI VERIFICA-DELEGA-WEB) LA
000883** SECONDA RIGA PORTA IL DELEGANTE IN VALORE-LOG E IL SOSTITUTO
000884** IN OLD-VALORE
000885*
000886           IF DELEGANTE-WEB NOT = SPACES
000887            MOVE "DELEGA-UTEN"    TO NOME-COBOL-LOG
000888            MOVE DELEGANTE-WEB    TO VALORE-LOG
000889            MOVE OPERATORE-DELEGA-WEB TO OLD-VALORE-LOG
000890            PERFORM CATENA-LOG-WEB THRU EX-CATENA-LOG-WEB
000891            WRITE LOGGATO
000892            PERFORM INDICE-LOG-WEB THRU EX-INDICE-LOG-WEB
000893           END-IF
000894*
000895** INFINE UNA TERZA RIGA "OPERATORE-UTEN" FIRMA LA MODIFICA CON
000896** L'OPERATORE DI SESSIONE IN VALORE-LOG E LA SESSIONE IN
000897** OLD-VALORE, COSI' LA REVISIONE GIORNALIERA DELLE ATTIVITA'
000898** PRIVILEGIATE (OPENBPRV) SA A CHI E A QUALE SESSIONE
000899** ATTRIBUIRE OGNI RIGA
000900*
000901           IF OPERATORE-SESSIONE-WEB NOT = SPACES
000902            MOVE "OPERATORE-UTEN" TO NOME-COBOL-LOG
000903            MOVE OPERATORE-SESSIONE-WEB TO VALORE-LOG
000904            MOVE SECTION-WEB      TO OLD-VALORE-LOG
000905            PERFORM CATENA-LOG-WEB THRU EX-CATENA-LOG-WEB
000906            WRITE LOGGATO
000907            PERFORM INDICE-LOG-WEB THRU EX-INDICE-LOG-WEB
000908           END-IF
000909           MOVE SPACES            TO LOGGATO
000910          END-IF.
000911*
000912 EX-CARICA-DATO-WEB.
000913          EXIT.
000920*
000930** VERIFICA-LIMITE-CARICA-WEB: L'IMPORTO DIGITATO (GIA' IN
000940** CONVENZIONE ITALIANA IN ARGUMENT) SI CONFRONTA CON IL LIMITE
000950** PIU' ALTO CHE I GRUPPI DELL'OPERATORE HANNO SULLA CHIAMATA
000960** MODULO-WEB/ENTITA-WEB/FUNZIONE-WEB PER QUEL CAMPO (OPENLIMW).
000970** LA VALUTA E' QUELLA DELLA RIGA VIEW DEL CAMPO, LETTA IN
000975** APERTURA DI CARICA-DATO-WEB (EUR SE MANCA).
000980** OLTRE IL LIMITE IL MESSAGGIO DICE IL LIMITE E, SE IL VALORE E'
000990** STATO INOLTRATO, A CHI
001000*
001010 VERIFICA-LIMITE-CARICA-WEB.
001020
001030          MOVE "VERIFICA"         TO AZIONE-LIM-WEB.
001040          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-LIM-WEB.
001050          MOVE ZEROS              TO ENTE-LIM-WEB.
001060          MOVE SPACES             TO CHIAMATA-LIM-WEB.
001070          STRING MODULO-WEB ENTITA-WEB FUNZIONE-WEB
001080           DELIMITED BY SIZE INTO CHIAMATA-LIM-WEB.
001090          MOVE NOME-COBOL-DATO    TO CAMPO-LIM-WEB.
001100          COMPUTE IMPORTO-LIM-WEB = FUNCTION NUMVAL-C(ARGUMENT).
001150
001160          CALL "OPENLIMW" USING AREA-LIM-WEB.
001170          CANCEL "OPENLIMW".
001180
001190          IF NOT OLTRE-LIMITE-WEB
001200           GO TO EX-VERIFICA-LIMITE-CARICA-WEB
001210          END-IF.
001220
001230          MOVE MASSIMO-LIM-WEB    TO IMPORTO-VIEW.
001240          PERFORM FORMATTA-IMPORTO-LINGUA-WEB
001250           THRU EX-FORMATTA-IMPORTO-LINGUA-WEB.
001260
001270          MOVE SPACES             TO MESSAGGIO.
001280          IF INOLTRATO-LIM-WEB NOT = SPACES
001290           STRING "Importo oltre il suo limite di "
001300            IMPORTO-RESO-WEB " " VALUTA-LIM-WEB
001310            ": inoltrato a " INOLTRATO-LIM-WEB
001320            DELIMITED BY SIZE INTO MESSAGGIO
001330          ELSE
001340           STRING "Importo oltre il suo limite di "
001350            IMPORTO-RESO-WEB " " VALUTA-LIM-WEB
001360            DELIMITED BY SIZE INTO MESSAGGIO
001370          END-IF.
001380          PERFORM VIS-MESS        THRU EX-VIS-MESS.
001390
001400 EX-VERIFICA-LIMITE-CARICA-WEB.
001410          EXIT.
