001210           INTO STRINGA-VIEW.
001220
001230          MOVE "GOBACK"            TO NOME-VIEW.
001235          MOVE "S"                 TO MARKUP-WEB.
001240          PERFORM SCRITTURA-VIEW   THRU EX-SCRITTURA-VIEW.
001250
001260 EX-LOAD-VIEW-MACC.
001960           EVENTO-ACC             DELIMITED BY SIZE
001970           '","ESITO":"'           DELIMITED BY SIZE
001980           ESITO-ACC              DELIMITED BY SIZE
001985           '","PERCONTO":"'        DELIMITED BY SIZE
001986           DELEGANTE-ACC          DELIMITED BY SIZE
001990           '",'                    DELIMITED BY SIZE
002000           INTO DATI-JSON.
002010          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
