001700           ULTIMA-MATERIA-SKD      DELIMITED BY SIZE
001701           '","PREDECESSORE":"'    DELIMITED BY SIZE
001702           PREDECESSORE-SKD        DELIMITED BY SIZE
001703           '","ENTE":"'            DELIMITED BY SIZE
001704           ENTE-SKD                DELIMITED BY SIZE
001705           '","INTERVALLO":"'      DELIMITED BY SIZE
001706           INTERVALLO-MIN-SKD      DELIMITED BY SIZE
001707           '","FINESTRA":"'        DELIMITED BY SIZE
001708           ORA-DA-SKD              DELIMITED BY SIZE
001709           "-"                     DELIMITED BY SIZE
001710           ORA-A-SKD               DELIMITED BY SIZE
001711           '",'                    DELIMITED BY SIZE
001720           INTO DATI-JSON.
001730          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
001731
001760          STRING '"ELIMINA":"'     DELIMITED BY SIZE
001770           '<a href=openmskd.exe?MK-KEY=' DELIMITED BY SIZE
001780           SECTION-WEB             DELIMITED BY SIZE
001785           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001790           "&MK-FUNZIONE=elimina&MK-codice=" DELIMITED BY SIZE
001800           CODICE-SKD              DELIMITED BY SIZE
001810           '>'                     DELIMITED BY SIZE
002644           MOVE VALUE-WEB(1:8)    TO PREDECESSORE-SKD
002645          END-IF.
002646
002647          MOVE "MK-ente"          TO FIELD-WEB.
002648          PERFORM READ-WEB        THRU EX-READ-WEB.
002649          IF COBW3-SEARCH-FLAG-EXIST
002650           AND NUMERO-WEB NOT > 99
002651           MOVE NUMERO-WEB        TO ENTE-SKD
002652          END-IF.
002653          IF ENTE-SKD NOT NUMERIC
002654           MOVE ZEROS             TO ENTE-SKD
002655          END-IF.
002656
002657          IF PREDECESSORE-SKD = CODICE-SKD
002658           MOVE "Un piano non puo' dipendere da se stesso"
002659            TO MESSAGGIO
002660           PERFORM VIS-MESS       THRU EX-VIS-MESS
002661           GO TO EX-SALVA-MSKD
002662          END-IF.
002663
002664          MOVE "MK-intervallo"    TO FIELD-WEB.
002665          PERFORM READ-WEB        THRU EX-READ-WEB.
002666          IF COBW3-SEARCH-FLAG-EXIST
002667           AND NUMERO-WEB NOT > 9999
002668           MOVE NUMERO-WEB        TO INTERVALLO-MIN-SKD
002669          END-IF.
002670
002671          MOVE "MK-orada"         TO FIELD-WEB.
002672          PERFORM READ-WEB        THRU EX-READ-WEB.
002673          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
002674           MOVE VALUE-WEB(1:4)    TO ORA-DA-SKD
002675          END-IF.
002676
002677          MOVE "MK-oraa"          TO FIELD-WEB.
002678          PERFORM READ-WEB        THRU EX-READ-WEB.
002679          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
002680           MOVE VALUE-WEB(1:4)    TO ORA-A-SKD
002681          END-IF.
002682
002683          MOVE "MK-giorni"        TO FIELD-WEB.
002684          PERFORM READ-WEB        THRU EX-READ-WEB.
002685          IF COBW3-SEARCH-FLAG-EXIST
002686           MOVE VALUE-WEB(1:7)    TO GIORNI-SETT-SKD
002687          END-IF.
002688
002689          MOVE "MK-attivo"        TO FIELD-WEB.
002690          PERFORM READ-WEB        THRU EX-READ-WEB.
002691          IF COBW3-SEARCH-FLAG-EXIST
002692           MOVE VALUE-WEB(1:1)    TO ATTIVO-SKD
002693          END-IF.
002700
002710          MOVE "MK-OPERATORE"     TO FIELD-WEB.
002720          PERFORM READ-WEB        THRU EX-READ-WEB.
