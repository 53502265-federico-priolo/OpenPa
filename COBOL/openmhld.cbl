000590*
000600 01 FUNZIONE-MHLD              PIC X(08).
000610 01 OPERATORE-MHLD             PIC X(08).
000630 01 PRIMA-RIGA-MHLD            PIC X.
000640*
000650 PROCEDURE  DIVISION.
001950          STRING '"RILASCIA":"'   DELIMITED BY SIZE
001960           '<a href=openmhld.exe?MK-KEY=' DELIMITED BY SIZE
001970           SECTION-WEB            DELIMITED BY SIZE
001975           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001980           "&MK-FUNZIONE=rilascia&MK-numero="
001990            DELIMITED BY SIZE
002000           NUMERO-HLD             DELIMITED BY SIZE
002120*
002130 SALVA-MHLD.
002140
002180          MOVE SPACES             TO FERMO-LEGALE.
002200
002210          MOVE "MK-tipo"          TO FIELD-WEB.
002220          PERFORM READ-WEB        THRU EX-READ-WEB.
002750          MOVE SPACES             TO RILASCIATO-DA-HLD.
002760          MOVE ZEROS              TO DATA-RILASCIO-HLD.
002770
002771          MOVE "HLD"              TO SERIE-NUM-WEB.
002772          MOVE "OPENMHLD"         TO PROGRAMMA-NUM-WEB.
002773          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
002774                                     TENTATIVI-NUM-WEB.
002775
002776 PROVA-SALVA-MHLD.
002777
002778          PERFORM PRENOTA-NUMERO-WEB
002779           THRU EX-PRENOTA-NUMERO-WEB.
002780
002781          IF ESITO-NUM-WEB NOT = "OK"
002782           MOVE "Numeratore non disponibile, riprovare"
002783            TO MESSAGGIO
002784           PERFORM VIS-MESS       THRU EX-VIS-MESS
002785           GO TO EX-SALVA-MHLD
002786          END-IF.
002787
002788          MOVE NUMERO-NUM-WEB     TO NUMERO-HLD.
002789
002790          PERFORM SCRIVI-HLD      THRU EX-SCRIVI-HLD.
002791
002792          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
002793           ADD 1                  TO TENTATIVI-NUM-WEB
002794           MOVE NUMERO-HLD        TO MINIMO-NUM-WEB
002795           GO TO PROVA-SALVA-MHLD
002796          END-IF.
002797
002798          IF ESITO-OK
002799           PERFORM CONFERMA-NUMERO-WEB
002800            THRU EX-CONFERMA-NUMERO-WEB
002801          END-IF.
002802
002803          IF ESITO-OK
002810           MOVE SPACES            TO MESSAGGIO
002820           STRING "Fermo " NUMERO-HLD " registrato"
002830            DELIMITED BY SIZE INTO MESSAGGIO
003510
003520 EX-RILASCIA-MHLD.
003530          EXIT.
