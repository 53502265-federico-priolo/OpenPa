000029
000030          OPEN I-O ARKPEN.
000031
000032*         UN ARKPEN RIMASTO A UN TRACCIATO PRECEDENTE NON SI APRE
000033*         (STATUS 39): LO SI ANNOTA PER CHI CHIAMA, CHE LO SEGNALA
000034*         E NON ACCEDE AL FILE
000035          IF STATUS-PEN = "39"
000036           MOVE "S"              TO ERRATA-VERS-WEB
000037           MOVE "ARKPEN"         TO ARCHIVIO-VERS-WEB
000038           MOVE STATUS-PEN       TO STATUS-VERS-WEB
000039           GO TO EX-OPEN-I-PEN
000040          END-IF.
000041
000042          IF STATUS-PEN = "35"
000043           OPEN OUTPUT ARKPEN
000044           CLOSE ARKPEN
000045           OPEN I-O ARKPEN
000046          END-IF.
000047
000048  EX-OPEN-I-PEN.
000049          EXIT.
000050
000051  CLOSE-PEN.
000052
000053          CLOSE ARKPEN.
000054
000055  EX-CLOSE-PEN.
000056          EXIT.
000057
000058  STARTO-PEN.
000059
000060          MOVE "NO"            TO ESITO-WEB.
000061
000062          START ARKPEN KEY IS NOT LESS THAN CHIAVE-PEN
000063           INVALID KEY GO TO EX-STARTO-PEN.
000064
000065          MOVE "OK"            TO ESITO-WEB.
000066
000067  EX-STARTO-PEN.
000068          EXIT.
000069
000070  LEGGO-NEXT-PEN.
000071
000072          MOVE "N"             TO FINE-FILE.
000073
000074          READ ARKPEN NEXT RECORD
000075           AT END MOVE "S"     TO FINE-FILE.
000076
000077  EX-LEGGO-NEXT-PEN.
000078          EXIT.
000079
000080  LEGGO-PEN.
000081
000082          MOVE "NO"            TO ESITO-WEB.
000083
000084          READ ARKPEN
000085           INVALID KEY GO TO EX-LEGGO-PEN.
000086
000087          MOVE "OK"            TO ESITO-WEB.
000088
000089  EX-LEGGO-PEN.
000090          EXIT.
000091
000092  SCRIVI-PEN.
000093
000094          MOVE "NO"            TO ESITO-WEB.
000095
000096          WRITE MODIFICA-PENDENTE
000097           INVALID KEY GO TO EX-SCRIVI-PEN.
000098
000099          MOVE "OK"            TO ESITO-WEB.
000100
000101  EX-SCRIVI-PEN.
000102          EXIT.
000103
000104  RISCRIVI-PEN.
000105
000106          MOVE "NO"            TO ESITO-WEB.
000107
000108          REWRITE MODIFICA-PENDENTE
000109           INVALID KEY GO TO EX-RISCRIVI-PEN.
000110
000111          MOVE "OK"            TO ESITO-WEB.
000112
000113  EX-RISCRIVI-PEN.
000114          EXIT.
000115*
000116** SCRIVI-NUOVA-PEN: SCRIVE UNA RICHIESTA NUOVA COL PROSSIMO
000117** NUMERO DELLA SERIE "PEN" DEL NUMERATORE CENTRALIZZATO
000118** (PRENOTA-NUMERO-WEB); IL CHIAMANTE VALORIZZA IL RECORD E
000119** PROGRAMMA-NUM-WEB, IL NUMERO TORNA IN NUOVO-NUMERO-PEN-WEB.
000120** UN NUMERO TROVATO GIA' OCCUPATO FA RIPRENOTARE OLTRE
000121*
000122  SCRIVI-NUOVA-PEN.
000123
000124          MOVE "NO"            TO ESITO-WEB.
000125          MOVE ZEROS           TO NUOVO-NUMERO-PEN-WEB.
000126          MOVE "PEN"           TO SERIE-NUM-WEB.
000127          MOVE ZEROS           TO ENTE-NUM-WEB MINIMO-NUM-WEB
000128                                  TENTATIVI-NUM-WEB.
000129
000130  PROVA-SCRIVI-NUOVA-PEN.
000131
000132          PERFORM PRENOTA-NUMERO-WEB
000133           THRU EX-PRENOTA-NUMERO-WEB.
000134
000135          IF ESITO-NUM-WEB NOT = "OK"
000136           MOVE "NO"           TO ESITO-WEB
000137           GO TO EX-SCRIVI-NUOVA-PEN
000138          END-IF.
000139
000140          MOVE NUMERO-NUM-WEB  TO NUMERO-PEN.
000141
000142          PERFORM SCRIVI-PEN   THRU EX-SCRIVI-PEN.
000143
000144          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
000145           ADD 1               TO TENTATIVI-NUM-WEB
000146           MOVE NUMERO-PEN     TO MINIMO-NUM-WEB
000147           GO TO PROVA-SCRIVI-NUOVA-PEN
000148          END-IF.
000149
000150          IF ESITO-OK
000151           MOVE NUMERO-PEN     TO NUOVO-NUMERO-PEN-WEB
000152           PERFORM CONFERMA-NUMERO-WEB
000153            THRU EX-CONFERMA-NUMERO-WEB
000154           MOVE "OK"           TO ESITO-WEB
000155          END-IF.
000156
000157  EX-SCRIVI-NUOVA-PEN.
000158          EXIT.
