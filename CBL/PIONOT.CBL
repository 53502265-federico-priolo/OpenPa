000055  EX-LEGGO-NEXT-NOT.
000056          EXIT.

000057  LEGGO-NOT.

000058          MOVE "NO"            TO ESITO-WEB.

000059          READ ARKNOT
000060           INVALID KEY GO TO EX-LEGGO-NOT.

000061          MOVE "OK"            TO ESITO-WEB.

000062  EX-LEGGO-NOT.
000063          EXIT.

000064  RISCRIVI-NOT.

000065          MOVE "NO"            TO ESITO-WEB.

000066          REWRITE NOTIFICA
000067           INVALID KEY GO TO EX-RISCRIVI-NOT.

000068          MOVE "OK"            TO ESITO-WEB.

000069  EX-RISCRIVI-NOT.
000070          EXIT.
000071*
000072** SCRIVI-EVENTO-NOT: ACCODA UNA NOTIFICA DA SPEDIRE CON
000073** DATA/ORA CORRENTI; IL CHIAMANTE VALORIZZA TIPO-NOT-WEB,
000074** SEVERITA-NOT-WEB, RIFERIMENTO-NOT-WEB, TESTO-NOT-WEB (E
000075** DESTINATARI-NOT-WEB SE NON VALE LA TABELLA "NT") E HA GIA'
000076** APERTO IL FILE CON OPEN-I-NOT. UNA COLLISIONE DI CHIAVE
000077** NELLO STESSO SECONDO FA AVANZARE IL PROGRESSIVO.
000078*
000079  SCRIVI-EVENTO-NOT.

000080          ACCEPT DATA-NOT      FROM DATE YYYYMMDD.
000081          ACCEPT ORA-NOT       FROM TIME.
000082          MOVE ZEROS           TO PROG-NOT.

000083          MOVE TIPO-NOT-WEB    TO TIPO-NOT.
000084          MOVE SEVERITA-NOT-WEB TO SEVERITA-NOT.
000085          MOVE RIFERIMENTO-NOT-WEB TO RIFERIMENTO-NOT.
000086          MOVE DESTINATARI-NOT-WEB TO DESTINATARI-NOT.
000087          MOVE TESTO-NOT-WEB   TO TESTO-NOT.
000088          MOVE "P"             TO STATO-NOT.
000089          MOVE ZEROS           TO TENTATIVI-NOT.

000090  PROVA-SCRIVI-NOT.

000091          MOVE "NO"            TO ESITO-WEB.

000092          WRITE NOTIFICA
000093           INVALID KEY GO TO COLLISIONE-SCRIVI-NOT.

000094          MOVE "OK"            TO ESITO-WEB.

000095          MOVE SPACES          TO TESTO-NOT-WEB
000096                                  RIFERIMENTO-NOT-WEB
000097                                  DESTINATARI-NOT-WEB.

000098          GO TO EX-SCRIVI-EVENTO-NOT.

000099  COLLISIONE-SCRIVI-NOT.

000100          IF PROG-NOT < 999
000101           ADD 1               TO PROG-NOT
000102           GO TO PROVA-SCRIVI-NOT
000103          END-IF.

000104  EX-SCRIVI-EVENTO-NOT.
000105          EXIT.
