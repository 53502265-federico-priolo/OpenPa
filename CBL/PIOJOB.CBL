000028  OPEN-I-JOB.

000029          OPEN I-O ARKJOB.
000030
000031*         UN ARKJOB RIMASTO A UN TRACCIATO PRECEDENTE NON SI APRE
000032*         (STATUS 39): LO SI ANNOTA PER CHI CHIAMA, CHE LO SEGNALA
000033*         E NON ACCEDE AL FILE
000034          IF STATUS-JOB = "39"
000035           MOVE "S"              TO ERRATA-VERS-WEB
000036           MOVE "ARKJOB"         TO ARCHIVIO-VERS-WEB
000037           MOVE STATUS-JOB       TO STATUS-VERS-WEB
000038           GO TO EX-OPEN-I-JOB
000039          END-IF.

000040          IF STATUS-JOB = "35"
000041           OPEN OUTPUT ARKJOB
000042           CLOSE ARKJOB
000043           OPEN I-O ARKJOB
000044          END-IF.

000045  EX-OPEN-I-JOB.
000046          EXIT.
000047
000048  CLOSE-JOB.

000049          CLOSE ARKJOB.

000050  EX-CLOSE-JOB.
000051          EXIT.
000052
000053  STARTO-JOB.

000054          MOVE "NO"            TO ESITO-WEB.

000055          START ARKJOB KEY IS NOT LESS THAN CHIAVE-JOB
000056           INVALID KEY GO TO EX-STARTO-JOB.

000057          MOVE "OK"            TO ESITO-WEB.

000058  EX-STARTO-JOB.
000059          EXIT.
000060
000061  LEGGO-NEXT-JOB.

000062          MOVE "N"             TO FINE-FILE.

000063          READ ARKJOB NEXT RECORD
000064           AT END MOVE "S"     TO FINE-FILE.

000065  EX-LEGGO-NEXT-JOB.
000066          EXIT.
000067
000068  LEGGO-JOB.

000069          MOVE "NO"            TO ESITO-WEB.

000070          READ ARKJOB
000071           INVALID KEY GO TO EX-LEGGO-JOB.

000072          MOVE "OK"            TO ESITO-WEB.

000073  EX-LEGGO-JOB.
000074          EXIT.
000075
000076  SCRIVI-JOB.

000077          MOVE "NO"            TO ESITO-WEB.

000078          WRITE JOB
000079           INVALID KEY GO TO EX-SCRIVI-JOB.

000080          MOVE "OK"            TO ESITO-WEB.

000081  EX-SCRIVI-JOB.
000082          EXIT.
000083
000084  RISCRIVI-JOB.

000085          MOVE "NO"            TO ESITO-WEB.

000086          REWRITE JOB
000087           INVALID KEY GO TO EX-RISCRIVI-JOB.

000088          MOVE "OK"            TO ESITO-WEB.

000089  EX-RISCRIVI-JOB.
000090          EXIT.
