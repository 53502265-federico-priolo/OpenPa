000103  EX-RISCRIVI-TAB.
000104          EXIT.
000105
000106
000107  CANCELLA-TAB.
000108
000109          MOVE "NO"            TO ESITO-WEB.
000110
000111          DELETE ARKTAB RECORD
000112           INVALID KEY GO TO EX-CANCELLA-TAB.
000113
000114          MOVE "OK"            TO ESITO-WEB.
000115
000116  EX-CANCELLA-TAB.
000117          EXIT.
000118*
000119** VERIFICA-FESTIVO-TAB: DATA-CAL-WEB E' UNA FESTIVITA' DEL
000120** CALENDARIO DELL'ENTE ENTE-CAL-WEB? IL CALENDARIO E' LA TABELLA
000121** "CL" DI QUELL'ENTE (UNA RIGA PER DATA IN POS 1-8, GENERATA DA
000122** OPENCALG O INSERITA A MANO); UN ENTE SENZA RIGHE "CL" PROPRIE
000123** PER L'ANNO DELLA DATA USA QUELLE DELL'ENTE 00. L'ENTE DAVVERO
000124** USATO TORNA IN ENTE-USATO-CAL-WEB
000125*
000126  VERIFICA-FESTIVO-TAB.
000127
000128          MOVE "N"             TO FESTIVO-CAL-WEB.
000129          MOVE ENTE-CAL-WEB    TO ENTE-USATO-CAL-WEB.
000130
000131  CERCA-CALENDARIO-TAB.
000132
000133          MOVE "N"             TO RIGHE-CAL-WEB.
000134
000135          MOVE "CL"            TO TIPO-TAB.
000136          MOVE ENTE-USATO-CAL-WEB TO ENTE-TAB.
000137          MOVE ZERO            TO PROG-TAB.
000138          PERFORM STARTO-TAB   THRU EX-STARTO-TAB.
000139
000140          IF ESITO-NOK GO TO FINE-CALENDARIO-TAB.
000141
000142  CICLO-CALENDARIO-TAB.
000143
000144          PERFORM LEGGO-NEXT-TAB THRU EX-LEGGO-NEXT-TAB.
000145
000146          IF FINE-FILE = "S" GO TO FINE-CALENDARIO-TAB.
000147
000148          IF TIPO-TAB NOT = "CL"
000149           OR ENTE-TAB NOT = ENTE-USATO-CAL-WEB
000150           GO TO FINE-CALENDARIO-TAB.
000151
000152          IF TABELLA(1:4) = DATA-CAL-WEB(1:4)
000153           MOVE "S"            TO RIGHE-CAL-WEB
000154          END-IF.
000155
000156          IF TABELLA(1:8) NUMERIC
000157           AND TABELLA(1:8) = DATA-CAL-WEB
000158           MOVE "S"            TO FESTIVO-CAL-WEB
000159           GO TO EX-VERIFICA-FESTIVO-TAB
000160          END-IF.
000161
000162          GO TO CICLO-CALENDARIO-TAB.
000163
000164  FINE-CALENDARIO-TAB.
000165
000166          IF RIGHE-CAL-WEB = "N"
000167           AND ENTE-USATO-CAL-WEB NOT = ZEROS
000168           MOVE ZEROS          TO ENTE-USATO-CAL-WEB
000169           GO TO CERCA-CALENDARIO-TAB
000170          END-IF.
000171
000172  EX-VERIFICA-FESTIVO-TAB.
000173          EXIT.
