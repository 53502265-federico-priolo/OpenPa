000050           MOVE "EUR"          TO CURRENCY-VIEW
000051          END-IF.
000052
000053*         PAGINA WEB IN COSTRUZIONE: LA RIGA CON CARATTERI DI
000054*         MARKUP VA RESA SICURA PRIMA CHE MAKEFORM LA USI
000055          IF PAGINA-IN-COSTRUZIONE
000056           PERFORM ANNOTA-RIGA-HTML-VIEW
000057            THRU EX-ANNOTA-RIGA-HTML-VIEW
000058          END-IF.
000059          MOVE "N"               TO MARKUP-WEB.
000060
000061          ACCEPT DATA-SCRITTURA-VIEW FROM DATE YYYYMMDD.
000062
000063          WRITE VIEW
000064           INVALID KEY
000065           REWRITE VIEW
000066            INVALID KEY CONTINUE
000067           END-REWRITE
000068          END-WRITE.
000069
000070  EX-SCRITTURA-VIEW.
000071          EXIT.
000072*
000073** APRE ARKVIEW IN LETTURA/SCRITTURA: SERVE AI PROGRAMMI BATCH CHE
000074** ACCEDONO AD ARKVIEW SENZA PASSARE DA INIZIALI.CBL
000075*
000076  OPEN-I-VIEW.
000077
000078          OPEN I-O ARKVIEW.
000079
000080          IF STATUS-VIEW = "35"
000081           OPEN OUTPUT ARKVIEW
000082           CLOSE ARKVIEW
000083           OPEN I-O ARKVIEW
000084          END-IF.
000085
000086  EX-OPEN-I-VIEW.
000087          EXIT.
000088*
000089** POSIZIONA ARKVIEW SULLA CHIAVE ALTERNATA CHIAVE-DATO-VIEW, PER
000090** SCANDIRE IL FILE RAGGRUPPATO PER SESSIONE ANZICHE' PER NOME-VIEW
000091*
000092  STARTO-DATO-VIEW.
000093
000094          MOVE "NO"            TO ESITO-WEB.
000095
000096          START ARKVIEW KEY IS NOT LESS THAN CHIAVE-DATO-VIEW
000097           INVALID KEY GO TO EX-STARTO-DATO-VIEW.
000098
000099          MOVE "OK"            TO ESITO-WEB.
000100
000101  EX-STARTO-DATO-VIEW.
000102          EXIT.
000103
000104  LEGGO-NEXT-VIEW.
000105
000106          MOVE "N"             TO FINE-FILE.
000107
000108          READ ARKVIEW NEXT RECORD
000109           AT END MOVE "S"     TO FINE-FILE.
000110
000111  EX-LEGGO-NEXT-VIEW.
000112          EXIT.
000113
000114  CANCELLA-VIEW.
000115
000116          MOVE "NO"            TO ESITO-WEB.
000117
000118          DELETE ARKVIEW RECORD
000119           INVALID KEY GO TO EX-CANCELLA-VIEW.
000120
000121          MOVE "OK"            TO ESITO-WEB.
000122
000123  EX-CANCELLA-VIEW.
000124          EXIT.
000125*
000126** POSIZIONA ARKVIEW SULLA CHIAVE PRIMARIA CHIAVE-VIEW, PER
000127** SCANDIRE GRUPPI DI RIGHE CON LO STESSO PREFISSO DI NOME-VIEW
000128** (AD ESEMPIO LE RIGHE "SESSIONE-WEB"+SECTION-WEB)
000129*
000130  STARTO-VIEW.
000131
000132          MOVE "NO"            TO ESITO-WEB.
000133
000134          START ARKVIEW KEY IS NOT LESS THAN CHIAVE-VIEW
000135           INVALID KEY GO TO EX-STARTO-VIEW.
000136
000137          MOVE "OK"            TO ESITO-WEB.
000138
000139  EX-STARTO-VIEW.
000140          EXIT.
000141*
000142** ANNOTA-RIGA-HTML-VIEW: SCRITTURA-VIEW LA INVOCA DURANTE UNA
000143** PAGINA WEB. LA RIGA CHE CONTIENE < > & " ' FINISCE IN
000144** TAB-RIGHE-HTML-WEB (UNA VOLTA PER NOME-VIEW) E MAKE-WEB LA
000145** RENDERA' SICURA ATTORNO A MAKEFORM; CON MARKUP-WEB ALZATO LA
000146** RIGA ESCE DALLA TABELLA. A TABELLA PIENA LA RIGA E' RESA
000147** SICURA SUBITO, IN MODO DEFINITIVO
000148*
000149  ANNOTA-RIGA-HTML-VIEW.
000150
000151          MOVE "N"                TO RIGA-HTML-NOTA-WEB.
000152          PERFORM CERCA-RIGA-HTML-VIEW
000153           THRU EX-CERCA-RIGA-HTML-VIEW
000154           VARYING IND-RIGA-HTML-WEB FROM 1 BY 1
000155           UNTIL IND-RIGA-HTML-WEB > NUM-RIGHE-HTML-WEB
000156           OR RIGA-HTML-GIA-NOTA.
000157
000158          IF VALORE-CON-MARKUP
000159           IF RIGA-HTML-GIA-NOTA
000160            MOVE SPACES
000161             TO NOME-RIGA-HTML-WEB(IND-NOTA-HTML-WEB)
000162           END-IF
000163           GO TO EX-ANNOTA-RIGA-HTML-VIEW
000164          END-IF.
000165
000166          IF RIGA-HTML-GIA-NOTA
000167           GO TO EX-ANNOTA-RIGA-HTML-VIEW
000168          END-IF.
000169
000170          MOVE ZEROS              TO CONTA-MARKUP-WEB.
000171          INSPECT STRINGA-VIEW TALLYING CONTA-MARKUP-WEB
000172           FOR ALL "<" ALL ">" ALL "&" ALL '"' ALL "'".
000173
000174          IF CONTA-MARKUP-WEB = ZEROS
000175           GO TO EX-ANNOTA-RIGA-HTML-VIEW
000176          END-IF.
000177
000178          IF NUM-RIGHE-HTML-WEB NOT < 50
000179           MOVE STRINGA-VIEW      TO STRINGA-HTML-WEB
000180           PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW
000181           MOVE STRINGA-HTML-ESC-WEB TO STRINGA-VIEW
000182           GO TO EX-ANNOTA-RIGA-HTML-VIEW
000183          END-IF.
000184
000185          ADD 1                   TO NUM-RIGHE-HTML-WEB.
000186          MOVE NOME-VIEW
000187           TO NOME-RIGA-HTML-WEB(NUM-RIGHE-HTML-WEB).
000188          MOVE "N"
000189           TO STATO-RIGA-HTML-WEB(NUM-RIGHE-HTML-WEB).
000190
000191  EX-ANNOTA-RIGA-HTML-VIEW.
000192          EXIT.
000193*
000194  CERCA-RIGA-HTML-VIEW.
000195
000196          IF NOME-RIGA-HTML-WEB(IND-RIGA-HTML-WEB) = NOME-VIEW
000197           MOVE "S"               TO RIGA-HTML-NOTA-WEB
000198           MOVE IND-RIGA-HTML-WEB TO IND-NOTA-HTML-WEB
000199          END-IF.
000200
000201  EX-CERCA-RIGA-HTML-VIEW.
000202          EXIT.
000203*
000204** ESCAPE-HTML-VIEW: RENDE SICURA PER UN MODELLO HTML LA STRINGA
000205** IN STRINGA-HTML-WEB (SPAZI FINALI ESCLUSI), RESTITUENDOLA IN
000206** STRINGA-HTML-ESC-WEB PER LUNGH-HTML-ESC-WEB CARATTERI. SE IL
000207** RISULTATO NON STA IN 1024 CARATTERI SI FERMA ALL'ULTIMO
000208** CARATTERE INTERO, SENZA SPEZZARE UN'ENTITA'
000209*
000210  ESCAPE-HTML-VIEW.
000211
000212          MOVE SPACES             TO STRINGA-HTML-ESC-WEB.
000213          MOVE ZEROS              TO LUNGH-HTML-ESC-WEB.
000214          MOVE 1024               TO LUNGH-HTML-WEB.
000215
000216          PERFORM TROVA-LEN-HTML-VIEW THRU EX-TROVA-LEN-HTML-VIEW.
000217
000218          IF LUNGH-HTML-WEB = ZEROS GO TO EX-ESCAPE-HTML-VIEW.
000219
000220          MOVE 1                  TO IND-HTML-WEB.
000221
000222          PERFORM CICLO-ESCAPE-HTML-VIEW
000223           THRU EX-CICLO-ESCAPE-HTML-VIEW
000224           UNTIL IND-HTML-WEB > LUNGH-HTML-WEB.
000225
000226  EX-ESCAPE-HTML-VIEW.
000227          EXIT.
000228
000229  TROVA-LEN-HTML-VIEW.
000230
000231          IF LUNGH-HTML-WEB = 0 GO TO EX-TROVA-LEN-HTML-VIEW.
000232
000233          IF STRINGA-HTML-WEB(LUNGH-HTML-WEB:1) NOT = SPACE
000234           GO TO EX-TROVA-LEN-HTML-VIEW.
000235
000236          SUBTRACT 1              FROM LUNGH-HTML-WEB.
000237
000238          GO TO TROVA-LEN-HTML-VIEW.
000239
000240  EX-TROVA-LEN-HTML-VIEW.
000241          EXIT.
000242
000243  CICLO-ESCAPE-HTML-VIEW.
000244
000245          MOVE STRINGA-HTML-WEB(IND-HTML-WEB:1)
000246           TO ENTITA-HTML-WEB.
000247          MOVE 1                  TO LUNGH-ENTITA-HTML-WEB.
000248
000249          EVALUATE STRINGA-HTML-WEB(IND-HTML-WEB:1)
000250           WHEN "&"
000251            MOVE "&amp;"          TO ENTITA-HTML-WEB
000252            MOVE 5                TO LUNGH-ENTITA-HTML-WEB
000253           WHEN "<"
000254            MOVE "&lt;"           TO ENTITA-HTML-WEB
000255            MOVE 4                TO LUNGH-ENTITA-HTML-WEB
000256           WHEN ">"
000257            MOVE "&gt;"           TO ENTITA-HTML-WEB
000258            MOVE 4                TO LUNGH-ENTITA-HTML-WEB
000259           WHEN '"'
000260            MOVE "&quot;"         TO ENTITA-HTML-WEB
000261            MOVE 6                TO LUNGH-ENTITA-HTML-WEB
000262           WHEN "'"
000263            MOVE "&#39;"          TO ENTITA-HTML-WEB
000264            MOVE 5                TO LUNGH-ENTITA-HTML-WEB
000265          END-EVALUATE.
000266
000267          IF LUNGH-HTML-ESC-WEB + LUNGH-ENTITA-HTML-WEB > 1024
000268           MOVE LUNGH-HTML-WEB    TO IND-HTML-WEB
000269          ELSE
000270           MOVE ENTITA-HTML-WEB(1:LUNGH-ENTITA-HTML-WEB)
000271            TO STRINGA-HTML-ESC-WEB(LUNGH-HTML-ESC-WEB + 1:
000272            LUNGH-ENTITA-HTML-WEB)
000273           ADD LUNGH-ENTITA-HTML-WEB TO LUNGH-HTML-ESC-WEB
000274          END-IF.
000275
000276          ADD 1                   TO IND-HTML-WEB.
000277
000278  EX-CICLO-ESCAPE-HTML-VIEW.
000279          EXIT.
