000470
000480  EX-STARTO-UTEN.
000490          EXIT.
000491*
000492* POSIZIONAMENTI SULLE CHIAVI ALTERNATE: IL CHIAMANTE VALORIZZA
000493* IL CAMPO CHIAVE (NOME-UTEN, GRUPPO-UTEN, ENTE-UTEN,
000494* NUM-GRUPPI-UTEN) E POI SCORRE CON LEGGO-NEXT-UTEN FINCHE' IL
000495* CAMPO RESTA NEL RANGE CERCATO
000496*
000497  STARTO-NOME-UTEN.
000498
000499          MOVE "NO"            TO ESITO-WEB.
000500
000501          START ARKUTEN KEY IS NOT LESS THAN NOME-UTEN
000502           INVALID KEY GO TO EX-STARTO-NOME-UTEN.
000503
000504          MOVE "OK"            TO ESITO-WEB.
000505
000506  EX-STARTO-NOME-UTEN.
000507          EXIT.
000508
000509  STARTO-GRUPPO-UTEN.
000510
000511          MOVE "NO"            TO ESITO-WEB.
000512
000513          START ARKUTEN KEY IS NOT LESS THAN GRUPPO-UTEN
000514           INVALID KEY GO TO EX-STARTO-GRUPPO-UTEN.
000515
000516          MOVE "OK"            TO ESITO-WEB.
000517
000518  EX-STARTO-GRUPPO-UTEN.
000519          EXIT.
000520
000521  STARTO-ENTE-UTEN.
000522
000523          MOVE "NO"            TO ESITO-WEB.
000524
000525          START ARKUTEN KEY IS NOT LESS THAN ENTE-UTEN
000526           INVALID KEY GO TO EX-STARTO-ENTE-UTEN.
000527
000528          MOVE "OK"            TO ESITO-WEB.
000529
000530  EX-STARTO-ENTE-UTEN.
000531          EXIT.
000532
000533  STARTO-EXTRA-UTEN.
000534
000535          MOVE "NO"            TO ESITO-WEB.
000536
000537          START ARKUTEN KEY IS GREATER THAN NUM-GRUPPI-UTEN
000538           INVALID KEY GO TO EX-STARTO-EXTRA-UTEN.
000539
000540          MOVE "OK"            TO ESITO-WEB.
000541
000542  EX-STARTO-EXTRA-UTEN.
000543          EXIT.
000544
000545  LEGGO-NEXT-UTEN.
000546
000547          MOVE "N"             TO FINE-FILE.
000548
000550          READ ARKUTEN NEXT RECORD
000560           AT END MOVE "S"     TO FINE-FILE.
000561
000800          MOVE "OK"            TO ESITO-WEB.
000801
000802          PERFORM DECIFRA-UTEN THRU EX-DECIFRA-UTEN.
000804
000806          PERFORM AGGIORNA-EFF-UTEN THRU EX-AGGIORNA-EFF-UTEN.
000810
000820  EX-SCRIVI-UTEN.
000830          EXIT.
000920          MOVE "OK"            TO ESITO-WEB.
000921
000922          PERFORM DECIFRA-UTEN THRU EX-DECIFRA-UTEN.
000924
000926          PERFORM AGGIORNA-EFF-UTEN THRU EX-AGGIORNA-EFF-UTEN.
000930
000940  EX-RISCRIVI-UTEN.
000950          EXIT.
000951*
000952* AGGIORNA-EFF-UTEN: DOPO OGNI SCRITTURA DI ARKUTEN I PERMESSI
000953* EFFETTIVI PRECALCOLATI DELL'UTENTE (ARKEFF) VENGONO RICALCOLATI
000954* DA OPENEFFW, CHE NON FA NULLA SE I GRUPPI SONO QUELLI DELL'ULTIMO
000955* CALCOLO; L'ESITO DELLA SCRITTURA NON DIPENDE DAL RICALCOLO
000956*
000957  AGGIORNA-EFF-UTEN.
000958
000959          MOVE "UTENTE"          TO AZIONE-EFF-WEB.
000960          MOVE CHIAVE-UTEN       TO UTENTE-EFF-WEB.
000961          MOVE GRUPPO-UTEN       TO GRUPPO-BASE-EFF-WEB.
000962          MOVE NUM-GRUPPI-UTEN   TO NUM-GRUPPI-EFF-WEB.
000963          MOVE GRUPPI-EXTRA-UTEN TO GRUPPI-EXTRA-EFF-WEB.
000964          MOVE ZEROS             TO GRUPPO-EFF-WEB.
000965
000966          CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
000967                                GRUPPI-EFF-WEB GRUPPO-EFF-WEB
000968                                RICALCOLATI-EFF-WEB ESITO-EFF-WEB.
000969          CANCEL "OPENEFFW".
000970
000971  EX-AGGIORNA-EFF-UTEN.
000972          EXIT.
000973*
000974* TIMBRA-LOGIN-UTEN: valorizza LAST-LOGIN-UTEN con data/ora
000980* correnti e riscrive il record; il programma di login la
000990* invoca dopo aver posizionato CHIAVE-UTEN e fatto LEGGO-UTEN
001000*
001270* la migrazione dei dati storici non valorizza PASSWORD-DATE-UTEN);
001271* torna "S" anche quando una campagna ha marcato l'utente con
001272* FORZA-CAMBIO-UTEN, cosi' il percorso del cambio obbligato e'
001273* lo stesso della password scaduta. Per le utenze non personali
001274* (TIPO-UTEN) la durata viene dalla regola del tipo (OPENSVCW):
001275* 000 = password senza scadenza, spazi = MAX-GG-PASSWORD-WEB
001280*
001290  VERIFICA-PASSWORD-UTEN.
001300
001330          IF PASSWORD-DATE-UTEN = ZEROS
001340           GO TO EX-VERIFICA-PASSWORD-UTEN
001350          END-IF.
001351
001352          MOVE MAX-GG-PASSWORD-WEB TO LIMITE-GG-PASSWORD-WEB.
001353
001354          IF NOT UTENZA-PERSONA
001355           PERFORM REGOLE-TIPO-UTEN THRU EX-REGOLE-TIPO-UTEN
001356           IF PASSWORD-SVC-WEB = "000"
001357            GO TO EX-VERIFICA-PASSWORD-UTEN
001358           END-IF
001359           IF PASSWORD-SVC-WEB NUMERIC
001360            MOVE PASSWORD-GG-SVC-WEB TO LIMITE-GG-PASSWORD-WEB
001361           END-IF
001362          END-IF.
001363
001370          ACCEPT DATA-OGGI-PASSWORD-WEB FROM DATE YYYYMMDD.
001380
001390          COMPUTE GG-PASSWORD-WEB =
001400           FUNCTION INTEGER-OF-DATE(DATA-OGGI-PASSWORD-WEB)
001410           - FUNCTION INTEGER-OF-DATE(PASSWORD-DATE-UTEN).
001420
001430          IF GG-PASSWORD-WEB > LIMITE-GG-PASSWORD-WEB
001440           MOVE "S"               TO PASSWORD-SCADUTA-WEB
001450          END-IF.
001460
001490*
001500* VERIFICA-BLOCCO-UTEN: il programma di login la invoca subito dopo
001510* LEGGO-UTEN, prima di controllare la password; UTENTE-BLOCCATO-WEB
001520* torna "S" se l'utenza e' bloccata per troppi accessi falliti,
001521* e anche per le utenze il cui tipo non ammette la login
001522* interattiva (identita' batch e di servizio, regola OPENSVCW):
001523* lavorano solo dai programmi schedulati o con i gettoni API
001530*
001540  VERIFICA-BLOCCO-UTEN.
001550
001580          IF UTENTE-BLOCCATO
001590           MOVE "S"               TO UTENTE-BLOCCATO-WEB
001600          END-IF.
001601
001602          IF NOT UTENZA-PERSONA
001603           PERFORM REGOLE-TIPO-UTEN THRU EX-REGOLE-TIPO-UTEN
001604           IF NOT SVC-INTERATTIVO
001605            MOVE "S"              TO UTENTE-BLOCCATO-WEB
001606           END-IF
001607          END-IF.
001610
001620  EX-VERIFICA-BLOCCO-UTEN.
001630          EXIT.

003160  EX-VERIFICA-VALIDITA-UTEN.
003170          EXIT.
003171*
003172* REGOLE-TIPO-UTEN: REGOLE DEL TIPO DI UTENZA DI CHIAVE-UTEN
003173* (TIPO-UTEN) DAL SERVIZIO OPENSVCW, IN AREA-SVC-WEB
003174*
003175  REGOLE-TIPO-UTEN.
003176
003177          MOVE "REGOLE"         TO AZIONE-SVC-WEB.
003178          MOVE TIPO-UTEN        TO TIPO-SVC-WEB.
003179
003180          CALL "OPENSVCW" USING AREA-SVC-WEB.
003181
003182  EX-REGOLE-TIPO-UTEN.
003183          EXIT.
