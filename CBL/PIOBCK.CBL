000062
000063  EX-SCRIVI-RIGA-BCK.
000064          EXIT.
000065*
000066* REGISTRA-PASSO-BCK: ACCODA SU ARKBCK LA RIGA DEL PASSO
000067* DESCRITTO IN AREA-TOT-WEB (DATA, PASSO, ESITO, ORA DI INIZIO,
000068* NOTA E, SE TROVATI-TOT-WEB = "S", I TOTALI DI CONTROLLO). UN
000069* PASSO RIUSCITO CON I TOTALI PASSA PRIMA DA VALUTA-TOTALI-BCK;
000070* AL RITORNO SOSPETTO-TOT-WEB E MOTIVO-TOT-WEB DICONO AL
000071* CHIAMANTE SE SEGNALARE IL PASSO ANCHE CON RETURN-CODE ZERO
000072*
000073  REGISTRA-PASSO-BCK.
000074
000075          MOVE SPACES          TO SOSPETTO-TOT-WEB.
000076          MOVE SPACES          TO MOTIVO-TOT-WEB.
000077
000078          IF TROVATI-TOT-WEB NOT = "S"
000079           MOVE ZEROS          TO LETTI-TOT-WEB SCRITTI-TOT-WEB
000080                                  AGGIORNATI-TOT-WEB
000081                                  CANCELLATI-TOT-WEB
000082                                  SCARTATI-TOT-WEB
000083           MOVE SPACES         TO EQUAZIONE-TOT-WEB
000084          END-IF.
000085
000086          IF TROVATI-TOT-WEB = "S" AND ESITO-TOT-WEB = "S"
000087           MOVE "N"            TO SOSPETTO-TOT-WEB
000088           PERFORM VALUTA-TOTALI-BCK THRU EX-VALUTA-TOTALI-BCK
000089          END-IF.
000090
000091          MOVE DATA-TOT-WEB       TO DATA-BCK.
000092          MOVE PASSO-TOT-WEB      TO PASSO-BCK.
000093          MOVE ESITO-TOT-WEB      TO ESITO-BCK.
000094          MOVE ORA-INIZIO-TOT-WEB TO ORA-INIZIO-BCK.
000095          ACCEPT ORA-FINE-BCK     FROM TIME.
000096          MOVE NOTA-TOT-WEB       TO NOTA-BCK.
000097          MOVE LETTI-TOT-WEB      TO LETTI-BCK.
000098          MOVE SCRITTI-TOT-WEB    TO SCRITTI-BCK.
000099          MOVE AGGIORNATI-TOT-WEB TO AGGIORNATI-BCK.
000100          MOVE CANCELLATI-TOT-WEB TO CANCELLATI-BCK.
000101          MOVE SCARTATI-TOT-WEB   TO SCARTATI-BCK.
000102          MOVE EQUAZIONE-TOT-WEB  TO EQUAZIONE-BCK.
000103          MOVE SOSPETTO-TOT-WEB   TO SOSPETTO-BCK.
000104          MOVE MOTIVO-TOT-WEB     TO MOTIVO-SOSPETTO-BCK.
000105
000106          PERFORM OPEN-E-BCK      THRU EX-OPEN-E-BCK.
000107          PERFORM SCRIVI-RIGA-BCK THRU EX-SCRIVI-RIGA-BCK.
000108          PERFORM CLOSE-BCK       THRU EX-CLOSE-BCK.
000109
000110  EX-REGISTRA-PASSO-BCK.
000111          EXIT.
000112*
000113* VALUTA-TOTALI-BCK: PRIMA LA QUADRATURA DICHIARATA DAL PASSO,
000114* POI IL VOLUME: I LETTI DI OGGI SI CONFRONTANO CON LA MEDIA
000115* DELLE RIGHE "S" CON TOTALI DELLO STESSO PASSO NEI 30 GIORNI
000116* PRECEDENTI; CON ALMENO 3 CAMPIONI UNO SCARTO OLTRE
000117* TOLLERANZA-TOT-WEB PER CENTO RENDE IL PASSO SOSPETTO
000118*
000119  VALUTA-TOTALI-BCK.
000120
000121          IF EQUAZIONE-TOT-WEB = "C"
000122           COMPUTE ESITI-TOT-WEB = SCRITTI-TOT-WEB
000123            + AGGIORNATI-TOT-WEB + CANCELLATI-TOT-WEB
000124            + SCARTATI-TOT-WEB
000125           IF ESITI-TOT-WEB NOT = LETTI-TOT-WEB
000126            MOVE "S"           TO SOSPETTO-TOT-WEB
000127            MOVE "TOTALI NON QUADRANO CON I RECORD LETTI"
000128             TO MOTIVO-TOT-WEB
000129            GO TO EX-VALUTA-TOTALI-BCK
000130           END-IF
000131          END-IF.
000132
000133          IF EQUAZIONE-TOT-WEB = "M"
000134           COMPUTE ESITI-TOT-WEB = AGGIORNATI-TOT-WEB
000135            + CANCELLATI-TOT-WEB + SCARTATI-TOT-WEB
000136           IF ESITI-TOT-WEB > LETTI-TOT-WEB
000137            MOVE "S"           TO SOSPETTO-TOT-WEB
000138            MOVE "ESITI OLTRE I RECORD LETTI"
000139             TO MOTIVO-TOT-WEB
000140            GO TO EX-VALUTA-TOTALI-BCK
000141           END-IF
000142          END-IF.
000143
000144          COMPUTE GIORNO-INT-TOT-WEB =
000145           FUNCTION INTEGER-OF-DATE(DATA-TOT-WEB) - 30.
000146          COMPUTE LIMITE-TOT-WEB =
000147           FUNCTION DATE-OF-INTEGER(GIORNO-INT-TOT-WEB).
000148
000149          MOVE ZEROS           TO CAMPIONI-TOT-WEB SOMMA-TOT-WEB.
000150
000151          PERFORM OPEN-I-BCK   THRU EX-OPEN-I-BCK.
000152
000153          IF STATUS-BCK NOT = "00" GO TO EX-VALUTA-TOTALI-BCK.
000154
000155  CICLO-VALUTA-TOTALI-BCK.
000156
000157          PERFORM LEGGI-BCK    THRU EX-LEGGI-BCK.
000158
000159          IF FINE-FILE = "S" GO TO CHIUDI-VALUTA-TOTALI-BCK.
000160
000161          IF PASSO-BCK = PASSO-TOT-WEB AND ESITO-BCK = "S"
000162           AND BCK-CON-TOTALI AND LETTI-BCK NUMERIC
000163           AND DATA-BCK < DATA-TOT-WEB
000164           AND DATA-BCK NOT < LIMITE-TOT-WEB
000165           AND CAMPIONI-TOT-WEB < 999
000166           ADD LETTI-BCK       TO SOMMA-TOT-WEB
000167           ADD 1               TO CAMPIONI-TOT-WEB
000168          END-IF.
000169
000170          GO TO CICLO-VALUTA-TOTALI-BCK.
000171
000172  CHIUDI-VALUTA-TOTALI-BCK.
000173
000174          PERFORM CLOSE-BCK    THRU EX-CLOSE-BCK.
000175
000176          IF CAMPIONI-TOT-WEB < 3 GO TO EX-VALUTA-TOTALI-BCK.
000177
000178          COMPUTE MEDIA-TOT-WEB = SOMMA-TOT-WEB
000179                                / CAMPIONI-TOT-WEB.
000180          COMPUTE SCARTO-TOT-WEB = LETTI-TOT-WEB - MEDIA-TOT-WEB.
000181
000182          IF SCARTO-TOT-WEB < ZERO
000183           COMPUTE SCARTO-TOT-WEB = ZERO - SCARTO-TOT-WEB
000184          END-IF.
000185
000186          IF SCARTO-TOT-WEB * 100 >
000187             MEDIA-TOT-WEB * TOLLERANZA-TOT-WEB
000188           MOVE "S"            TO SOSPETTO-TOT-WEB
000189           MOVE SPACES         TO MOTIVO-TOT-WEB
000190           STRING "LETTI " LETTI-TOT-WEB " CONTRO MEDIA "
000191            MEDIA-TOT-WEB DELIMITED BY SIZE INTO MOTIVO-TOT-WEB
000192          END-IF.
000193
000194  EX-VALUTA-TOTALI-BCK.
000195          EXIT.
