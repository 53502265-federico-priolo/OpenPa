000450*
000460 01 STATUS-INC                PIC XX.
000470 01 STATUS-NOT                PIC XX.
000480*
000482** RICHIESTA AL NUMERATORE CENTRALIZZATO (OPENNUMW), SERIE "INC"
000484*
000486 01 AZIONE-NUM-INCW           PIC X(08).
000488 01 SERIE-NUM-INCW            PIC X(08) VALUE "INC".
000490 01 ENTE-NUM-INCW             PIC 99    VALUE ZEROS.
000492 01 PROGRAMMA-NUM-INCW        PIC X(14) VALUE "OPENINCW".
000494 01 MINIMO-NUM-INCW           PIC 9(08).
000496 01 NUMERO-NUM-INCW           PIC 9(08).
000497 01 ANNO-NUM-INCW             PIC 9(04).
000498 01 ESITO-NUM-INCW            PIC XX.
000499 01 TENTATIVI-INCW            PIC 9(02).
000500*
000501** SE IL NUMERATORE NON RISPONDE IL NUMERO SI RICAVA DALLA CODA
000502** DI ARKINC COME PRIMA ("N" = NUMERO NON PRENOTATO SU OPENNUMW)
000503*
000504 01 ULTIMO-NUMERO-INCW        PIC 9(08).
000505 01 FINE-FILE-INCW            PIC X.
000506 01 PRENOTATO-INCW            PIC X.
000509*
000510 LINKAGE SECTION.
000520*
000530 01 LK-PROGRAMMA-INCW         PIC X(14).
000780           GOBACK
000790          END-IF.
000800
000810***** NUMERO DAL NUMERATORE CENTRALIZZATO; SE IL NUMERO RISULTA
000820***** GIA' OCCUPATO SI RIPRENOTA OLTRE
000830
000840          MOVE ZEROS              TO MINIMO-NUM-INCW
000845                                     TENTATIVI-INCW.
000850
000860 PRENOTA-INCW.
000870
000880          MOVE "EMETTI"           TO AZIONE-NUM-INCW.
000890
000900          CALL "OPENNUMW" USING AZIONE-NUM-INCW SERIE-NUM-INCW
000910                                ENTE-NUM-INCW PROGRAMMA-NUM-INCW
000920                                LK-OPERATORE-INCW MINIMO-NUM-INCW
000930                                NUMERO-NUM-INCW ANNO-NUM-INCW
000940                                ESITO-NUM-INCW.
000950          CANCEL "OPENNUMW".
000960
000970          MOVE "S"                TO PRENOTATO-INCW.
000972
000974          IF ESITO-NUM-INCW = "OK" GO TO SCRIVI-INCW.
000976
000978***** NUMERATORE NON DISPONIBILE: ULTIMO NUMERO ASSEGNATO DALLA
000980***** CODA DEL FILE, L'INCIDENTE NON VA PERSO
000982
000984          MOVE "N"                TO PRENOTATO-INCW.
000986          MOVE ZEROS              TO ULTIMO-NUMERO-INCW.
000988          MOVE ZEROS              TO NUMERO-INC.
000990
000992          START ARKINC KEY IS NOT LESS THAN CHIAVE-INC
000994           INVALID KEY GO TO ASSEGNA-ULTIMO-INCW.
000996
000998 CICLO-ULTIMO-INCW.
000999
001000          MOVE "N"                TO FINE-FILE-INCW.
001001          READ ARKINC NEXT RECORD
001002           AT END MOVE "S"        TO FINE-FILE-INCW.
001003
001004          IF FINE-FILE-INCW = "S" GO TO ASSEGNA-ULTIMO-INCW.
001005
001006          MOVE NUMERO-INC         TO ULTIMO-NUMERO-INCW.
001007
001008          GO TO CICLO-ULTIMO-INCW.
001009
001010 ASSEGNA-ULTIMO-INCW.
001011
001012          COMPUTE NUMERO-NUM-INCW = ULTIMO-NUMERO-INCW + 1.
001013
001015 SCRIVI-INCW.
001020
001030          MOVE SPACES             TO INCIDENTE.
001040          MOVE NUMERO-NUM-INCW    TO NUMERO-INC.
001050
001060          ACCEPT DATA-INC         FROM DATE YYYYMMDD.
001070          ACCEPT ORA-INC          FROM TIME.
001130          MOVE LK-STATUS-INCW     TO STATUS-FILE-INC.
001140          MOVE LK-DESC-INCW       TO DESC-INC.
001150          MOVE "A"                TO STATO-INC.
001155          MOVE ZEROS              TO PROBLEMA-INC.
001160
001170          WRITE INCIDENTE
001175           INVALID KEY
001176            IF PRENOTATO-INCW = "S" AND TENTATIVI-INCW < 10
001177             ADD 1                TO TENTATIVI-INCW
001178             MOVE NUMERO-INC      TO MINIMO-NUM-INCW
001179             GO TO PRENOTA-INCW
001180            END-IF
001181            GO TO CHIUDI-INCW
001182          END-WRITE.
001183
001184          IF PRENOTATO-INCW = "S"
001185           MOVE "CONFERMA"        TO AZIONE-NUM-INCW
001186           CALL "OPENNUMW" USING AZIONE-NUM-INCW SERIE-NUM-INCW
001187                                 ENTE-NUM-INCW PROGRAMMA-NUM-INCW
001188                                 LK-OPERATORE-INCW MINIMO-NUM-INCW
001189                                 NUMERO-NUM-INCW ANNO-NUM-INCW
001190                                 ESITO-NUM-INCW
001191           CANCEL "OPENNUMW"
001192          END-IF.
001193
001200          MOVE NUMERO-INC         TO LK-NUMERO-INCW.
001210
001220          IF LK-SEVERITA-INCW = "A"
