000250* RISOLVERSI. I RECORD CANCELLATI PRIMA CHE ESISTESSE
000260* DATA-CANC-UTEN VENGONO TIMBRATI OGGI ALLA PRIMA PASSATA (LA
000270* FINESTRA PARTE DA LI'). OGNI AZIONE FINISCE NEL REPORT.
000271*
000272* A FINE GIRO IL PASSO ACCODA LA SUA RIGA "UANO" SU ARKBCK CON I
000273* TOTALI DI CONTROLLO (ESAMINATI, TIMBRATI PIU' ANONIMIZZATI,
000274* TRATTENUTI): REGISTRA-PASSO-BCK NE VERIFICA QUADRATURA E
000275* VOLUME CONTRO LO STORICO E UN GIRO SOSPETTO TORNA CON RC 4.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENUANO.
000370          COPY "SELUTEN.CBL".
000380          COPY "SELVIEW.CBL".
000381          COPY "SELHLD.CBL".
000382          COPY "SELBCK.CBL".
000383
000390 DATA             DIVISION.
000400 FILE SECTION.
000410
000420          COPY "FDEUTEN.CBL".
000430          COPY "FDEVIEW.CBL".
000431          COPY "FDEHLD.CBL".
000432          COPY "FDEBCK.CBL".
000433
000440 WORKING-STORAGE  SECTION.
000450
000460          COPY "GLOBALS.CBL".
000569 01 IND-FERMI-ANO            PIC 9(02) COMP.
000570 01 FERMATO-ANO              PIC X.
000571 01 TRATTENUTI-ANO           PIC 9(9).
000572 01 ORA-INIZIO-ANO           PIC 9(6).
000573*
000574 PROCEDURE  DIVISION.
000580*
000590          MOVE ZEROS              TO GIORNI-RITENZIONE-ANO.
000600          ACCEPT GIORNI-RITENZIONE-ANO FROM CONSOLE.
000640          END-IF.
000650
000660          ACCEPT DATA-OGGI-ANO    FROM DATE YYYYMMDD.
000661          ACCEPT ORA-INIZIO-ANO   FROM TIME.
000670
000680          COMPUTE OGGI-INTEGER-ANO =
000690           FUNCTION INTEGER-OF-DATE(DATA-OGGI-ANO).
001090          DISPLAY "ANONIMIZZATI         : " ANONIMIZZATI-ANO.
001091          DISPLAY "TRATTENUTI PER FERMO : " TRATTENUTI-ANO.
001100
001101
001102***** RIGA DI GIORNALE SU ARKBCK CON I TOTALI DI CONTROLLO
001103
001104          MOVE "TOTALI-TOLLERANZA" TO NOME-PAR-WEB.
001105          PERFORM PARAMETRO-ANO   THRU EX-PARAMETRO-ANO.
001106          MOVE 50                 TO TOLLERANZA-TOT-WEB.
001107          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
001108           MOVE NUMERO-PAR-WEB    TO TOLLERANZA-TOT-WEB
001109          END-IF.
001110
001111          MOVE "S"                TO TROVATI-TOT-WEB.
001112          MOVE LETTI-ANO          TO LETTI-TOT-WEB.
001113          MOVE ZEROS              TO SCRITTI-TOT-WEB.
001114          COMPUTE AGGIORNATI-TOT-WEB = TIMBRATI-ANO
001115           + ANONIMIZZATI-ANO.
001116          MOVE ZEROS              TO CANCELLATI-TOT-WEB.
001117          MOVE TRATTENUTI-ANO     TO SCARTATI-TOT-WEB.
001118          MOVE "M"                TO EQUAZIONE-TOT-WEB.
001119          MOVE DATA-OGGI-ANO      TO DATA-TOT-WEB.
001120          MOVE "UANO"             TO PASSO-TOT-WEB.
001121          MOVE "S"                TO ESITO-TOT-WEB.
001122          MOVE ORA-INIZIO-ANO     TO ORA-INIZIO-TOT-WEB.
001123          MOVE SPACES             TO NOTA-TOT-WEB.
001124          STRING "FINESTRA " GIORNI-RITENZIONE-ANO " GIORNI"
001125           DELIMITED BY SIZE INTO NOTA-TOT-WEB.
001126          PERFORM REGISTRA-PASSO-BCK THRU EX-REGISTRA-PASSO-BCK.
001127
001128          IF SOSPETTO-TOT-WEB = "S"
001129           DISPLAY "OPENUANO: GIRO SOSPETTO - " MOTIVO-TOT-WEB
001130           MOVE 4                 TO RETURN-CODE
001131          ELSE
001132           MOVE ZERO              TO RETURN-CODE
001133          END-IF.
001134
001135          GOBACK.
001140*
001150          COPY "PIOUTEN.CBL".
001151          COPY "PIOVIEW.CBL".
001152          COPY "PIOHLD.CBL".
001153          COPY "PIOBCK.CBL".
001154*
001155** CHECKPOINT DI POSIZIONE: CHIAVE IN POS 1-8, RECORD SCANDITI
001156** IN POS 10-18 DELLA RIGA "CHECKPOINT-UANO" DI ARKVIEW; LA
001157** RIGA SPARISCE A FINE GIRO
001158*
001159 LEGGI-CHECKPOINT-ANO.
001160
001161          MOVE SPACES             TO CHIAVE-RIPRESA-ANO.
001162
001163          MOVE "CHECKPOINT-UANO"  TO NOME-VIEW.
001164          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
001165
001166          IF ESITO-OK
001167           MOVE STRINGA-VIEW(1:8) TO CHIAVE-RIPRESA-ANO
001168           IF STRINGA-VIEW(10:9) NUMERIC
001169            MOVE STRINGA-VIEW(10:9) TO RIPRESO-DA-ANO
001170           END-IF
001171          END-IF.
001172
001173 EX-LEGGI-CHECKPOINT-ANO.
001174          EXIT.
001175
001176 SCRIVI-CHECKPOINT-ANO.
001177
001178          INITIALIZE VIEW.
001179          MOVE "CHECKPOINT-UANO"  TO NOME-VIEW.
001180          MOVE CHIAVE-UTEN        TO STRINGA-VIEW(1:8).
001181          MOVE SCANDITI-ANO       TO STRINGA-VIEW(10:9).
001182
001183          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001184
001185 EX-SCRIVI-CHECKPOINT-ANO.
001186          EXIT.
001187
001188 CANCELLA-CHECKPOINT-ANO.
001189
001190          MOVE "CHECKPOINT-UANO"  TO NOME-VIEW.
001191          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
001192
001193          IF ESITO-OK
001194           PERFORM CANCELLA-VIEW  THRU EX-CANCELLA-VIEW
001195          END-IF.
001196
001197 EX-CANCELLA-CHECKPOINT-ANO.
001198          EXIT.
001199*
001200** I CANCELLATI SENZA DATA (PRECEDENTI A DATA-CANC-UTEN) VENGONO
001201** TIMBRATI OGGI; GLI ALTRI, OLTRE LA FINESTRA, ANONIMIZZATI
001202*
001203 ESAMINA-ANO.
001210
001220          IF DATA-CANC-UTEN = ZEROS
001230           MOVE DATA-OGGI-ANO     TO DATA-CANC-UTEN
001560
001570 EX-ESAMINA-ANO.
001580          EXIT.
001581*
001582** LETTURA DI UN PARAMETRO DI CONFIGURAZIONE (SERVIZIO OPENPARW,
001583** NOME IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
001584*
001585 PARAMETRO-ANO.
001586
001587          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
001588          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001589          MOVE "OPENUANO"         TO PROGRAMMA-PAR-WEB
001590                                     OPERATORE-PAR-WEB.
001591
001592          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001593                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001594                                PROGRAMMA-PAR-WEB
001595                                OPERATORE-PAR-WEB ESITO-PAR-WEB
001596                                MOTIVO-PAR-WEB.
001597          CANCEL "OPENPARW".
001598
001599          IF ESITO-PAR-WEB NOT = "OK"
001600           MOVE SPACES            TO VALORE-PAR-WEB
001601          END-IF.
001602
001603 EX-PARAMETRO-ANO.
001604          EXIT.
001605
001606*
001607** CARICA LE CHIAVI DEI FERMI LEGALI ATTIVI DI TIPO "U"
001608*
001609 CARICA-FERMI-ANO.
001610
001611          PERFORM OPEN-I-HLD      THRU EX-OPEN-I-HLD.
001612
001613          MOVE ZEROS              TO NUMERO-HLD.
001614          PERFORM STARTO-HLD      THRU EX-STARTO-HLD.
001615
001616          IF ESITO-NOK GO TO CHIUDI-FERMI-ANO.
001617
001618 CICLO-CARICA-FERMI-ANO.
001619
001620          PERFORM LEGGO-NEXT-HLD  THRU EX-LEGGO-NEXT-HLD.
001621
001622          IF FINE-FILE = "S" GO TO CHIUDI-FERMI-ANO.
001623
001624          IF FERMO-UTENTE AND FERMO-ATTIVO
001625           IF NUM-FERMI-ANO < 50
001626            ADD 1                 TO NUM-FERMI-ANO
001627            MOVE CHIAVE-UTEN-HLD
001628             TO CHIAVE-FERMO-ANO(NUM-FERMI-ANO)
001629           ELSE
001630*           TABELLA PIENA: MEGLIO NON ANONIMIZZARE NULLA CHE
001631*           PROCEDERE CON UNA LISTA DI FERMI MONCA
001632            MOVE "S"              TO TRABOCCO-FERMI-ANO
001633           END-IF
001634          END-IF.
001635
001636          GO TO CICLO-CARICA-FERMI-ANO.
001637
001638 CHIUDI-FERMI-ANO.
001639
001640          PERFORM CLOSE-HLD       THRU EX-CLOSE-HLD.
001641
001642 EX-CARICA-FERMI-ANO.
001643          EXIT.
001644
001645 CONTROLLA-FERMO-ANO.
001646
001647          MOVE "N"                TO FERMATO-ANO.
001648
001649          PERFORM CONFRONTA-FERMO-ANO
001650           THRU EX-CONFRONTA-FERMO-ANO
001651           VARYING IND-FERMI-ANO FROM 1 BY 1
001652           UNTIL IND-FERMI-ANO > NUM-FERMI-ANO
001653           OR FERMATO-ANO = "S".
001654
001655 EX-CONTROLLA-FERMO-ANO.
001656          EXIT.
001657
001658 CONFRONTA-FERMO-ANO.
001659
001660          IF CHIAVE-FERMO-ANO(IND-FERMI-ANO) = CHIAVE-UTEN
001661           MOVE "S"               TO FERMATO-ANO
001662          END-IF.
001663
001664 EX-CONFRONTA-FERMO-ANO.
001665          EXIT.
