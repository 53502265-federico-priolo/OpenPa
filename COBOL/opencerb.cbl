000240* METTE A SCADERE IL PERMESSO SU ARKABI (RISCRIVI-ABI, QUINDI CON
000250* TRACCIA SU ARKABIS), COSI' IL PERMESSO NON CERTIFICATO SI
000260* RITIRA DA SOLO CON LA MECCANICA GIA' ESISTENTE DELLE SCADENZE.
000261* ALL'APERTURA SI RILEGGE L'ELENCO DEGLI UTENTI PIU' A RISCHIO
000262* (FILES/RISCHIO.PRIORITA.TXT, SCRITTO OGNI NOTTE DA
000263* openrisk.exe): LE VOCI DEI LORO GRUPPI, BASE ED EXTRA, NASCONO
000264* PRIORITARIE (PRIORITA-CER = "S") CON L'UTENTE IN RISCHIO-CER.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENCERB.
000360          COPY "SELABI.CBL".
000370          COPY "SELABIS.CBL".
000371          COPY "SELOUT.CBL".
000372          COPY "SELARC.CBL".
000380          COPY "SELCER.CBL".
000390
000400 DATA             DIVISION.
000430          COPY "FDEABI.CBL".
000440          COPY "FDEABIS.CBL".
000441          COPY "FDEOUT.CBL".
000442          COPY "FDEARC.CBL".
000450          COPY "FDECER.CBL".
000460
000470 WORKING-STORAGE  SECTION.
000560 01 DATA-OGGI-CERB           PIC 9(8).
000570 01 VOCI-GENERATE-CERB       PIC 9(9).
000580 01 VOCI-SCADUTE-CERB        PIC 9(9).
000581 01 VOCI-PRIORITARIE-CERB    PIC 9(9).
000582*
000583** GRUPPI DEGLI UTENTI PIU' A RISCHIO (UTENTE IN POS 1-8, GRUPPO
000584** BASE IN 16-19, GRUPPI EXTRA IN 21-24, 26-29, 31-34, 36-39,
000585** 41-44 DELL'ELENCO DI OPENRISK)
000586*
000587 01 TAB-PRIORI-CERB.
000588    02 DATI-PRIORI-CERB OCCURS 300 TIMES.
000589       03 GRUPPO-PRI-CERB     PIC 9(4).
000590       03 UTENTE-PRI-CERB     PIC X(8).
000591 01 NUM-PRIORI-CERB          PIC 9(3) COMP.
000592 01 IND-PRIORI-CERB          PIC 9(3) COMP.
000593 01 POS-PRIORI-CERB          PIC 9(2) COMP.
000594 01 GRUPPO-LETTO-CERB        PIC X(4).
000595 01 TROVATA-PRI-CERB         PIC X.
000596*
000600 PROCEDURE  DIVISION.
000610*
000620          MOVE ZEROS              TO CAMPAGNA-CERB.
000780
000790          MOVE ZEROS              TO VOCI-GENERATE-CERB.
000800          MOVE ZEROS              TO VOCI-SCADUTE-CERB.
000801          MOVE ZEROS              TO VOCI-PRIORITARIE-CERB.
000810
000820          PERFORM OPEN-I-CER      THRU EX-OPEN-I-CER.
000830          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
000970
000980          DISPLAY "VOCI GENERATE : " VOCI-GENERATE-CERB.
000990          DISPLAY "VOCI SCADUTE  : " VOCI-SCADUTE-CERB.
000991          DISPLAY "DI RISCHIO    : " VOCI-PRIORITARIE-CERB.
001000
001010          MOVE ZERO               TO RETURN-CODE.
001020
001061          COPY "PIOOUT.CBL".
001070          COPY "PIOABIS.CBL".
001080          COPY "PIOCER.CBL".
001081          COPY "PIOARC.CBL".
001090*
001100** APERTURA: UNA VOCE PENDENTE PER OGNI RIGA DI ARKABI (LE NEGATE
001110** COMPRESE: ANCHE UN DIVIETO VA RIVISTO); LE VOCI GIA' PRESENTI
001200
001210          DISPLAY "APERTURA CAMPAGNA " CAMPAGNA-CERB
001220           " CON SCADENZA " SCADENZA-CERB.
001221
001222          PERFORM CARICA-PRIORI-CERB
001223           THRU EX-CARICA-PRIORI-CERB.
001230
001240          MOVE LOW-VALUE          TO CHIAVE-ABI.
001250          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
001400          SET CER-PENDENTE        TO TRUE.
001410          MOVE SCADENZA-CERB      TO SCADENZA-CAMPAGNA-CER.
001420          MOVE DESC-ABI           TO DESC-CER.
001421
001422          MOVE "N"                TO TROVATA-PRI-CERB.
001423          PERFORM CERCA-PRIORI-CERB
001424           THRU EX-CERCA-PRIORI-CERB
001425           VARYING IND-PRIORI-CERB FROM 1 BY 1
001426           UNTIL IND-PRIORI-CERB > NUM-PRIORI-CERB
001427           OR TROVATA-PRI-CERB = "S".
001430
001440          PERFORM SCRIVI-CER      THRU EX-SCRIVI-CER.
001450
001460          IF ESITO-OK
001470           ADD 1                  TO VOCI-GENERATE-CERB
001471           IF CER-PRIORITARIA
001472            ADD 1                 TO VOCI-PRIORITARIE-CERB
001473           END-IF
001480          END-IF.
001490
001500          GO TO CICLO-APRI-CERB.
001510
001520 EX-APRI-CAMPAGNA-CERB.
001530          EXIT.
001531*
001532** ELENCO DEGLI UTENTI PIU' A RISCHIO: SE MANCA LA CAMPAGNA
001533** PARTE SENZA PRIORITA'
001534*
001535 CARICA-PRIORI-CERB.
001536
001537          MOVE ZEROS              TO NUM-PRIORI-CERB.
001538          INITIALIZE TAB-PRIORI-CERB.
001539
001540          MOVE "FILES/RISCHIO.PRIORITA.TXT" TO NOME-ARC-WEB.
001541          PERFORM OPEN-I-ARC      THRU EX-OPEN-I-ARC.
001542
001543          IF STATUS-ARC NOT = "00"
001544           DISPLAY "NESSUN ELENCO DI UTENTI A RISCHIO"
001545           GO TO EX-CARICA-PRIORI-CERB
001546          END-IF.
001547
001548 CICLO-PRIORI-CERB.
001549
001550          PERFORM LEGGI-ARC       THRU EX-LEGGI-ARC.
001551
001552          IF FINE-FILE = "S" GO TO FINE-PRIORI-CERB.
001553
001554          IF DATI-ARC(1:8) = SPACES GO TO CICLO-PRIORI-CERB.
001555
001556          PERFORM ACCODA-PRIORI-CERB
001557           THRU EX-ACCODA-PRIORI-CERB
001558           VARYING POS-PRIORI-CERB FROM 16 BY 5
001559           UNTIL POS-PRIORI-CERB > 41.
001560
001561          GO TO CICLO-PRIORI-CERB.
001562
001563 FINE-PRIORI-CERB.
001564
001565          PERFORM CLOSE-ARC       THRU EX-CLOSE-ARC.
001566
001567          DISPLAY "GRUPPI DEGLI UTENTI A RISCHIO: "
001568           NUM-PRIORI-CERB.
001569
001570 EX-CARICA-PRIORI-CERB.
001571          EXIT.
001572
001573 ACCODA-PRIORI-CERB.
001574
001575          MOVE DATI-ARC(POS-PRIORI-CERB:4) TO GRUPPO-LETTO-CERB.
001576
001577          IF GRUPPO-LETTO-CERB NOT NUMERIC
001578           OR GRUPPO-LETTO-CERB = "0000"
001579           OR NUM-PRIORI-CERB NOT < 300
001580           GO TO EX-ACCODA-PRIORI-CERB
001581          END-IF.
001582
001583          ADD 1                   TO NUM-PRIORI-CERB.
001584          MOVE GRUPPO-LETTO-CERB
001585           TO GRUPPO-PRI-CERB(NUM-PRIORI-CERB).
001586          MOVE DATI-ARC(1:8)
001587           TO UTENTE-PRI-CERB(NUM-PRIORI-CERB).
001588
001589 EX-ACCODA-PRIORI-CERB.
001590          EXIT.
001591*
001592** LA VOCE E' PRIORITARIA SE IL SUO GRUPPO E' DI UN UTENTE A
001593** RISCHIO (VALE IL PRIMO DELL'ELENCO, CHE E' IL PIU' ALTO)
001594*
001595 CERCA-PRIORI-CERB.
001596
001597          IF GRUPPO-PRI-CERB(IND-PRIORI-CERB) = GRUPPO-ABI
001598           MOVE "S"               TO TROVATA-PRI-CERB
001599           SET CER-PRIORITARIA    TO TRUE
001600           MOVE UTENTE-PRI-CERB(IND-PRIORI-CERB) TO RISCHIO-CER
001601          END-IF.
001602
001603 EX-CERCA-PRIORI-CERB.
001604          EXIT.
001605*
001606** SCADENZA: LE VOCI DELLA CAMPAGNA ANCORA PENDENTI OLTRE LA DATA
001607** VENGONO MARCATE "X"; IL PERMESSO CORRISPONDENTE RICEVE
001608** SCADENZA-ABI = DATA DELLA CAMPAGNA (SE NON NE AVEVA UNA PIU'
001609** STRETTA) E DA QUEL MOMENTO LA MECCANICA DELLE SCADENZE LO FA
001610** SPARIRE DAI CONTROLLI E OPENABIP LO RITIRA
001611*
001612 SCADENZA-CAMPAGNA-CERB-P.
001620
001630          DISPLAY "CHIUSURA VOCI SCADUTE CAMPAGNA " CAMPAGNA-CERB.
001640
