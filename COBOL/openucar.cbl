000220* SOLO SE IL GRUPPO E' CENSITO IN ABILITAZIONE E LA CHIAVE NON
000230* ESISTE GIA' IN ARKUTEN; ALLA FINE VIENE STAMPATO IL RIEPILOGO
000240* DI RIGHE ACCETTATE/RIFIUTATE.
000241* OGNI RIGA RIFIUTATA FINISCE NEI SOSPESI (ARKSOS) COL NUMERO DI
000242* RIGA E IL MOTIVO; ALL'AVVIO IL PROGRAMMA RIPRENDE PRIMA I SUOI
000243* SOSPESI CORRETTI E RIPRESENTATI DA openmsos.exe (STATO "R"),
000244* CHE PASSANO A "C" SE CARICATI O TORNANO A "S" COL NUOVO MOTIVO.
000250*
000260 IDENTIFICATION   DIVISION.
000270 PROGRAM-ID.      OPENUCAR.
000350          COPY "SELUTEN.CBL".
000360          COPY "SELABI.CBL".
000361          COPY "SELGRU.CBL".
000362          COPY "SELSOS.CBL".
000370
000380 DATA             DIVISION.
000390 FILE SECTION.
000420          COPY "FDEUTEN.CBL".
000430          COPY "FDEABI.CBL".
000431          COPY "FDEGRU.CBL".
000432          COPY "FDESOS.CBL".
000440
000450 WORKING-STORAGE  SECTION.
000460
000540 01 DESC-CARICA-UTEN           PIC X(40).
000550 01 RIGA-VALIDA-CARICA         PIC X.
000560    88 RIGA-OK-CARICA          VALUE "S".
000561 01 MOTIVO-CARICA              PIC X(60).
000562 01 NUMERO-RIGA-CARICA         PIC 9(7).
000570*
000580** contatori del riepilogo finale
000590*
000600 01 ACCETTATE-CARICA           PIC 9(9).
000610 01 RIFIUTATE-CARICA           PIC 9(9).
000611 01 RIPRESE-OK-CARICA          PIC 9(9).
000612 01 RIPRESE-KO-CARICA          PIC 9(9).
000620*
000630 PROCEDURE  DIVISION.
000640*
000660
000670          MOVE ZEROS                 TO ACCETTATE-CARICA.
000680          MOVE ZEROS                 TO RIFIUTATE-CARICA.
000681          MOVE ZEROS                 TO NUMERO-RIGA-CARICA.
000682
000683          PERFORM RIPRESENTA-SOSPESI-CARICA
000684           THRU EX-RIPRESENTA-SOSPESI-CARICA.
000690
000700          PERFORM LEGGI-CSV          THRU EX-LEGGI-CSV.
000710
000720 CICLO-CARICA-UTEN.
000730
000740          IF FINE-FILE = "S" GO TO FINE-CARICA-UTEN.
000741
000742          ADD 1                      TO NUMERO-RIGA-CARICA.
000750
000760          IF DATI-CSV = SPACES
000770           PERFORM LEGGI-CSV         THRU EX-LEGGI-CSV
000840
000850          IF RIGA-OK-CARICA
000860           PERFORM CARICA-UTENTE     THRU EX-CARICA-UTENTE
000870          END-IF.
000880
000881          IF RIGA-OK-CARICA
000882           ADD 1                     TO ACCETTATE-CARICA
000883          ELSE
000884           ADD 1                     TO RIFIUTATE-CARICA
000885           PERFORM PARCHEGGIA-RIGA-CARICA
000886            THRU EX-PARCHEGGIA-RIGA-CARICA
000890          END-IF.
000900
000910          PERFORM LEGGI-CSV          THRU EX-LEGGI-CSV.
000970          DISPLAY "CARICAMENTO UTENTI COMPLETATO".
000980          DISPLAY "RIGHE ACCETTATE : " ACCETTATE-CARICA.
000990          DISPLAY "RIGHE RIFIUTATE : " RIFIUTATE-CARICA.
000991          DISPLAY "SOSPESI RIPRESI CARICATI : " RIPRESE-OK-CARICA.
000992          DISPLAY "SOSPESI RIPRESI RIFIUTATI: " RIPRESE-KO-CARICA.
001000
001010          PERFORM CHIUDI-FILE-CARICA THRU EX-CHIUDI-FILE-CARICA.
001020
001051          COPY "PIOGRU.CBL".
001060          COPY "PIOUTEN.CBL".
001070          COPY "PIOABI.CBL".
001071          COPY "PIOSOS.CBL".
001080*
001090** APRE I FILE: IL CSV IN LETTURA, ARKUTEN E ARKABI IN I-O/LETTURA
001100*
001140          PERFORM OPEN-I-UTEN        THRU EX-OPEN-I-UTEN.
001150          PERFORM OPEN-I-ABI         THRU EX-OPEN-I-ABI.
001151          PERFORM OPEN-I-GRU         THRU EX-OPEN-I-GRU.
001152          PERFORM OPEN-I-SOS         THRU EX-OPEN-I-SOS.
001160
001170 EX-APRI-FILE-CARICA.
001180          EXIT.
001230          PERFORM CLOSE-UTEN         THRU EX-CLOSE-UTEN.
001240          PERFORM CLOSE-ABI          THRU EX-CLOSE-ABI.
001241          PERFORM CLOSE-GRU          THRU EX-CLOSE-GRU.
001242          PERFORM CLOSE-SOS          THRU EX-CLOSE-SOS.
001250
001260 EX-CHIUDI-FILE-CARICA.
001270          EXIT.
001500 VALIDA-RIGA-CARICA.
001510
001520          MOVE "S"                TO RIGA-VALIDA-CARICA.
001525          MOVE SPACES             TO MOTIVO-CARICA.
001530
001540          IF CHIAVE-CARICA-UTEN = SPACES
001550           MOVE "N"                TO RIGA-VALIDA-CARICA
001555           MOVE "CHIAVE UTENTE ASSENTE" TO MOTIVO-CARICA
001560           GO TO EX-VALIDA-RIGA-CARICA
001570          END-IF.
001580
001610
001620          IF ESITO-OK
001630           MOVE "N"                TO RIGA-VALIDA-CARICA
001635           MOVE "UTENTE GIA' PRESENTE IN ARKUTEN" TO MOTIVO-CARICA
001640           GO TO EX-VALIDA-RIGA-CARICA
001650          END-IF.
001660
001680
001690          IF ESITO-NOK
001700           MOVE "N"                TO RIGA-VALIDA-CARICA
001702           MOVE "GRUPPO NON CENSITO IN ABILITAZIONE"
001704                                   TO MOTIVO-CARICA
001706           GO TO EX-VALIDA-RIGA-CARICA
001710          END-IF.
001711
001712***** CICLO DI VITA DEI GRUPPI (ARKGRU): UN GRUPPO CONGELATO O
001713***** CHIUSO NON SI ASSEGNA A UN UTENTE NUOVO NEMMENO DAL
001714***** CARICAMENTO MASSIVO, NE' A CHI NON HA LE QUALIFICHE CHE IL
001715***** GRUPPO RICHIEDE
001716
001717          MOVE GRUPPO-CARICA-UTEN TO GRUPPO-GRU.
001718          MOVE CHIAVE-CARICA-UTEN TO UTENTE-QUA-WEB.
001719          PERFORM VERIFICA-ASSEGNABILE-GRU
001720           THRU EX-VERIFICA-ASSEGNABILE-GRU.
001721          MOVE SPACES             TO UTENTE-QUA-WEB.
001722
001723          IF GRUPPO-ASSEGNABILE-WEB = "N"
001724           MOVE "N"                TO RIGA-VALIDA-CARICA
001725           MOVE MOTIVO-GRU-WEB     TO MOTIVO-CARICA
001726           DISPLAY "RIGA RIFIUTATA " CHIAVE-CARICA-UTEN
001727            ": " MOTIVO-GRU-WEB
001728          END-IF.
001729
001730 EX-VALIDA-RIGA-CARICA.
001740          EXIT.
001750*
002140
002150          PERFORM SCRIVI-UTEN     THRU EX-SCRIVI-UTEN.
002160
002170          IF ESITO-NOK
002180           MOVE "N"               TO RIGA-VALIDA-CARICA
002190           MOVE "SCRITTURA ARKUTEN NON RIUSCITA" TO MOTIVO-CARICA
002210          END-IF.
002220
002230 EX-CARICA-UTENTE.
002240          EXIT.
002250*
002260** PARCHEGGIA IN ARKSOS LA RIGA CSV RIFIUTATA, COL SUO NUMERO DI
002270** RIGA NEL FILE E IL MOTIVO DEL RIFIUTO
002280*
002290 PARCHEGGIA-RIGA-CARICA.
002300
002310          MOVE "OPENUCAR"         TO FONTE-SOS-WEB.
002320          MOVE NOME-CSV           TO FLUSSO-SOS-WEB.
002330          MOVE NUMERO-RIGA-CARICA TO RIGA-SOS-WEB.
002340          MOVE MOTIVO-CARICA      TO MOTIVO-SOS-WEB.
002350          MOVE DATI-CSV           TO CONTENUTO-SOS-WEB.
002360
002370          PERFORM PARCHEGGIA-SOS  THRU EX-PARCHEGGIA-SOS.
002380
002390          IF ESITO-NOK
002400           DISPLAY "SOSPESO NON REGISTRATO RIGA "
002405                   NUMERO-RIGA-CARICA
002410          END-IF.
002420
002430 EX-PARCHEGGIA-RIGA-CARICA.
002440          EXIT.
002450*
002460** RIPRENDE I SOSPESI DI QUESTO CARICATORE CORRETTI E RIPRESENTATI
002470** (STATO "R"): LA RIGA CORRETTA PASSA PER LA STESSA VALIDAZIONE E
002480** LO STESSO CARICAMENTO DEL FILE; SE VA A BUON FINE IL SOSPESO SI
002490** CHIUDE ("C"), ALTRIMENTI TORNA SOSPESO COL NUOVO MOTIVO
002500*
002510 RIPRESENTA-SOSPESI-CARICA.
002520
002530          MOVE ZEROS              TO RIPRESE-OK-CARICA
002540                                     RIPRESE-KO-CARICA.
002550
002560          MOVE LOW-VALUE          TO CHIAVE-SOS.
002570          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
002580
002590          IF ESITO-NOK GO TO EX-RIPRESENTA-SOSPESI-CARICA.
002600
002610 CICLO-RIPRESENTA-SOSPESI-CARICA.
002620
002630          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
002640
002650          IF FINE-FILE = "S" GO TO EX-RIPRESENTA-SOSPESI-CARICA.
002660
002670          IF FONTE-SOS NOT = "OPENUCAR" OR NOT SOS-RIPRESENTATO
002680           GO TO CICLO-RIPRESENTA-SOSPESI-CARICA.
002690
002700          MOVE CONTENUTO-SOS      TO DATI-CSV.
002710
002720          PERFORM SCOMPONI-RIGA-CARICA
002730           THRU EX-SCOMPONI-RIGA-CARICA.
002740
002750          PERFORM VALIDA-RIGA-CARICA THRU EX-VALIDA-RIGA-CARICA.
002760
002770          IF RIGA-OK-CARICA
002780           PERFORM CARICA-UTENTE  THRU EX-CARICA-UTENTE
002790          END-IF.
002800
002810          ACCEPT DATA-ESITO-SOS   FROM DATE YYYYMMDD.
002820          ACCEPT ORA-ESITO-SOS    FROM TIME.
002830          ADD 1                   TO TENTATIVI-SOS.
002840
002850          IF RIGA-OK-CARICA
002860           MOVE "C"               TO STATO-SOS
002870           ADD 1                  TO RIPRESE-OK-CARICA
002880          ELSE
002890           MOVE "S"               TO STATO-SOS
002900           MOVE MOTIVO-CARICA     TO MOTIVO-SOS
002910           ADD 1                  TO RIPRESE-KO-CARICA
002920          END-IF.
002930
002940          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
002950
002960          GO TO CICLO-RIPRESENTA-SOSPESI-CARICA.
002970
002980 EX-RIPRESENTA-SOSPESI-CARICA.
002990          EXIT.
