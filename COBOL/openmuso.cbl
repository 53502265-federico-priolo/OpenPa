000180*
000190* STATISTICHE MENSILI DI UTILIZZO DELLE VOCI DI MENU: RILEGGE
000200* ARKLOG (VALORIZZATO DA CARICA-DATO-WEB CON MODULO-LOG,
000210* ENTITA-LOG E FUNZIONE-LOG, E DALLE RIGHE ACCESSO-RAPIDO DI
000215* openscor.exe CON LA TERNA DELLA VOCE APERTA) E ACCUMULA I
000217* CONTEGGI DEL MESE CORRENTE IN ARKUSO PER MODULO/ENTITA/
000220* FUNZIONE, QUINDI STAMPA LA CLASSIFICA DELLE VOCI PIU' USATE
000230* RISOLVENDO LA DESCRIZIONE SU ARKMENU TRAMITE CHIAVE-SEC-MENU.
000231* GLI STESSI ACCESSI SONO ACCUMULATI ANCHE PER ENTE/GRUPPO
000232* (ARKUSE) E PER ENTE/UNITA' ORGANIZZATIVA DELL'UTENTE (ARKUSU)
000233* A USO DEL RIPARTO COSTI.
000250*
000260 IDENTIFICATION   DIVISION.
000270 PROGRAM-ID.      OPENMUSO.
000360          COPY "SELUSO.CBL".
000361          COPY "SELUSE.CBL".
000362          COPY "SELUTEN.CBL".
000364          COPY "SELUOA.CBL".
000366          COPY "SELUSU.CBL".
000370
000380 DATA             DIVISION.
000390 FILE SECTION.
000430          COPY "FDEUSO.CBL".
000431          COPY "FDEUSE.CBL".
000432          COPY "FDEUTEN.CBL".
000434          COPY "FDEUOA.CBL".
000436          COPY "FDEUSU.CBL".
000440
000450 WORKING-STORAGE  SECTION.
000460
000536 01 FILTRO-ENTE-MUSO          PIC XX.
000537 01 ENTE-RIGA-MUSO            PIC 9(02).
000538 01 GRUPPO-RIGA-MUSO          PIC 9(04).
000539 01 UNITA-RIGA-MUSO           PIC X(08).
000540*
000550** ultima voce gia' stampata in classifica (per proseguire la
000560** scansione dal punto giusto ad ogni passata)
001240          COPY "PIOUSO.CBL".
001241          COPY "PIOUSE.CBL".
001242          COPY "PIOUTEN.CBL".
001244          COPY "PIOUOA.CBL".
001246          COPY "PIOUSU.CBL".
001250*
001260** APRE ARKMENU E ARKUSO (ARKLOG VIENE APERTO/CHIUSO A PARTE,
001270** SOLO PER LA DURATA DELLA SCANSIONE)
001320          PERFORM OPEN-I-USO        THRU EX-OPEN-I-USO.
001321          PERFORM OPEN-I-USE        THRU EX-OPEN-I-USE.
001322          PERFORM OPEN-I-UTEN       THRU EX-OPEN-I-UTEN.
001324          PERFORM OPEN-I-UOA        THRU EX-OPEN-I-UOA.
001326          PERFORM OPEN-I-USU        THRU EX-OPEN-I-USU.
001330
001340 EX-APRI-FILE-USO.
001350          EXIT.
001400          PERFORM CLOSE-USO         THRU EX-CLOSE-USO.
001401          PERFORM CLOSE-USE         THRU EX-CLOSE-USE.
001402          PERFORM CLOSE-UTEN        THRU EX-CLOSE-UTEN.
001404          PERFORM CLOSE-UOA         THRU EX-CLOSE-UOA.
001406          PERFORM CLOSE-USU         THRU EX-CLOSE-USU.
001410
001420 EX-CHIUDI-FILE-USO.
001430          EXIT.
001661          MOVE LOW-VALUES           TO CHIAVE-USE.
001662          PERFORM STARTO-USE        THRU EX-STARTO-USE.
001663
001664          IF ESITO-NOK GO TO AZZERA-MESE-USU.
001665
001666 CICLO-AZZERA-MESE-USE.
001667
001668          PERFORM LEGGO-NEXT-USE    THRU EX-LEGGO-NEXT-USE.
001669
001670          IF FINE-FILE = "S" GO TO AZZERA-MESE-USU.
001671
001672          IF ANNO-MESE-USE = ANNO-MESE-CORRENTE-USO
001673           PERFORM CANCELLA-USE     THRU EX-CANCELLA-USE
001675
001676          GO TO CICLO-AZZERA-MESE-USE.
001677
001678***** E PER I CONTEGGI ENTE/UNITA' DI ARKUSU
001679
001680 AZZERA-MESE-USU.
001681
001682          MOVE LOW-VALUES           TO CHIAVE-USU.
001683          PERFORM STARTO-USU        THRU EX-STARTO-USU.
001684
001685          IF ESITO-NOK GO TO EX-AZZERA-MESE-USO.
001686
001687 CICLO-AZZERA-MESE-USU.
001688
001689          PERFORM LEGGO-NEXT-USU    THRU EX-LEGGO-NEXT-USU.
001690
001691          IF FINE-FILE = "S" GO TO EX-AZZERA-MESE-USO.
001692
001693          IF ANNO-MESE-USU = ANNO-MESE-CORRENTE-USO
001694           PERFORM CANCELLA-USU     THRU EX-CANCELLA-USU
001695          END-IF.
001696
001697          GO TO CICLO-AZZERA-MESE-USU.
001698
001699 EX-AZZERA-MESE-USO.
001700          EXIT.
001701*
001702** INCREMENTA IL CONTATORE DI ARKUSO PER LA VOCE DI MENU LETTA
001710** DALLA RIGA DI LOG CORRENTE
001720*
001730 CONTEGGIA-VOCE-USO.
001805
001806          MOVE ZEROS               TO ENTE-RIGA-MUSO
001807                                      GRUPPO-RIGA-MUSO.
001808          MOVE SPACES              TO UNITA-RIGA-MUSO.
001809
001810          IF NUMERO-LOG(1:8) NOT = SPACES
001811           MOVE NUMERO-LOG(1:8)    TO CHIAVE-UTEN
001812           PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN
001813           IF ESITO-OK
001814            MOVE ENTE-UTEN         TO ENTE-RIGA-MUSO
001815            MOVE GRUPPO-UTEN       TO GRUPPO-RIGA-MUSO
001816           END-IF
001817           MOVE NUMERO-LOG(1:8)    TO UTENTE-UOA
001818           PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA
001819           IF ESITO-OK
001820            MOVE UNITA-UOA         TO UNITA-RIGA-MUSO
001821           END-IF
001822          END-IF.
001823
001824          MOVE ANNO-MESE-CORRENTE-USO TO ANNO-MESE-USE.
001825          MOVE ENTE-RIGA-MUSO      TO ENTE-USE.
001826          MOVE GRUPPO-RIGA-MUSO    TO GRUPPO-USE.
001827          MOVE MODULO-LOG          TO MOD-USE.
001828          MOVE ENTITA-LOG          TO ENT-USE.
001829          MOVE FUNZIONE-LOG        TO FUNZ-USE.
001830
001831          PERFORM INCREMENTA-USE   THRU EX-INCREMENTA-USE.
001832
001833          MOVE ANNO-MESE-CORRENTE-USO TO ANNO-MESE-USU.
001834          MOVE ENTE-RIGA-MUSO      TO ENTE-USU.
001835          MOVE UNITA-RIGA-MUSO     TO UNITA-USU.
001836
001837          PERFORM INCREMENTA-USU   THRU EX-INCREMENTA-USU.
001838
001839 EX-CONTEGGIA-VOCE-USO.
001840          EXIT.
001840*
001850** STAMPA LA CLASSIFICA DEL MESE, DALLA VOCE PIU' USATA ALLA
