000420          COPY "SELVIEW.CBL".
000430          COPY "SELVSTO.CBL".
000440          COPY "SELUTEN.CBL".
000444          COPY "SELPWH.CBL".
000450          COPY "SELABI.CBL".
000451          COPY "SELABIS.CBL".
000452          COPY "SELOUT.CBL".
000460          COPY "SELGER.CBL".
000464          COPY "SELEFF.CBL".
000470          COPY "SELTAB.CBL".
000480          COPY "SELACC.CBL".
000490
000560          COPY "FDEVIEW.CBL".
000570          COPY "FDEVSTO.CBL".
000580          COPY "FDEUTEN.CBL".
000584          COPY "FDEPWH.CBL".
000590          COPY "FDEABI.CBL".
000591          COPY "FDEABIS.CBL".
000592          COPY "FDEOUT.CBL".
000600          COPY "FDEGER.CBL".
000604          COPY "FDEEFF.CBL".
000610          COPY "FDETAB.CBL".
000620          COPY "FDEACC.CBL".
000630
000740 01 GIA-PRESENTE-BGLA          PIC X.
000741 01 GRUPPO-MESSO-BGLA          PIC X.
000750 01 IND-BGLA                   PIC 9(02) COMP.
000751*
000752** URL DI RIPETIZIONE DOPO LA CONFERMA D'IDENTITA' (PIOSTEP), CON
000753** IL MOTIVO CODIFICATO PER LA RIGA DI RICHIESTA
000754*
000755 01 MOTIVO-URL-BGLA            PIC X(180).
000756 01 PTR-URL-BGLA               PIC 9(04).
000757 01 LUNGH-MOTIVO-BGLA          PIC 9(02) COMP.
000758 01 IND-MOTIVO-BGLA            PIC 9(02) COMP.
000760*
000770 PROCEDURE  DIVISION.
000780*
001020          END-IF.
001030
001040          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001041
001042*         ROMPERE IL VETRO APRE PERMESSI D'EMERGENZA: PRIMA
001043*         L'OPERATORE CONFERMA LA PROPRIA IDENTITA' (PIOSTEP)
001044          PERFORM STEP-BGLA       THRU EX-STEP-BGLA.
001045
001046          IF NOT STEP-SUPERATO GO TO CHIUDI-UTEN-BGLA.
001050
001060          MOVE OPERATORE-BGLA     TO CHIAVE-UTEN.
001070          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001693          COPY "PIOOUT.CBL".
001700          COPY "PIOGER.CBL".
001710          COPY "PIOGERA.CBL".
001714          COPY "PIOEFF.CBL".
001720          COPY "PIOTAB.CBL".
001730          COPY "PIOACC.CBL".
001731          COPY "PIOPWH.CBL".
001732          COPY "PIOTOTP.CBL".
001733          COPY "PIOSTEP.CBL".
001734*
001735***** CONFERMA D'IDENTITA' PRIMA DEL VETRO ROTTO: L'URL DI
001736***** RIPETIZIONE RIPORTA IL MOTIVO CODIFICATO
001737*
001738 STEP-BGLA.
001739
001740          MOVE 60                 TO LUNGH-MOTIVO-BGLA.
001741
001742 TRIM-MOTIVO-BGLA.
001743
001744          IF LUNGH-MOTIVO-BGLA > 1
001745           AND MOTIVO-BGLA(LUNGH-MOTIVO-BGLA:1) = SPACE
001746           SUBTRACT 1             FROM LUNGH-MOTIVO-BGLA
001747           GO TO TRIM-MOTIVO-BGLA
001748          END-IF.
001749
001750          MOVE SPACES             TO MOTIVO-URL-BGLA.
001751          MOVE 1                  TO PTR-URL-BGLA.
001752
001753          PERFORM CODIFICA-MOTIVO-BGLA
001754           THRU EX-CODIFICA-MOTIVO-BGLA
001755           VARYING IND-MOTIVO-BGLA FROM 1 BY 1
001756           UNTIL IND-MOTIVO-BGLA > LUNGH-MOTIVO-BGLA.
001757
001758          MOVE "OPENBGLA"         TO CHIAMATA-STEP-WEB.
001759          MOVE OPERATORE-BGLA     TO OPERATORE-STEP-WEB.
001760          MOVE SPACES             TO RIPETI-STEP-WEB.
001761          STRING "openbgla.exe?MK-KEY=" SECTION-WEB
001762           "&MK-OPERATORE=" OPERATORE-BGLA
001763           "&MK-motivo=" MOTIVO-URL-BGLA
001764           DELIMITED BY SPACE INTO RIPETI-STEP-WEB.
001765
001766          PERFORM VERIFICA-STEP   THRU EX-VERIFICA-STEP.
001767
001768 EX-STEP-BGLA.
001769          EXIT.
001770*
001771***** UN CARATTERE DEL MOTIVO NELL'URL: SPAZIO COME "+", I
001772***** SEPARATORI DELLA RIGA DI RICHIESTA IN ESADECIMALE
001773*
001774 CODIFICA-MOTIVO-BGLA.
001775
001776          EVALUATE MOTIVO-BGLA(IND-MOTIVO-BGLA:1)
001777           WHEN SPACE
001778            STRING "+" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001779             WITH POINTER PTR-URL-BGLA
001780           WHEN "&"
001781            STRING "%26" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001782             WITH POINTER PTR-URL-BGLA
001783           WHEN "+"
001784            STRING "%2B" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001785             WITH POINTER PTR-URL-BGLA
001786           WHEN "%"
001787            STRING "%25" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001788             WITH POINTER PTR-URL-BGLA
001789           WHEN "="
001790            STRING "%3D" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001791             WITH POINTER PTR-URL-BGLA
001792           WHEN "#"
001793            STRING "%23" DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001794             WITH POINTER PTR-URL-BGLA
001795           WHEN OTHER
001796            STRING MOTIVO-BGLA(IND-MOTIVO-BGLA:1)
001797             DELIMITED BY SIZE INTO MOTIVO-URL-BGLA
001798             WITH POINTER PTR-URL-BGLA
001799          END-EVALUATE.
001800
001801 EX-CODIFICA-MOTIVO-BGLA.
001802          EXIT.
001803*
001804***** ABILITAZIONE SI/BG/XX SUI DIRITTI EFFETTIVI (GRUPPO BASE
001805***** CON EREDITARIETA' E GRUPPI EXTRA), COME openente.exe
001806*
001807 AUTORIZZA-BGLA.
001808
001809          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001810          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
001814          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
001820
001830          MOVE ZEROS              TO ENTE-ABI.
001840          MOVE "SI"               TO MOD-ABI.
001850          MOVE "BG"               TO ENT-ABI.
001860          MOVE "XX"               TO FUNZ-ABI.
001870
001871*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
001872*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
001873          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
001874
001875          IF NOT PRECALCOLO-VALIDO
001880           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
001890           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
001900
001910           PERFORM PROVA-EXTRA-BGLA
001920            THRU EX-PROVA-EXTRA-BGLA
001930            VARYING IND-BGLA FROM 1 BY 1
001940            UNTIL IND-BGLA > 5
001950            OR IND-BGLA > NUM-GRUPPI-UTEN
001955            OR ESITO-OK
001960          END-IF.
001970
001974          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
001980          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001990          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002000
