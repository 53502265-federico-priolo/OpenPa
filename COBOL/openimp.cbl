000430          COPY "SELUTEN.CBL".
000440          COPY "SELABI.CBL".
000441          COPY "SELGER.CBL".
000445          COPY "SELEFF.CBL".
000450          COPY "SELACC.CBL".
000460
000470 DATA             DIVISION.
000550          COPY "FDEUTEN.CBL".
000560          COPY "FDEABI.CBL".
000561          COPY "FDEGER.CBL".
000565          COPY "FDEEFF.CBL".
000570          COPY "FDEACC.CBL".
000580
000590 WORKING-STORAGE  SECTION.
001080          COPY "PIOABI.CBL".
001081          COPY "PIOGER.CBL".
001082          COPY "PIOGERA.CBL".
001085          COPY "PIOEFF.CBL".
001090          COPY "PIOACC.CBL".
001100*
001110***** AVVIA L'IMPERSONIFICAZIONE: CONTROLLA L'ABILITAZIONE
002590
002600          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002605          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002607          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
002610
002620          MOVE ZEROS              TO ENTE-ABI.
002640          MOVE "SI"               TO MOD-ABI.
002671*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
002672*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
002673*         GRUPPI EXTRA DELL'OPERATORE
002674*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
002675*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
002676          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
002677
002678          IF NOT PRECALCOLO-VALIDO
002679           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
002680           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
002681
002682           PERFORM PROVA-EXTRA-IMP
002683            THRU EX-PROVA-EXTRA-IMP
002684            VARYING IND-GRUPPI-IMP FROM 1 BY 1
002685            UNTIL IND-GRUPPI-IMP > 5
002686            OR IND-GRUPPI-IMP > NUM-GRUPPI-UTEN
002687            OR ESITO-OK
002688          END-IF.
002690
002692          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
002695          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002700          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002710
002946*         SEGNALEREBBE COME ANELLO SPEZZATO
002948          PERFORM CATENA-LOG-WEB  THRU EX-CATENA-LOG-WEB.
002950          WRITE LOGGATO.
002954          PERFORM INDICE-LOG-WEB  THRU EX-INDICE-LOG-WEB.
002960
002970          MOVE SPACES             TO LOGGATO.
002980
