000420          COPY "SELUTEN.CBL".
000430          COPY "SELABI.CBL".
000431          COPY "SELGER.CBL".
000434          COPY "SELEFF.CBL".
000437          COPY "SELENT.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000540          COPY "FDEUTEN.CBL".
000550          COPY "FDEABI.CBL".
000551          COPY "FDEGER.CBL".
000554          COPY "FDEEFF.CBL".
000557          COPY "FDEENT.CBL".
000560
000570 WORKING-STORAGE  SECTION.
000580
001230          COPY "PIOABI.CBL".
001231          COPY "PIOGER.CBL".
001232          COPY "PIOGERA.CBL".
001234          COPY "PIOEFF.CBL".
001236          COPY "PIOMSG.CBL".
001238          COPY "PIOENT.CBL".
001240*
001250***** ELENCO DEGLI ENTI CENSITI SULL'UTENTE, UNA RIGA JSON
001260***** CIASCUNO COL LINK DI SCELTA
002660
002670          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002675          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002677          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
002680
002690          MOVE ZEROS              TO ENTE-ABI.
002710          MOVE "SI"               TO MOD-ABI.
002741*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
002742*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
002743*         GRUPPI EXTRA DELL'OPERATORE
002744*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
002745*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
002746          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
002747
002748          IF NOT PRECALCOLO-VALIDO
002749           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
002750           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
002751
002752           PERFORM PROVA-EXTRA-CRE
002753            THRU EX-PROVA-EXTRA-CRE
002754            VARYING IND-GRUPPI-CRE FROM 1 BY 1
002755            UNTIL IND-GRUPPI-CRE > 5
002756            OR IND-GRUPPI-CRE > NUM-GRUPPI-UTEN
002757            OR ESITO-OK
002758          END-IF.
002760
002762          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
002765          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002770          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002780
