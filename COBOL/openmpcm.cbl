000270* SCADENZA E BERSAGLI. funzione=stato: QUANTI HANNO GIA'
000280* CAMBIATO E QUANTI MANCANO. I RITARDATARI OLTRE LA SCADENZA
000290* LI BLOCCA LA SPAZZATA openpcmx.exe. IL LANCIO FINISCE SU
000300* ARKACC. LE UTENZE NON PERSONALI IL CUI TIPO NON HA SCADENZA
000301* DELLA PASSWORD (REGOLA OPENSVCW: SERVIZIO, BATCH, SONDA) NON
000302* SONO BERSAGLI: LE LORO CREDENZIALI LE RUOTA IL RESPONSABILE.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENMPCM.
000700 01 ENTE-MPCM                  PIC 9(02).
000710 01 NEL-RAGGIO-MPCM            PIC X.
000720 01 IND-MPCM                   PIC 9(02) COMP.
000721*
000722** PERCORSO SU ARKUTEN PER AMBITO: "E" = RANGE DI ENTE-UTEN, "G" =
000723** RANGE DI GRUPPO-UTEN (FASE 1) POI UTENTI CON GRUPPI EXTRA
000724** (FASE 2), "T" = TUTTO IL FILE
000725*
000726 01 FASE-MPCM                  PIC 9.
000727 01 FINE-PERC-MPCM             PIC X.
000730*
000740 01 BERSAGLI-MPCM              PIC 9(05).
000750 01 RESIDUI-MPCM               PIC 9(05).
001690
001700          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001710
001720          PERFORM APRI-PERCORSO-MPCM
001730           THRU EX-APRI-PERCORSO-MPCM.
001760
001770 CICLO-LANCIA-MPCM.
001780
001790          PERFORM PROSSIMO-PERCORSO-MPCM
001800           THRU EX-PROSSIMO-PERCORSO-MPCM.
001810
001815          IF FINE-FILE = "S" GO TO FINE-LANCIA-MPCM.
001820
001830          IF UTENTE-CANCELLATO OR UTENTE-BLOCCATO
001840           GO TO CICLO-LANCIA-MPCM
001880           THRU EX-NEL-RAGGIO-MPCM-P.
001890
001900          IF NEL-RAGGIO-MPCM = "N" GO TO CICLO-LANCIA-MPCM.
001901
001902          IF NOT UTENZA-PERSONA
001903           PERFORM REGOLE-TIPO-UTEN THRU EX-REGOLE-TIPO-UTEN
001904           IF PASSWORD-SVC-WEB = "000"
001905            GO TO CICLO-LANCIA-MPCM
001906           END-IF
001907          END-IF.
001910
001920          SET CAMBIO-FORZATO      TO TRUE.
001930          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
002720
002730 EX-RAGGIO-EXTRA-MPCM.
002740          EXIT.
002741*
002742***** APERTURA DEL PERCORSO DELL'AMBITO: SOLO GLI UTENTI DELL'ENTE
002743***** O DEL GRUPPO VENGONO LETTI; NEL-RAGGIO-MPCM-P RESTA IL
002744***** CONTROLLO DEFINITIVO
002745*
002746 APRI-PERCORSO-MPCM.
002747
002748          MOVE "N"                TO FINE-PERC-MPCM.
002749          MOVE 1                  TO FASE-MPCM.
002750
002751          IF AMBITO-MPCM = "E"
002752           MOVE ENTE-MPCM         TO ENTE-UTEN
002753           PERFORM STARTO-ENTE-UTEN THRU EX-STARTO-ENTE-UTEN
002754          ELSE
002755           IF AMBITO-MPCM = "G"
002756            MOVE GRUPPO-MPCM      TO GRUPPO-UTEN
002757            PERFORM STARTO-GRUPPO-UTEN
002758             THRU EX-STARTO-GRUPPO-UTEN
002759            IF ESITO-NOK
002760             PERFORM FASE-EXTRA-MPCM THRU EX-FASE-EXTRA-MPCM
002761             GO TO EX-APRI-PERCORSO-MPCM
002762            END-IF
002763           ELSE
002764            MOVE LOW-VALUE        TO CHIAVE-UTEN
002765            PERFORM STARTO-UTEN   THRU EX-STARTO-UTEN
002766           END-IF
002767          END-IF.
002768
002769          IF ESITO-NOK
002770           MOVE "S"               TO FINE-PERC-MPCM
002771          END-IF.
002772
002773 EX-APRI-PERCORSO-MPCM.
002774          EXIT.
002775
002776 FASE-EXTRA-MPCM.
002777
002778          MOVE 2                  TO FASE-MPCM.
002779          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
002780          PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN.
002781
002782          IF ESITO-NOK
002783           MOVE "S"               TO FINE-PERC-MPCM
002784          END-IF.
002785
002786 EX-FASE-EXTRA-MPCM.
002787          EXIT.
002788*
002789***** RECORD SUCCESSIVO DEL PERCORSO, FINE-FILE = "S" A FINE RANGE;
002790***** IN FASE 2 CHI HA IL GRUPPO COME PRIMARIO E' GIA' PASSATO
002791*
002792 PROSSIMO-PERCORSO-MPCM.
002793
002794          MOVE "S"                TO FINE-FILE.
002795
002796          IF FINE-PERC-MPCM = "S" GO TO EX-PROSSIMO-PERCORSO-MPCM.
002797
002798          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
002799
002800          IF FINE-FILE = "S" GO TO FINE-RAMO-MPCM.
002801
002802          IF AMBITO-MPCM = "E" AND ENTE-UTEN NOT = ENTE-MPCM
002803           GO TO FINE-RAMO-MPCM
002804          END-IF.
002805
002806          IF AMBITO-MPCM = "G" AND FASE-MPCM = 1
002807           AND GRUPPO-UTEN NOT = GRUPPO-MPCM
002808           GO TO FINE-RAMO-MPCM
002809          END-IF.
002810
002811          IF AMBITO-MPCM = "G" AND FASE-MPCM = 2
002812           AND GRUPPO-UTEN = GRUPPO-MPCM
002813           GO TO PROSSIMO-PERCORSO-MPCM
002814          END-IF.
002815
002816          GO TO EX-PROSSIMO-PERCORSO-MPCM.
002817
002818 FINE-RAMO-MPCM.
002819
002820          IF AMBITO-MPCM = "G" AND FASE-MPCM = 1
002821           PERFORM FASE-EXTRA-MPCM THRU EX-FASE-EXTRA-MPCM
002822           GO TO PROSSIMO-PERCORSO-MPCM
002823          END-IF.
002824
002825          MOVE "S"                TO FINE-PERC-MPCM.
002826          MOVE "S"                TO FINE-FILE.
002827
002828 EX-PROSSIMO-PERCORSO-MPCM.
002829          EXIT.
002830*
002831***** funzione=stato: BERSAGLI, ADEMPIUTI E RESIDUI
002832*
002833 STATO-MPCM.
002834
002835          MOVE "CAMPAGNA-PW"      TO NOME-VIEW.
002836          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
002837
002838          IF ESITO-NOK
002840           MOVE "Nessuna campagna in corso" TO MESSAGGIO
002850           PERFORM VIS-MESS       THRU EX-VIS-MESS
002860           GO TO EX-STATO-MPCM
