000280* QUALSIASI COSA (MODO "R"); IN MODO "A" LE VOCI PASSANO DA
000290* RISCRIVI-MENU-VER (STORICO ARKMVER) E LE ABILITAZIONI DA
000300* SCRIVI/RISCRIVI-ABI (STORICO ARKABIS), FIRMATE "PROMOZIO".
000301* IN MODO "A" IL SECONDO CARTELLINO E' IL TICKET DI CAMBIAMENTO.
000310* LE LIBRERIE ARKLIB VIAGGIANO PER ASSEGNAZIONE DI FILE E NON
000320* HANNO UNA CHIAVE CHE LE LEGHI ALLA VOCE: SI COPIANO CON IL
000330* PACCHETTO MA FUORI DA QUESTO TRACCIATO.
000670    88 ESPORTA-PROM          VALUE "E".
000680    88 APPLICA-PROM          VALUE "A".
000690 01 NUMERO-VOCE-PROM         PIC 9(7).
000694 01 TICKET-PROM              PIC X(8).
000700*
000710** APPOGGI DI CONFRONTO IN IMPORTAZIONE
000720*
000870*
000880          MOVE SPACES                TO MODO-PROM.
000890          ACCEPT MODO-PROM           FROM CONSOLE.
000891
000892*         IN MODO APPLICA IL SECONDO CARTELLINO PORTA IL TICKET DI
000893*         CAMBIAMENTO (8 CIFRE, VUOTO = NESSUNO): SENZA UN TICKET
000894*         APPROVATO E IN FINESTRA LE VOCI DI MENU NON SI TOCCANO
000895          IF APPLICA-PROM
000896           MOVE SPACES             TO TICKET-PROM
000897           ACCEPT TICKET-PROM      FROM CONSOLE
000898           PERFORM VERIFICA-TICKET-PROM
000899            THRU EX-VERIFICA-TICKET-PROM
000900           IF ESITO-TKT-WEB NOT = "OK"
000901            DISPLAY "OPENPROM: TICKET " TICKET-PROM " - "
000902             MOTIVO-TKT-WEB
000903            MOVE 8                 TO RETURN-CODE
000904            GOBACK
000905           END-IF
000906          END-IF.
000907
000910          MOVE ZEROS                 TO VOCI-ESPORTATE-PROM
000920                                        RIGHE-PACCHETTO-PROM
000930                                        RIGHE-DIVERSE-PROM
001060          MOVE ZERO                  TO RETURN-CODE.
001070
001080          GOBACK.
001081*
001082** TICKET DI CAMBIAMENTO DEL CARTELLINO: LE RIGHE DI STORICO
001083** SCRITTE IN APPLICAZIONE FINISCONO SUL GIORNALE ARKTKU
001084*
001085 VERIFICA-TICKET-PROM.
001086
001087          MOVE "OK"                  TO ESITO-TKT-WEB.
001088          MOVE SPACES                TO MOTIVO-TKT-WEB.
001089          MOVE ZEROS                 TO NUMERO-TKT-WEB.
001090          MOVE "OPENPROM"            TO PROGRAMMA-TKT-WEB.
001091
001092          IF TICKET-PROM NOT = SPACES
001093           IF TICKET-PROM NUMERIC
001094            MOVE TICKET-PROM         TO NUMERO-TKT-WEB
001095           ELSE
001096            MOVE "KO"                TO ESITO-TKT-WEB
001097            MOVE "numero di ticket non valido" TO MOTIVO-TKT-WEB
001098            GO TO EX-VERIFICA-TICKET-PROM
001099           END-IF
001100          END-IF.
001101
001102          MOVE "VERIFICA"            TO AZIONE-TKT-WEB.
001103          MOVE "MVER"                TO ARCHIVIO-TKT-WEB.
001104          MOVE SPACES                TO RIFERIMENTO-TKT-WEB.
001105          MOVE "PROMOZIO"            TO UTENTE-TKT-WEB.
001106
001107          CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
001108               ARCHIVIO-TKT-WEB RIFERIMENTO-TKT-WEB
001109               PROGRAMMA-TKT-WEB
001110               UTENTE-TKT-WEB ESITO-TKT-WEB MOTIVO-TKT-WEB.
001111          CANCEL "OPENTKTW".
001112
001113 EX-VERIFICA-TICKET-PROM.
001114          EXIT.
001115*
001116** ESPORTAZIONE: UNA SEZIONE PER OGNI VOCE RICHIESTA A CONSOLE
001117*
001120 ESPORTA-PACCHETTO-PROM.
001130
001140          OPEN OUTPUT ARKARC.
