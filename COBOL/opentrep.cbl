000190* SOSTITUZIONE MASSIVA SULLE RIGHE DI TABELLA: AMBITO PER
000200* MK-tipo E INTERVALLO DI ENTE (MK-entedal/MK-enteal, VUOTI =
000210* TUTTI; CON UN ENTE DI SESSIONE SCELTO L'AMBITO E' FORZATO A
000211* QUELL'ENTE, PER UN ALTRO ENTE SI PASSA DA openente.exe O SI
000212* INDICA UN SOLO ENTE CHE HA UN ACCORDO DI CONDIVISIONE IN VIGORE,
000213* VEDI openmcnd.exe),
000214* CAMPO SCELTO PER NOME DI DIZIONARIO (MK-campo = NOME-COBOL
000216* NELLA SEZIONE TABELLA-0XX DEL GRUPPO "TA", LA STESSA CHE
000220* LEGGE OPENTA02, COSI' POSIZIONE E MISURA VENGONO DA
000280* RIGA SU ARKSTAB COME LA MASCHERA E RITIMBRANDO LA RIGA VIVA,
000290* E CHIUDE COL RIEPILOGO MODIFICATE/SALTATE (SALTATA = LA
000300* SOSTITUZIONE NON ENTRA NEL CAMPO).
000302* funzione=applica ACCETTA MK-ticket, IL TICKET DI CAMBIAMENTO CHE
000304* AUTORIZZA LA SOSTITUZIONE (OBBLIGATORIO PER I TIPI TABELLA
000305* ELENCATI NEL PARAMETRO TICKET-TABELLE).
000306* IL TIPO DEVE ESSERE NEL REGISTRO DEI TIPI DI TABELLA (OPENTTPW):
000307* IL CAMPO SI CERCA NEL GRUPPO DI DIZIONARIO REGISTRATO PER IL TIPO
000308* (SPAZI = "TA"), UN TIPO CENTRALE RESTA SULL'ENTE 00 E applica
000309* E' CONCESSA SOLO A UN MEMBRO DEL GRUPPO PROPRIETARIO DEL TIPO.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENTREP.
000650*
000660 01 FUNZIONE-TREP              PIC X(09).
000670 01 TIPO-TREP                  PIC XX.
000675 01 GRUPPO-DIZ-TREP            PIC XX.
000680 01 ENTE-DAL-TREP              PIC 99.
000690 01 ENTE-AL-TREP               PIC 99.
000700 01 CAMPO-TREP                 PIC X(30).
001120          PERFORM LEGGI-CAMPI-TREP THRU EX-LEGGI-CAMPI-TREP.
001121
001122*         SEGREGAZIONE PER ENTE: CON UN ENTE DI SESSIONE SCELTO
001123*         (openente.exe) L'AMBITO E' QUELL'ENTE, COME PER LA
001124*         GRIGLIA DI opentabl, SALVO UN SOLO ALTRO ENTE COPERTO
001125*         DA UN ACCORDO DI CONDIVISIONE (IN SCRITTURA PER applica)
001126          PERFORM LEGGI-ENTE-SESSIONE-WEB
001127           THRU EX-LEGGI-ENTE-SESSIONE-WEB.
001128
001129          IF ENTE-SESSIONE-WEB > ZEROS
001130           PERFORM ACCORDO-TREP   THRU EX-ACCORDO-TREP
001131          END-IF.
001132
001140          IF TIPO-TREP = SPACES OR LUNGH-CERCA-TREP = ZEROS
001180           GO TO FINE-TREP
001190          END-IF.
001200
001201*         IL TIPO DEVE ESSERE REGISTRATO; PER applica ANCHE
001202*         NELL'AMBITO GIUSTO E NELLE MANI DEL SUO PROPRIETARIO
001203          PERFORM REGISTRO-TREP   THRU EX-REGISTRO-TREP.
001204
001205          IF NOT TIPO-AMMESSO-WEB
001206           MOVE SPACES            TO MESSAGGIO
001207           STRING "Tipo tabella " TIPO-TREP ": " NOTA-TTP-WEB
001208            DELIMITED BY SIZE INTO MESSAGGIO
001209           PERFORM VIS-MESS       THRU EX-VIS-MESS
001210           GO TO FINE-TREP
001211          END-IF.
001212
001213          PERFORM RISOLVI-CAMPO-TREP
001220           THRU EX-RISOLVI-CAMPO-TREP.
001230
001240          IF POS-CAMPO-TREP = ZEROS
001330          ELSE
001340           MOVE "N"               TO APPLICA-TREP
001350          END-IF.
001351
001352*         LA SOSTITUZIONE APPLICATA E' UNA MODIFICA DI CONFIGURAZIONE:
001353*         MK-ticket LA LEGA AL SUO TICKET DI CAMBIAMENTO, OBBLIGATORIO
001354*         PER I TIPI TABELLA SENSIBILI (PARAMETRO TICKET-TABELLE)
001355          IF APPLICA-TREP = "S"
001356           MOVE "OPENTREP"        TO PROGRAMMA-TKT-WEB
001357           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
001358           MOVE "STAB"            TO ARCHIVIO-TKT-WEB
001359           MOVE TIPO-TREP         TO RIFERIMENTO-TKT-WEB
001360           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
001361           IF ESITO-TKT-WEB NOT = "OK"
001362            PERFORM VIS-MESS      THRU EX-VIS-MESS
001363            GO TO FINE-TREP
001364           END-IF
001365          END-IF.
001366
001370          PERFORM SCANSIONE-TREP  THRU EX-SCANSIONE-TREP.
001380
001390          IF APPLICA-TREP = "S"
002400
002410 EX-LEGGI-CAMPI-TREP.
002420          EXIT.
002421*
002422***** UN INTERVALLO DI UN SOLO ENTE DIVERSO DA QUELLO DI SESSIONE
002423***** RESTA TALE SE UN ACCORDO DI CONDIVISIONE LO COPRE PER IL
002424***** TIPO TABELLA (IN SCRITTURA PER applica, IN LETTURA PER
002425***** anteprima): LO DICE OPENCNDW, CHE GIORNALIZZA L'ACCESSO.
002426***** IN OGNI ALTRO CASO L'AMBITO E' L'ENTE DI SESSIONE
002427*
002428 ACCORDO-TREP.
002429
002430          IF ENTE-DAL-TREP NOT = ENTE-AL-TREP
002431           OR ENTE-DAL-TREP = ZEROS
002432           OR ENTE-DAL-TREP = ENTE-SESSIONE-WEB
002433           GO TO SESSIONE-ACCORDO-TREP
002434          END-IF.
002435
002436          MOVE "VERIFICA"         TO AZIONE-CND-WEB.
002437          MOVE ENTE-DAL-TREP      TO ENTE-FONTE-CND-WEB.
002438          MOVE ENTE-SESSIONE-WEB  TO ENTE-DEST-CND-WEB.
002439          MOVE SPACES             TO OGGETTO-CND-WEB.
002440          MOVE TIPO-TREP          TO OGGETTO-CND-WEB.
002441          MOVE "L"                TO MODO-CND-WEB.
002442          IF FUNZIONE-TREP = "applica"
002443           MOVE "S"               TO MODO-CND-WEB
002444          END-IF.
002445          MOVE OPERATORE-TREP     TO OPERATORE-CND-WEB.
002446          MOVE "OPENTREP"         TO PROGRAMMA-CND-WEB.
002447          MOVE SECTION-WEB        TO SECTION-CND-WEB.
002448
002449          CALL "OPENCNDW" USING AREA-CND-WEB.
002450
002451          IF ACCORDO-VALIDO-WEB
002452           GO TO EX-ACCORDO-TREP
002453          END-IF.
002454
002455 SESSIONE-ACCORDO-TREP.
002456
002457          MOVE ENTE-SESSIONE-WEB  TO ENTE-DAL-TREP.
002458          MOVE ENTE-SESSIONE-WEB  TO ENTE-AL-TREP.
002459
002460 EX-ACCORDO-TREP.
002461          EXIT.
002462*
002463***** SCHEDA DEL TIPO NEL REGISTRO: GRUPPO DI DIZIONARIO DEL
002464***** TRACCIATO, AMBITO (UN TIPO CENTRALE NON ESCE DALL'ENTE 00)
002465***** E, PER applica, VERIFICA DI AMBITO E PROPRIETARIO
002466*
002467 REGISTRO-TREP.
002468
002469          MOVE "TA"               TO GRUPPO-DIZ-TREP.
002470
002471          INITIALIZE AREA-TTP-WEB.
002472          MOVE "LEGGI"            TO AZIONE-TTP-WEB.
002473          MOVE TIPO-TREP          TO TIPO-TTP-WEB.
002474
002475          CALL "OPENTTPW" USING AREA-TTP-WEB.
002476
002477          IF NOT TIPO-AMMESSO-WEB GO TO EX-REGISTRO-TREP.
002478
002479          IF DIZIONARIO-TTP-WEB NOT = SPACES
002480           MOVE DIZIONARIO-TTP-WEB TO GRUPPO-DIZ-TREP
002481          END-IF.
002482
002483          IF TIPO-CENTRALE-WEB AND ENTE-DAL-TREP = ZEROS
002484           MOVE ZEROS             TO ENTE-AL-TREP
002485          END-IF.
002486
002487          IF FUNZIONE-TREP NOT = "applica"
002488           GO TO EX-REGISTRO-TREP
002489          END-IF.
002490
002491          MOVE "VERIFICA"         TO AZIONE-TTP-WEB.
002492          MOVE ENTE-DAL-TREP      TO ENTE-TTP-WEB.
002493          MOVE OPERATORE-TREP     TO OPERATORE-TTP-WEB.
002494
002495          CALL "OPENTTPW" USING AREA-TTP-WEB.
002496
002497 EX-REGISTRO-TREP.
002498          EXIT.
002499*
002500***** POSIZIONE E MISURA DEL CAMPO DALLA VOCE DI DIZIONARIO:
002501***** MK-campo E' IL NOME-COBOL, CERCATO NELLA SEZIONE
002502***** TABELLA-0XX DEL GRUPPO "TA" DEL TIPO IN AMBITO (LA
002503***** STESSA CONVENZIONE CHE LEGGE OPENTA02)
002504*
002505 RISOLVI-CAMPO-TREP.
002506
002507          MOVE ZEROS              TO POS-CAMPO-TREP
002508                                     SIZE-CAMPO-TREP.
002510
002520          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
002530
002540          MOVE GRUPPO-DIZ-TREP    TO GRUPPO-DATO.
002550          MOVE ZEROS              TO PROG-DATO.
002560          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
002570
002580
002581          IF FINE-FILE = "S" GO TO CHIUDI-RISOLVI-TREP.
002582
002583          IF GRUPPO-DATO NOT = GRUPPO-DIZ-TREP
002584           GO TO CHIUDI-RISOLVI-TREP
002585          END-IF.
002586
002587          IF NOME-COBOL-DATO(1:9) NOT = "TABELLA-0"
002588           GO TO CERCA-SEZIONE-TREP
002589          END-IF.
002590
002591          IF NOME-COBOL-DATO(10:2) NOT = TIPO-TREP
002592           GO TO CERCA-SEZIONE-TREP
002593          END-IF.
002594
002595 CERCA-CAMPO-TREP.
002596
002597          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
002598
002599          IF FINE-FILE = "S" GO TO CHIUDI-RISOLVI-TREP.
002600
002601          IF GRUPPO-DATO NOT = GRUPPO-DIZ-TREP
002602           OR NOME-COBOL-DATO(1:9) = "TABELLA-0"
002603           GO TO CHIUDI-RISOLVI-TREP
002604          END-IF.
002605
002606          IF NOME-COBOL-DATO NOT = CAMPO-TREP
002607           GO TO CERCA-CAMPO-TREP
002608          END-IF.
002609
002610          IF POS-DATO > ZEROS
002611           AND SIZE-DATO > ZEROS
002612           AND POS-DATO + SIZE-DATO - 1 NOT > 200
002620           MOVE POS-DATO          TO POS-CAMPO-TREP
002630           MOVE SIZE-DATO         TO SIZE-CAMPO-TREP
002640          END-IF.
