000010*
000011* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000012*
000013* This program is free software; you can redistribute it and/or modify
000014* it under the terms of the GNU General Public License as published by
000015* the Free Software Foundation; either version 2, or (at your option)
000016* any later version.
000017*
000018* This program is distributed in the hope that it will be useful,
000019* but WITHOUT ANY WARRANTY; without even the implied warranty of
000020* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000021* GNU General Public License for more details.
000022*
000023* You should have received a copy of the GNU General Public License
000024* along with this software; see the file COPYING.  If not, write to
000025* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000026* Boston, MA 02110-1301 USA
000027*
000030*
000040** RIAUTENTICAZIONE PRIMA DELLE AZIONI SENSIBILI. ESSERE IN
000050** SESSIONE NON BASTA PER APPROVARE UNA MODIFICA IN SECONDA FIRMA,
000060** REVOCARE UN PERMESSO, ROMPERE IL VETRO, CAMBIARE LA CHIAVE DI
000070** UN UTENTE O TERMINARE UNA SESSIONE ALTRUI: SUBITO PRIMA
000080** DELL'AZIONE L'OPERATORE RIDIGITA LA PASSWORD, O IL CODICE TOTP
000090** SE HA IL SECONDO FATTORE ATTIVO. LA LISTA DELLE AZIONI E' IL
000100** PARAMETRO DI SISTEMA "STEPUP" QUALIFICATO COL CODICE
000110** DELL'AZIONE (CHIAMATA-STEP-WEB): "NO" LA ESCLUDE, LA RIGA
000120** MANCANTE O QUALSIASI ALTRO VALORE LA RICHIEDE. UNA CONFERMA
000130** RIUSCITA VALE PER "STEPUP-GRAZIA" MINUTI (DEFAULT 5, ZERO =
000140** AD OGNI AZIONE) NELLA STESSA SESSIONE E PER LO STESSO
000150** OPERATORE, SULLA RIGA "STEPUP-WEB"+SECTION-WEB DI ARKVIEW. GLI
000160** ERRORI CONTANO SUI TENTATIVI DI LOGIN (STESSO BLOCCO DI
000170** TENTATIVO-LOGIN-FALLITO-UTEN, A BLOCCO SCATTATO LA SESSIONE
000180** VIENE TERMINATA) E OGNI CONFERMA, RIUSCITA O NO, FINISCE SU
000190** ARKACC COME EVENTO "STEPUP".
000200*
000210** VERIFICA-STEP: IL CHIAMANTE HA APERTO ARKUTEN IN I-O (NON A
000220** META' DI UNA SUA SCANSIONE); ARKPWH LO APRE E CHIUDE QUI. IL
000230** RECORD UTENTE DEL CHIAMANTE TORNA COME ERA. SENZA STEP-SUPERATO
000240** LA PAGINA (MASCHERA DI CONFERMA O MESSAGGIO) E' GIA' STATA
000250** MOSTRATA E IL CHIAMANTE NON DEVE FARE ALTRO. LA MASCHERA
000260** TEMPLATE/STEPUP.HTM RIMANDA IN POST A MK-AZIONE (L'URL DI
000270** RIPETI-STEP-WEB) AGGIUNGENDO IL SOLO CAMPO MK-stepup
000280*
000290  VERIFICA-STEP.
000300
000310          MOVE "NO"            TO ESITO-STEP-WEB.
000320          MOVE SPACES          TO AVVISO-STEP-WEB.
000330
000340          MOVE "STEPUP"        TO NOME-PAR-WEB.
000350          MOVE CHIAMATA-STEP-WEB TO QUALIFICA-PAR-WEB.
000360          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
000370
000380          IF ESITO-PAR-WEB = "OK" AND VALORE-PAR-WEB(1:2) = "NO"
000390           MOVE "OK"           TO ESITO-STEP-WEB
000400           GO TO EX-VERIFICA-STEP
000410          END-IF.
000420
000430          IF OPERATORE-STEP-WEB = SPACES
000440           MOVE "Operatore non riconosciuto" TO MESSAGGIO
000450           PERFORM VIS-MESS    THRU EX-VIS-MESS
000460           GO TO EX-VERIFICA-STEP
000470          END-IF.
000480
000490          MOVE "STEPUP-GRAZIA" TO NOME-PAR-WEB.
000500          MOVE SPACES          TO QUALIFICA-PAR-WEB.
000510          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
000520
000530          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
000540           AND NUMERO-PAR-WEB NOT > 9999
000550           MOVE NUMERO-PAR-WEB TO GRAZIA-MIN-STEP-WEB
000560          END-IF.
000570
000580          PERFORM GRAZIA-STEP  THRU EX-GRAZIA-STEP.
000590
000600          IF STEP-SUPERATO GO TO EX-VERIFICA-STEP.
000610
000620          MOVE "MK-stepup"     TO FIELD-WEB.
000630          PERFORM READ-WEB     THRU EX-READ-WEB.
000640          MOVE SPACES          TO SEGRETO-STEP-WEB.
000650          IF COBW3-SEARCH-FLAG-EXIST
000660           MOVE VALUE-WEB(1:30) TO SEGRETO-STEP-WEB
000670          END-IF.
000680
000690          MOVE UTENTE          TO UTENTE-SALVATO-STEP-WEB.
000700
000710          MOVE OPERATORE-STEP-WEB TO CHIAVE-UTEN.
000720          PERFORM LEGGO-UTEN   THRU EX-LEGGO-UTEN.
000730
000740          IF ESITO-NOK
000750           MOVE "Operatore non riconosciuto" TO MESSAGGIO
000760           PERFORM VIS-MESS    THRU EX-VIS-MESS
000770           GO TO RIPRISTINA-STEP
000780          END-IF.
000790
000800          IF UTENTE-BLOCCATO
000810           MOVE SPACES         TO MESSAGGIO
000820           PERFORM VIS-LOGIN-BLOCCATO THRU EX-VIS-LOGIN-BLOCCATO
000830           GO TO RIPRISTINA-STEP
000840          END-IF.
000850
000860          MOVE "P"             TO FATTORE-STEP-WEB.
000870          IF TOTP-ATTIVO AND SECRET-TOTP-UTEN NOT = SPACES
000880           MOVE "T"            TO FATTORE-STEP-WEB
000890          END-IF.
000900
000910          IF SEGRETO-STEP-WEB = SPACES
000920           PERFORM MASCHERA-STEP THRU EX-MASCHERA-STEP
000930           GO TO RIPRISTINA-STEP
000940          END-IF.
000950
000960          IF STEP-CON-TOTP
000970           MOVE SEGRETO-STEP-WEB(1:6) TO CODICE-PROVA-TOTP-WEB
000980           PERFORM VERIFICA-CODICE-TOTP-WEB
000990            THRU EX-VERIFICA-CODICE-TOTP-WEB
001000          ELSE
001010           PERFORM OPEN-I-PWH  THRU EX-OPEN-I-PWH
001020           MOVE SEGRETO-STEP-WEB TO FIELD-WEB
001030           PERFORM VERIFICA-CREDENZIALI-WEB
001040            THRU EX-VERIFICA-CREDENZIALI-WEB
001050           PERFORM CLOSE-PWH   THRU EX-CLOSE-PWH
001060           MOVE ESITO-CREDENZIALI-WEB TO ESITO-WEB
001070          END-IF.
001080
001090          MOVE SPACES          TO SEGRETO-STEP-WEB FIELD-WEB.
001100
001110          IF ESITO-OK
001120           GO TO RIUSCITA-STEP
001130          END-IF.
001140
001150***** CONFERMA SBAGLIATA: CONTA COME UN ACCESSO FALLITO
001160
001170          PERFORM TENTATIVO-LOGIN-FALLITO-UTEN
001180           THRU EX-TENTATIVO-LOGIN-FALLITO-UTEN.
001190
001200          MOVE "KO"            TO ESITO-ACC-WEB.
001210          PERFORM GIORNALE-STEP THRU EX-GIORNALE-STEP.
001220
001230          IF UTENTE-BLOCCATO
001240           PERFORM TERMINA-SESSIONE-STEP
001250            THRU EX-TERMINA-SESSIONE-STEP
001260           MOVE SPACES         TO MESSAGGIO
001270           PERFORM VIS-LOGIN-BLOCCATO THRU EX-VIS-LOGIN-BLOCCATO
001280           GO TO RIPRISTINA-STEP
001290          END-IF.
001300
001310          IF STEP-CON-TOTP
001320           MOVE "Codice errato - riprovare" TO AVVISO-STEP-WEB
001330          ELSE
001340           MOVE "Password errata - riprovare" TO AVVISO-STEP-WEB
001350          END-IF.
001360
001370          PERFORM MASCHERA-STEP THRU EX-MASCHERA-STEP.
001380
001390          GO TO RIPRISTINA-STEP.
001400
001410  RIUSCITA-STEP.
001420
001430          IF TENTATIVI-LOGIN-UTEN NOT = ZEROS
001440           PERFORM TENTATIVO-LOGIN-RIUSCITO-UTEN
001450            THRU EX-TENTATIVO-LOGIN-RIUSCITO-UTEN
001460          END-IF.
001470
001480          MOVE "OK"            TO ESITO-ACC-WEB.
001490          PERFORM GIORNALE-STEP THRU EX-GIORNALE-STEP.
001500
001510          PERFORM SEGNA-GRAZIA-STEP THRU EX-SEGNA-GRAZIA-STEP.
001520
001530          MOVE "OK"            TO ESITO-STEP-WEB.
001540
001550  RIPRISTINA-STEP.
001560
001570          MOVE UTENTE-SALVATO-STEP-WEB TO UTENTE.
001580
001590  EX-VERIFICA-STEP.
001600          EXIT.
001610*
001620** GRAZIA-STEP: CONFERMA GIA' DATA DALLO STESSO OPERATORE NELLA
001630** STESSA SESSIONE DA NON PIU' DI GRAZIA-MIN-STEP-WEB MINUTI
001640** (STESSO CALCOLO A SECONDI DI VERIFICA-INATTIVITA-SESSIONE-WEB)
001650*
001660  GRAZIA-STEP.
001670
001680          IF GRAZIA-MIN-STEP-WEB = ZEROS OR SECTION-WEB = SPACES
001690           GO TO EX-GRAZIA-STEP
001700          END-IF.
001710
001720          MOVE SPACES          TO NOME-VIEW.
001730          STRING "STEPUP-WEB" SECTION-WEB
001740           DELIMITED BY SIZE INTO NOME-VIEW.
001750
001760          PERFORM LEGGO-VIEW   THRU EX-LEGGO-VIEW.
001770
001780          IF ESITO-NOK GO TO EX-GRAZIA-STEP.
001790
001800          IF STRINGA-VIEW(1:8) NOT = OPERATORE-STEP-WEB
001810           OR STRINGA-VIEW(9:8) NOT NUMERIC
001820           OR STRINGA-VIEW(17:6) NOT NUMERIC
001830           GO TO EX-GRAZIA-STEP
001840          END-IF.
001850
001860          MOVE STRINGA-VIEW(9:8)  TO DATA-STEP-WEB.
001870          MOVE STRINGA-VIEW(17:6) TO ORA-STEP-WEB.
001880
001890          ACCEPT DATA-OGGI-LOGIN-WEB FROM DATE YYYYMMDD.
001900          ACCEPT ORA-OGGI-LOGIN-WEB  FROM TIME.
001910
001920          COMPUTE SEC-OGGI-LOGIN-WEB =
001930           FUNCTION INTEGER-OF-DATE(DATA-OGGI-LOGIN-WEB) * 86400
001940           + (HH-OGGI-LOGIN-WEB * 3600
001950           +  MM-OGGI-LOGIN-WEB * 60 + SS-OGGI-LOGIN-WEB).
001960
001970          COMPUTE SEC-TENT-LOGIN-WEB =
001980           FUNCTION INTEGER-OF-DATE(DATA-STEP-WEB) * 86400
001990           + (HH-STEP-WEB * 3600
002000           +  MM-STEP-WEB * 60 + SS-STEP-WEB).
002010
002020          COMPUTE SEC-TRASCORSI-LOGIN-WEB =
002030           SEC-OGGI-LOGIN-WEB - SEC-TENT-LOGIN-WEB.
002040
002050          IF SEC-TRASCORSI-LOGIN-WEB NOT < ZEROS
002060           AND SEC-TRASCORSI-LOGIN-WEB NOT >
002070           GRAZIA-MIN-STEP-WEB * 60
002080           MOVE "OK"           TO ESITO-STEP-WEB
002090          END-IF.
002100
002110  EX-GRAZIA-STEP.
002120          EXIT.
002130*
002140** SEGNA-GRAZIA-STEP: APRE LA FINESTRA DI GRAZIA DELLA SESSIONE
002150*
002160  SEGNA-GRAZIA-STEP.
002170
002180          IF SECTION-WEB = SPACES GO TO EX-SEGNA-GRAZIA-STEP.
002190
002200          INITIALIZE VIEW.
002210          STRING "STEPUP-WEB" SECTION-WEB
002220           DELIMITED BY SIZE INTO NOME-VIEW.
002230          MOVE OPERATORE-STEP-WEB TO CHIAVE-DATO-VIEW.
002240          MOVE SECTION-WEB     TO KEY-VIEW.
002250          MOVE OPERATORE-STEP-WEB TO DESC-VIEW.
002260
002270          ACCEPT DATA-STEP-WEB FROM DATE YYYYMMDD.
002280          ACCEPT ORA-STEP-WEB  FROM TIME.
002290
002300          MOVE SPACES          TO STRINGA-VIEW.
002310          MOVE OPERATORE-STEP-WEB TO STRINGA-VIEW(1:8).
002320          MOVE DATA-STEP-WEB   TO STRINGA-VIEW(9:8).
002330          MOVE ORA-STEP-WEB    TO STRINGA-VIEW(17:6).
002340
002350          PERFORM SCRITTURA-VIEW THRU EX-SCRITTURA-VIEW.
002360
002370  EX-SEGNA-GRAZIA-STEP.
002380          EXIT.
002390*
002400** TERMINA-SESSIONE-STEP: UTENZA BLOCCATA DA UNA CONFERMA
002410** SBAGLIATA, LA SESSIONE VIENE CHIUSA COME DA opensess.exe
002420** (STATO "T", AL PROSSIMO CLIC SI TORNA ALLA LOGIN)
002430*
002440  TERMINA-SESSIONE-STEP.
002450
002460          IF SECTION-WEB = SPACES GO TO EX-TERMINA-SESSIONE-STEP.
002470
002480          MOVE SPACES          TO NOME-VIEW.
002490          STRING "SESSIONE-WEB" SECTION-WEB
002500           DELIMITED BY SIZE INTO NOME-VIEW.
002510
002520          PERFORM LEGGO-VIEW   THRU EX-LEGGO-VIEW.
002530
002540          IF ESITO-NOK GO TO EX-TERMINA-SESSIONE-STEP.
002550
002560          MOVE "T"             TO STRINGA-VIEW(29:1).
002570
002580          PERFORM SCRITTURA-VIEW THRU EX-SCRITTURA-VIEW.
002590
002600          SET SES-TERMINATA    TO TRUE.
002610
002620  EX-TERMINA-SESSIONE-STEP.
002630          EXIT.
002640*
002650** MASCHERA-STEP: RICHIESTA DELLA PASSWORD (O DEL CODICE TOTP) CON
002660** L'AZIONE DA RIPETERE E L'EVENTUALE AVVISO DELL'ERRORE
002670** PRECEDENTE
002680*
002690  MASCHERA-STEP.
002700
002710          MOVE SECTION-WEB     TO VALUE-WEB.
002720          MOVE "MK-KEY"        TO FIELD-WEB.
002730          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002740
002750          MOVE OPERATORE-STEP-WEB TO VALUE-WEB.
002760          MOVE "MK-OPERATORE"  TO FIELD-WEB.
002770          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002780
002790          MOVE RIPETI-STEP-WEB TO VALUE-WEB.
002800          MOVE "MK-AZIONE"     TO FIELD-WEB.
002810          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002820
002830          MOVE CHIAMATA-STEP-WEB TO VALUE-WEB.
002840          MOVE "MK-CHIAMATA"   TO FIELD-WEB.
002850          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002860
002870          IF STEP-CON-TOTP
002880           MOVE "codice"       TO VALUE-WEB
002890          ELSE
002900           MOVE "password"     TO VALUE-WEB
002910          END-IF.
002920          MOVE "MK-FATTORE"    TO FIELD-WEB.
002930          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002940
002950          MOVE AVVISO-STEP-WEB TO VALUE-WEB.
002960          MOVE "MK-MESSAGE"    TO FIELD-WEB.
002970          PERFORM METTI-WEB    THRU EX-METTI-WEB.
002980
002990          MOVE "CONFERMA IDENTITA'" TO VALUE-WEB.
003000          MOVE "MK-TITLE"      TO FIELD-WEB.
003010          PERFORM METTI-WEB    THRU EX-METTI-WEB.
003020
003030          MOVE "TEMPLATE/STEPUP.HTM" TO PAGE-WEB.
003040          PERFORM SHOW-WEB     THRU EX-SHOW-WEB.
003050
003060  EX-MASCHERA-STEP.
003070          EXIT.
003080*
003090** GIORNALE-STEP: EVENTO "STEPUP" SU ARKACC (ESITO-ACC-WEB GIA'
003100** VALORIZZATO) CON L'AZIONE E IL FATTORE USATO
003110*
003120  GIORNALE-STEP.
003130
003140          MOVE OPERATORE-STEP-WEB TO UTENTE-ACC-WEB.
003150          MOVE "STEPUP"        TO EVENTO-ACC-WEB.
003160          MOVE SPACES          TO NOTA-ACC-WEB.
003170          IF STEP-CON-TOTP
003180           STRING CHIAMATA-STEP-WEB " codice TOTP"
003190            DELIMITED BY SIZE INTO NOTA-ACC-WEB
003200          ELSE
003210           STRING CHIAMATA-STEP-WEB " password"
003220            DELIMITED BY SIZE INTO NOTA-ACC-WEB
003230          END-IF.
003240
003250          PERFORM IMPOSTA-DELEGANTE-ACC-WEB
003260           THRU EX-IMPOSTA-DELEGANTE-ACC-WEB.
003270          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
003280                                EVENTO-ACC-WEB ESITO-ACC-WEB
003290                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
003300          CANCEL "OPENACCJ".
003310          MOVE SPACES          TO DELEGANTE-ACC-WEB.
003320
003330  EX-GIORNALE-STEP.
003340          EXIT.
