000210* (GIORNALIERA, SETTIMANALE O MENSILE, COL GIORNO MENSILE
000220* AGGANCIATO ALLA FINE MESE QUANDO ECCEDE), LA FA SLITTARE AL
000230* PRIMO GIORNO LAVORATIVO SE IL PIANO LO CHIEDE (SABATO,
000240* DOMENICA E FESTIVITA' REGISTRATE IN TABELLA "CL" DELL'ENTE DEL
000250* PIANO O DELL'ENTE 00, UNA RIGA PER DATA IN POS 1-8) E, SE
000255* NON E' GIA' STATA ACCODATA, SCRIVE LA RICHIESTA SU ARKJOB
000260* COME FAREBBE CALL-WEB; OPENJOB
000270* LA RITIRA AL SOLITO MODO. VA SCHEDULATO UNA VOLTA AL GIORNO,
000280* MA RILANCIARLO PIU' VOLTE NON RADDOPPIA NULLA GRAZIE A
000290* ULTIMA-MATERIA-SKD, E UN GIORNO DI FERMO NON PERDE IL GIRO:
002400          EXIT.
002410*
002420** SLITTAMENTO SUI GIORNI NON LAVORATIVI: SABATO, DOMENICA E
002430** FESTIVITA' IN TABELLA "CL" DELL'ENTE (DATA IN POS 1-8); AVANTI
002440** DI UN GIORNO ALLA VOLTA, AL MASSIMO 30 PER NON GIRARE A
002450** VUOTO SU UN CALENDARIO MALFORMATO
002460*
002840           GO TO EX-GIORNO-LAVORATIVO-SKD
002850          END-IF.
002860
002870***** FESTIVITA' DI CALENDARIO: TABELLA "CL" DELL'ENTE DEL PIANO
002880***** (O DELL'ENTE 00), UNA RIGA PER DATA (POS 1-8)
002890
002900          MOVE PREVISTA-DATA-SKD     TO DATA-CAL-WEB.
002910          MOVE ZEROS                 TO ENTE-CAL-WEB.
002920          IF ENTE-SKD NUMERIC
002930           MOVE ENTE-SKD             TO ENTE-CAL-WEB
002940          END-IF.
002950
002960          PERFORM VERIFICA-FESTIVO-TAB
002970           THRU EX-VERIFICA-FESTIVO-TAB.
002980
002990          IF GIORNO-FESTIVO
003000           MOVE "N"                  TO LAVORATIVO-SKD
003010          END-IF.
003020
003130 EX-GIORNO-LAVORATIVO-SKD.
003140          EXIT.
003141*
003277
003278          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
003279                                EVENTO-ACC-WEB ESITO-ACC-WEB
003280                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
003281          CANCEL "OPENACCJ".
003282
003283 EX-GIORNALE-SALTO-SKD.
