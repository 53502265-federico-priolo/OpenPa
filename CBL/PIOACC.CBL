000069          MOVE EVENTO-ACC-WEB  TO EVENTO-ACC.
000070          MOVE ESITO-ACC-WEB   TO ESITO-ACC.
000071          MOVE NOTA-ACC-WEB    TO NOTA-ACC.
000072*         LE RIGHE DELL'OPERATORE CHE STA LAVORANDO SU DELEGA
000073*         PORTANO IL DELEGANTE (VERIFICA-DELEGA-WEB)
000074          MOVE DELEGANTE-ACC-WEB TO DELEGANTE-ACC.
000075          IF DELEGANTE-ACC-WEB = SPACES
000076           AND OPERATORE-DELEGA-WEB NOT = SPACES
000077           AND UTENTE-ACC-WEB = OPERATORE-DELEGA-WEB
000078           MOVE DELEGANTE-WEB  TO DELEGANTE-ACC
000079          END-IF.
000080
000081          WRITE EVENTO-ACCESSO.
000082
000083          MOVE SPACES          TO NOTA-ACC-WEB
000084                                  DELEGANTE-ACC-WEB.
000085
000086  EX-SCRIVI-EVENTO-ACC.
000087          EXIT.
