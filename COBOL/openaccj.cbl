000200* DI CHI NON HA ARKACC TRA I PROPRI FILE: I CONTROLLI DI
000210* SESSIONE IN PIOWEB1.CBL (FASCE ORARIE, ORIGINE DI RETE) LO
000220* RICHIAMANO CON CALL. STESSO TRACCIATO E STESSA MECCANICA DI
000230* SCRIVI-EVENTO-ACC IN PIOACC.CBL. L'ULTIMO PARAMETRO E' L'UTENTE
000235* PER CONTO DEL QUALE SI OPERA (DELEGA PER ASSENZA), SPAZI SE
000236* NESSUNO.
000240*
000250 IDENTIFICATION   DIVISION.
000260 PROGRAM-ID.      OPENACCJ.
000480 01 LK-EVENTO-ACCJ            PIC X(10).
000490 01 LK-ESITO-ACCJ             PIC XX.
000500 01 LK-NOTA-ACCJ              PIC X(30).
000505 01 LK-DELEGANTE-ACCJ         PIC X(08).
000510*
000520 PROCEDURE  DIVISION USING LK-UTENTE-ACCJ LK-SECTION-ACCJ
000530                           LK-EVENTO-ACCJ LK-ESITO-ACCJ
000540                           LK-NOTA-ACCJ LK-DELEGANTE-ACCJ.
000550*
000560          OPEN EXTEND ARKACC.
000570
000710          MOVE LK-EVENTO-ACCJ     TO EVENTO-ACC.
000720          MOVE LK-ESITO-ACCJ      TO ESITO-ACC.
000730          MOVE LK-NOTA-ACCJ       TO NOTA-ACC.
000735          MOVE LK-DELEGANTE-ACCJ  TO DELEGANTE-ACC.
000740
000750          WRITE EVENTO-ACCESSO.
000760
