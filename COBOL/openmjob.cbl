001240          EXIT.
001250*
001260** funzione=quota: REGISTRA LA POLITICA DELLA QUOTA PER UTENTE
001270** NEI PARAMETRI DI SISTEMA "JOB-QUOTA-MASSIMO" E
001280** "JOB-QUOTA-ESENTI" (A VIRGOLE), LETTI DA CALL-WEB
001290*
001300 SALVA-QUOTA-MJOB.

001310          MOVE "OPENMJOB"         TO PROGRAMMA-PAR-WEB.
001320          MOVE SPACES             TO QUALIFICA-PAR-WEB.

001330          MOVE "MK-massimo"       TO FIELD-WEB.
001340          PERFORM READ-WEB        THRU EX-READ-WEB.
001360          IF NUMERO-WEB NOT > 999
001370           MOVE NUMERO-WEB        TO MASSIMO-MJOB
001380          END-IF.
001390          MOVE "JOB-QUOTA-MASSIMO" TO NOME-PAR-WEB.
001391          MOVE SPACES             TO VALORE-PAR-WEB.
001392          MOVE MASSIMO-MJOB       TO VALORE-PAR-WEB(1:3).
001393          PERFORM IMPOSTA-PARAMETRO-WEB
001394           THRU EX-IMPOSTA-PARAMETRO-WEB.

001395          IF ESITO-PAR-WEB NOT = "OK"
001396           GO TO RIFIUTO-QUOTA-MJOB
001397          END-IF.

001400          MOVE "MK-esenti"        TO FIELD-WEB.
001410          PERFORM READ-WEB        THRU EX-READ-WEB.
001420          MOVE "JOB-QUOTA-ESENTI" TO NOME-PAR-WEB.
001421          MOVE SPACES             TO VALORE-PAR-WEB.
001422          MOVE VALUE-WEB(1:60)    TO VALORE-PAR-WEB(1:60).
001423          PERFORM IMPOSTA-PARAMETRO-WEB
001424           THRU EX-IMPOSTA-PARAMETRO-WEB.

001425          IF ESITO-PAR-WEB NOT = "OK"
001426           GO TO RIFIUTO-QUOTA-MJOB
001427          END-IF.

001440          MOVE "Quota per utente registrata" TO MESSAGGIO.
001450          PERFORM VIS-MESS        THRU EX-VIS-MESS.

001451          GO TO EX-SALVA-QUOTA-MJOB.

001452 RIFIUTO-QUOTA-MJOB.

001453          MOVE SPACES             TO MESSAGGIO.
001454          STRING "Quota non registrata: " MOTIVO-PAR-WEB
001455           DELIMITED BY SIZE INTO MESSAGGIO.
001456          PERFORM VIS-MESS        THRU EX-VIS-MESS.

001460 EX-SALVA-QUOTA-MJOB.
001470          EXIT.
001480*
