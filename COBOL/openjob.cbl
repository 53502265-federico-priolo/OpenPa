000776          END-IF.
000777
000780          PERFORM OPEN-I-JOB         THRU EX-OPEN-I-JOB.
000781
000782          IF VERSIONE-ERRATA
000783           DISPLAY "OPENJOB: ARKJOB A UNA VERSIONE DI TRACCIATO "
000784            "DIVERSA (STATUS " STATUS-VERS-WEB
000785            ") - CONVERTIRLO CON OPENTCNV"
000786           MOVE 8                  TO RETURN-CODE
000787           GOBACK
000788          END-IF.
000789          PERFORM OPEN-I-NOT         THRU EX-OPEN-I-NOT.
000790          PERFORM OPEN-I-VIEW        THRU EX-OPEN-I-VIEW.
000791
000795          PERFORM RECUPERA-INCAGLIATI-JOB
000796           THRU EX-RECUPERA-INCAGLIATI-JOB.
000797
