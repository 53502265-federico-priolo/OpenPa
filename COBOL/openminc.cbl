000180*
000190* REVISIONE DEL REGISTRO INCIDENTI (ARKINC): SENZA funzione LA
000200* GRIGLIA JSON (MK-stato = "A" SOLO GLI APERTI, DEFAULT TUTTI);
000210* funzione=chiudi CON MK-numero MARCA L'INCIDENTE CHIUSO. GLI
000211* INCIDENTI RICORRENTI SI CHIUDONO IN BLOCCO DAL LORO PROBLEMA
000212* (openmprb.exe).
000220*
000230 IDENTIFICATION   DIVISION.
000240 PROGRAM-ID.      OPENMINC.
001880           '",'                   DELIMITED BY SIZE
001890           INTO DATI-JSON.
001900          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001901
001902*         PROBLEMA DI OPENBPRB A CUI L'INCIDENTE E' RICONDOTTO
001903*         (VUOTO SE NON ANCORA RAGGRUPPATO)
001904          IF PROBLEMA-INC NUMERIC AND PROBLEMA-INC NOT = ZEROS
001905           STRING '"PROBLEMA":"'  DELIMITED BY SIZE
001906            PROBLEMA-INC          DELIMITED BY SIZE
001907            '",'                  DELIMITED BY SIZE
001908            INTO DATI-JSON
001909          ELSE
001910           MOVE '"PROBLEMA":"",'  TO DATI-JSON
001911          END-IF.
001912          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001913
001920          STRING '"CHIUDI":"'     DELIMITED BY SIZE
001930           '<a href=openminc.exe?MK-KEY=' DELIMITED BY SIZE
001940           SECTION-WEB            DELIMITED BY SIZE
001945           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001950           "&MK-FUNZIONE=chiudi&MK-numero=" DELIMITED BY SIZE
001960           NUMERO-INC             DELIMITED BY SIZE
001970           '>'                    DELIMITED BY SIZE
