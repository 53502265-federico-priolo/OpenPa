001760
001770          PERFORM OPEN-I-PEN      THRU EX-OPEN-I-PEN.
001780
001820          INITIALIZE MODIFICA-PENDENTE.
001840          SET PEN-NUOVOUTEN       TO TRUE.
001850          MOVE CHIAVE-ARQU        TO UTENTE-OGG-PEN.
001860          MOVE SPONSOR-ARQU       TO RICHIEDENTE-PEN.
001920          MOVE DAL-ARQU           TO VALIDA-DAL-PEN.
001930          MOVE AL-ARQU            TO VALIDA-AL-PEN.
001940
001950          MOVE "OPENARQU"         TO PROGRAMMA-NUM-WEB.
001951          PERFORM SCRIVI-NUOVA-PEN
001952           THRU EX-SCRIVI-NUOVA-PEN.
001960
001970          PERFORM CLOSE-PEN       THRU EX-CLOSE-PEN.
001980
