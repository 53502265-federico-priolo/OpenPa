000290          PERFORM READ-WEB        THRU EX-READ-WEB.
000300          MOVE VALUE-WEB(1:80)    TO PATH-WEB.
000301*
000302** da qui in poi le righe di ARKVIEW scritte per la pagina sono
000303** annotate per la resa sicura nel modello (MAKE-WEB)
000304*
000305          MOVE ZEROS              TO NUM-RIGHE-HTML-WEB.
000306          MOVE "S"                TO PAGINA-HTML-WEB.
000307*
000308** gli archivi di base appena aperti: uno status inatteso
000309** (il 35 e' gia' stato rimediato sopra) diventa un incidente
000310** numerato su ARKINC (GESTIONE-INCIDENTE-WEB, revisione in
000311** openminc.exe) e la sessione riceve la pagina di cortesia
000312*
000313          IF STATUS-VIEW NOT = "00" AND STATUS-VIEW NOT = "05"
000314           MOVE "INIZIO-WEB"      TO PROGRAMMA-INC-WEB
000315           MOVE "ARKVIEW"         TO FILE-INC-WEB
000316           MOVE STATUS-VIEW       TO STATUS-INC-WEB
000317           MOVE "Apertura archivio VIEW fallita"
000318            TO DESC-INC-WEB
000319           MOVE "A"               TO SEVERITA-INC-WEB
000320           PERFORM GESTIONE-INCIDENTE-WEB
000321            THRU EX-GESTIONE-INCIDENTE-WEB
000322          END-IF.
000323
000324          IF NOT SESSIONE-RIFIUTATA
000325           AND STATUS-LOG NOT = "00" AND STATUS-LOG NOT = "05"
000326           MOVE "INIZIO-WEB"      TO PROGRAMMA-INC-WEB
000327           MOVE "ARKLOG"          TO FILE-INC-WEB
000328           MOVE STATUS-LOG        TO STATUS-INC-WEB
000329           MOVE "Apertura archivio LOG fallita"
000330            TO DESC-INC-WEB
000331           MOVE "A"               TO SEVERITA-INC-WEB
000332           PERFORM GESTIONE-INCIDENTE-WEB
000333            THRU EX-GESTIONE-INCIDENTE-WEB
000334          END-IF.
000335*
000336** registra/aggiorna la sessione corrente su ARKVIEW e applica
000337** il tetto di sessioni simultanee per utente (opensess.exe)
000340*
000350          IF NOT SESSIONE-RIFIUTATA
000360           PERFORM REGISTRA-SESSIONE-WEB
000520           PERFORM VERIFICA-FINESTRA-ORARIA-WEB
000530            THRU EX-VERIFICA-FINESTRA-ORARIA-WEB
000540          END-IF.
000541*
000542** gettone di modulo (MK-FORM): ogni richiesta che scrive deve
000543** riportare quello emesso alla sessione, altrimenti e' rifiutata
000544** con la segnalazione e il tentativo va su ARKACC
000545*
000546          IF SESSIONE-AMMESSA
000547           PERFORM VERIFICA-TOKEN-FORM-WEB
000548            THRU EX-VERIFICA-TOKEN-FORM-WEB
000549          END-IF.
000550*
000551** delega per assenza (opendelw.exe): l'operatore che sostituisce
000552** un collega assente ne porta il codice in DELEGANTE-WEB
000553*
000554          IF SESSIONE-AMMESSA
000555           PERFORM VERIFICA-DELEGA-WEB THRU EX-VERIFICA-DELEGA-WEB
000556          END-IF.
000557*
000558** informativa d'uso (openpolw.exe): finche' l'operatore non ha
000559** accettato la versione in vigore ogni pagina, menu compreso,
000560** cede il posto all'avviso con il rimando a openpuso.exe
000561*
000562          IF SESSIONE-AMMESSA
000563           PERFORM VERIFICA-POLITICA-USO-WEB
000564            THRU EX-VERIFICA-POLITICA-USO-WEB
000565          END-IF.
