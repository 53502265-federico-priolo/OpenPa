003200          EXIT.
003201*
003202***** LA DATA DELLA CELLA E' UNA FESTIVITA' DI CALENDARIO?
003203***** (TABELLA "CL" DELL'ENTE DEL PIANO O DELL'ENTE 00)
003204*
003205 GIORNO-FESTIVO-BCAL.
003206
003207          MOVE "N"                TO FESTIVO-CL-BCAL.
003208
003209          MOVE DATA-CELLA-BCAL    TO DATA-CAL-WEB.
003210          MOVE ZEROS              TO ENTE-CAL-WEB.
003211          IF ENTE-SKD NUMERIC
003212           MOVE ENTE-SKD          TO ENTE-CAL-WEB
003213          END-IF.
003214
003215          PERFORM VERIFICA-FESTIVO-TAB
003216           THRU EX-VERIFICA-FESTIVO-TAB.
003217
003218          IF GIORNO-FESTIVO
003219           MOVE "S"               TO FESTIVO-CL-BCAL
003220          END-IF.
003221
003232 EX-GIORNO-FESTIVO-BCAL.
003233          EXIT.
003234*
