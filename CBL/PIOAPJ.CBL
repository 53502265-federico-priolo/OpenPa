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
000280*
000281  OPEN-E-APJ.
000282          OPEN EXTEND ARKAPJ.
000283          IF STATUS-APJ = "35"
000284           OPEN OUTPUT ARKAPJ
000285           CLOSE ARKAPJ
000286           OPEN EXTEND ARKAPJ
000287          END-IF.
000288  EX-OPEN-E-APJ.
000289          EXIT.
000290
000291  OPEN-I-APJ.
000292          OPEN INPUT ARKAPJ.
000293  EX-OPEN-I-APJ.
000294          EXIT.
000295
000296  CLOSE-APJ.
000297          CLOSE ARKAPJ.
000298  EX-CLOSE-APJ.
000299          EXIT.
000300
000301  LEGGO-NEXT-APJ.
000302          MOVE "N"             TO FINE-FILE.
000303          READ ARKAPJ NEXT RECORD
000304           AT END MOVE "S"     TO FINE-FILE.
000305  EX-LEGGO-NEXT-APJ.
000306          EXIT.
000307*
000308** INIZIO-CHIAMATA-APJ: DA ESEGUIRE APPENA DOPO START-WEB, FERMA
000309** L'ORA DI PARTENZA PER LA DURATA E PULISCE GLI APPOGGI
000310*
000311  INIZIO-CHIAMATA-APJ.
000312
000313          MOVE SPACES          TO SISTEMA-API-WEB
000314                                  CODA-TOKEN-API-WEB
000315                                  ENTITA-API-WEB
000316                                  AZIONE-API-WEB
000317                                  CHIAVE-API-WEB
000318                                  MOTIVO-API-WEB.
000319          MOVE "OK"            TO ESITO-API-WEB.
000320          MOVE "N"             TO SUPERATA-API-WEB.
000321          MOVE ZEROS           TO SOGLIA-MINUTO-API-WEB
000322                                  SOGLIA-GIORNO-API-WEB
000323                                  CONTA-MINUTO-API-WEB
000324                                  CONTA-GIORNO-API-WEB
000325                                  DURATA-API-WEB.
000326
000327          ACCEPT DATA-OGGI-API-WEB FROM DATE YYYYMMDD.
000328          ACCEPT ORA-INIZIO-API-WEB FROM TIME.
000329
000330  EX-INIZIO-CHIAMATA-APJ.
000331          EXIT.
000403*
000404** SCRIVI-CHIAMATA-APJ: RIGA DI GIORNALE A FINE CHIAMATA, CON LA
000405** DURATA DALL'ORA FERMATA IN INIZIO-CHIAMATA-APJ (UNA CHIAMATA A
000406** CAVALLO DELLA MEZZANOTTE SI CONTA SUL GIORNO DOPO)
000407*
000408  SCRIVI-CHIAMATA-APJ.
000409
000410          ACCEPT ORA-FINE-API-WEB FROM TIME.
000411
000412          COMPUTE CENT-INIZIO-API-WEB =
000413           HH-INIZIO-API-WEB * 360000 + MM-INIZIO-API-WEB * 6000
000414           + SS-INIZIO-API-WEB * 100 + CC-INIZIO-API-WEB.
000415          COMPUTE CENT-FINE-API-WEB =
000416           HH-FINE-API-WEB * 360000 + MM-FINE-API-WEB * 6000
000417           + SS-FINE-API-WEB * 100 + CC-FINE-API-WEB.
000418
000419          IF CENT-FINE-API-WEB < CENT-INIZIO-API-WEB
000420           ADD 8640000         TO CENT-FINE-API-WEB
000421          END-IF.
000422
000423          COMPUTE DURATA-API-WEB =
000424           (CENT-FINE-API-WEB - CENT-INIZIO-API-WEB) * 10.
000425
000426          PERFORM OPEN-E-APJ   THRU EX-OPEN-E-APJ.
000427
000428          MOVE ALL "!"         TO CHIAMATA-API.
000429
000430          MOVE DATA-OGGI-API-WEB TO DATA-APJ.
000431          MOVE ORA-INIZIO-API-WEB TO ORA-APJ.
000432          MOVE PROGRAMMA-API-WEB TO PROGRAMMA-APJ.
000433          MOVE SISTEMA-API-WEB TO SISTEMA-APJ.
000434          MOVE CODA-TOKEN-API-WEB TO TOKEN-APJ.
000435          MOVE ENTITA-API-WEB  TO ENTITA-APJ.
000436          MOVE AZIONE-API-WEB  TO AZIONE-APJ.
000437          MOVE ESITO-API-WEB   TO ESITO-APJ.
000438          MOVE CHIAVE-API-WEB  TO CHIAVE-APJ.
000439          MOVE DURATA-API-WEB  TO DURATA-APJ.
000440          MOVE MOTIVO-API-WEB  TO MOTIVO-APJ.
000441
000442          WRITE CHIAMATA-API.
000443
000444          PERFORM CLOSE-APJ    THRU EX-CLOSE-APJ.
000445
000446  EX-SCRIVI-CHIAMATA-APJ.
000447          EXIT.
