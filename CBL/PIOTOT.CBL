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
000030*
000040* CONSEGNA-TOTALI-TOT: IL PASSO VALORIZZA PROGRAMMA-TOT-WEB, I
000050* CINQUE CONTATORI E EQUAZIONE-TOT-WEB DI AREA-TOT-WEB E LI
000060* LASCIA IN FILES/BATCH/<PROGRAMMA>.TOT PER IL GIRO NOTTURNO
000070*
000080  CONSEGNA-TOTALI-TOT.
000090
000100          MOVE "mkdir -p FILES/BATCH" TO COMANDO-TOT-WEB.
000110          CALL "SYSTEM" USING COMANDO-TOT-WEB.
000120
000130          PERFORM NOME-TOTALI-TOT THRU EX-NOME-TOTALI-TOT.
000140
000150          OPEN OUTPUT ARKTOT.
000160
000170          IF STATUS-TOT NOT = "00"
000180           DISPLAY "TOTALI DI CONTROLLO NON CONSEGNATI, STATUS = "
000190            STATUS-TOT
000200           GO TO EX-CONSEGNA-TOTALI-TOT
000210          END-IF.
000220
000230          ACCEPT DATA-TOT             FROM DATE YYYYMMDD.
000240          MOVE PROGRAMMA-TOT-WEB      TO PROGRAMMA-TOT.
000250          MOVE LETTI-TOT-WEB          TO LETTI-TOT.
000260          MOVE SCRITTI-TOT-WEB        TO SCRITTI-TOT.
000270          MOVE AGGIORNATI-TOT-WEB     TO AGGIORNATI-TOT.
000280          MOVE CANCELLATI-TOT-WEB     TO CANCELLATI-TOT.
000290          MOVE SCARTATI-TOT-WEB       TO SCARTATI-TOT.
000300          MOVE EQUAZIONE-TOT-WEB      TO EQUAZIONE-TOT.
000310
000320          WRITE REC-TOT.
000330
000340          CLOSE ARKTOT.
000350
000360  EX-CONSEGNA-TOTALI-TOT.
000370          EXIT.
000380*
000390* RITIRA-TOTALI-TOT: LEGGE I TOTALI LASCIATI OGGI DAL PROGRAMMA IN
000400* PROGRAMMA-TOT-WEB E CANCELLA IL FILE; TROVATI-TOT-WEB = "S" SE
000410* C'ERANO, ALTRIMENTI IL PASSO NON LI HA REGISTRATI
000420*
000430  RITIRA-TOTALI-TOT.
000440
000450          MOVE "N"                    TO TROVATI-TOT-WEB.
000460          MOVE ZEROS                  TO LETTI-TOT-WEB
000470                                         SCRITTI-TOT-WEB
000480                                         AGGIORNATI-TOT-WEB
000490                                         CANCELLATI-TOT-WEB
000500                                         SCARTATI-TOT-WEB.
000510          MOVE SPACES                 TO EQUAZIONE-TOT-WEB.
000520
000530          PERFORM NOME-TOTALI-TOT THRU EX-NOME-TOTALI-TOT.
000540
000550          OPEN INPUT ARKTOT.
000560
000570          IF STATUS-TOT NOT = "00" GO TO EX-RITIRA-TOTALI-TOT.
000580
000590          MOVE SPACES                 TO REC-TOT.
000600          READ ARKTOT
000610           AT END MOVE SPACES         TO REC-TOT
000620          END-READ.
000630          CLOSE ARKTOT.
000640
000650          IF DATA-TOT = DATA-TOT-WEB
000660           AND PROGRAMMA-TOT = PROGRAMMA-TOT-WEB
000670           AND LETTI-TOT NUMERIC AND SCRITTI-TOT NUMERIC
000680           AND AGGIORNATI-TOT NUMERIC AND CANCELLATI-TOT NUMERIC
000690           AND SCARTATI-TOT NUMERIC
000700           MOVE "S"                   TO TROVATI-TOT-WEB
000710           MOVE LETTI-TOT             TO LETTI-TOT-WEB
000720           MOVE SCRITTI-TOT           TO SCRITTI-TOT-WEB
000730           MOVE AGGIORNATI-TOT        TO AGGIORNATI-TOT-WEB
000740           MOVE CANCELLATI-TOT        TO CANCELLATI-TOT-WEB
000750           MOVE SCARTATI-TOT          TO SCARTATI-TOT-WEB
000760           MOVE EQUAZIONE-TOT         TO EQUAZIONE-TOT-WEB
000770          END-IF.
000780
000790          MOVE SPACES                 TO COMANDO-TOT-WEB.
000800          STRING "rm -f " NOME-TOT-WEB DELIMITED BY SIZE
000810           INTO COMANDO-TOT-WEB.
000820          CALL "SYSTEM" USING COMANDO-TOT-WEB.
000830
000840  EX-RITIRA-TOTALI-TOT.
000850          EXIT.
000860*
000870  NOME-TOTALI-TOT.
000880
000890          MOVE SPACES                 TO NOME-TOT-WEB.
000900          STRING "FILES/BATCH/" DELIMITED BY SIZE
000910           PROGRAMMA-TOT-WEB DELIMITED BY SPACE
000920           ".TOT" DELIMITED BY SIZE INTO NOME-TOT-WEB.
000930
000940  EX-NOME-TOTALI-TOT.
000950          EXIT.
