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
000040* AMBIENTE-AMB: CHIEDE A OPENAMBW IL CONTRASSEGNO DELL'ISTANZA E
000050* PREPARA IN FILIGRANA-AMB-WEB LA RIGA DI FILIGRANA PER STAMPE E
000060* TABULATI (A SPAZI IN PRODUZIONE)
000070*
000080  AMBIENTE-AMB.
000090
000100          CALL "OPENAMBW" USING CODICE-AMB-WEB POSTA-AMB-WEB
000110                                WEBHOOK-AMB-WEB.
000120          CANCEL "OPENAMBW".
000130
000140          MOVE SPACES                 TO FILIGRANA-AMB-WEB.
000150
000160          IF NOT AMB-PRODUZIONE
000170           STRING "*** TEST - AMBIENTE DI " DELIMITED BY SIZE
000180            CODICE-AMB-WEB DELIMITED BY SPACE
000190            " - DOCUMENTO NON VALIDO ***" DELIMITED BY SIZE
000200            INTO FILIGRANA-AMB-WEB
000210          END-IF.
000220
000230  EX-AMBIENTE-AMB.
000240          EXIT.
000250*
000260* DEVIA-POSTA-AMB: FUORI DALLA PRODUZIONE UN MESSAGGIO NON VA MAI
000270* AI DESTINATARI VERI (DESTINATARI-AMB-WEB): PARTE PER LA CASELLA
000280* DI RACCOLTA CON "[TEST]" E I DESTINATARI ORIGINALI NELL'OGGETTO
000290* O, SENZA CASELLA, FINISCE IN CODA A FILES/AMBIENTE.POSTA.TXT.
000300* IL CORPO E' IL FILE IN CORPO-AMB-WEB; IL CODICE DEL COMANDO
000310* TORNA IN RC-AMB-WEB COME TORNEREBBE QUELLO DEL COMANDO mail
000320*
000330  DEVIA-POSTA-AMB.
000340
000350          MOVE SPACES                 TO COMANDO-AMB-WEB.
000360
000370          IF POSTA-AMB-WEB NOT = SPACES
000380           STRING "mail -s '[TEST] " DELIMITED BY SIZE
000390            OGGETTO-AMB-WEB DELIMITED BY "  "
000400            " - PER " DELIMITED BY SIZE
000410            DESTINATARI-AMB-WEB DELIMITED BY "  "
000420            "' " DELIMITED BY SIZE
000430            POSTA-AMB-WEB DELIMITED BY SPACE
000440            " < " DELIMITED BY SIZE
000450            CORPO-AMB-WEB DELIMITED BY SPACE
000460            INTO COMANDO-AMB-WEB
000470          ELSE
000480           STRING "( echo '[TEST] " DELIMITED BY SIZE
000490            OGGETTO-AMB-WEB DELIMITED BY "  "
000500            " - PER " DELIMITED BY SIZE
000510            DESTINATARI-AMB-WEB DELIMITED BY "  "
000520            "' ; cat " DELIMITED BY SIZE
000530            CORPO-AMB-WEB DELIMITED BY SPACE
000540            " ) >> FILES/AMBIENTE.POSTA.TXT" DELIMITED BY SIZE
000550            INTO COMANDO-AMB-WEB
000560          END-IF.
000570
000580          CALL "SYSTEM" USING COMANDO-AMB-WEB.
000590
000600          MOVE RETURN-CODE            TO RC-AMB-WEB.
000610
000620          DISPLAY "AMBIENTE " CODICE-AMB-WEB
000630           ": POSTA DEVIATA - " OGGETTO-AMB-WEB.
000640
000650  EX-DEVIA-POSTA-AMB.
000660          EXIT.
