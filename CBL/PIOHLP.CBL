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
000190  OPEN-I-HLP.

000200          OPEN I-O ARKHLP.

000210          IF STATUS-HLP = "35"
000220           OPEN OUTPUT ARKHLP
000230           CLOSE ARKHLP
000240           OPEN I-O ARKHLP
000250          END-IF.

000260  EX-OPEN-I-HLP.
000270          EXIT.

000280  CLOSE-HLP.

000290          CLOSE ARKHLP.

000300  EX-CLOSE-HLP.
000310          EXIT.

000320  STARTO-HLP.

000330          MOVE "NO"            TO ESITO-WEB.

000340          START ARKHLP KEY IS NOT LESS THAN CHIAVE-HLP
000350           INVALID KEY GO TO EX-STARTO-HLP.

000360          MOVE "OK"            TO ESITO-WEB.

000370  EX-STARTO-HLP.
000380          EXIT.

000390  LEGGO-NEXT-HLP.

000400          MOVE "N"             TO FINE-FILE.

000410          READ ARKHLP NEXT RECORD
000420           AT END MOVE "S"     TO FINE-FILE.

000430  EX-LEGGO-NEXT-HLP.
000440          EXIT.

000450  LEGGO-HLP.

000460          MOVE "NO"            TO ESITO-WEB.

000470          READ ARKHLP
000480           INVALID KEY GO TO EX-LEGGO-HLP.

000490          MOVE "OK"            TO ESITO-WEB.

000500  EX-LEGGO-HLP.
000510          EXIT.

000520  SCRIVI-HLP.

000530          MOVE "NO"            TO ESITO-WEB.

000540          WRITE TESTO-AIUTO
000550           INVALID KEY GO TO EX-SCRIVI-HLP.

000560          MOVE "OK"            TO ESITO-WEB.

000570  EX-SCRIVI-HLP.
000580          EXIT.

000590  RISCRIVI-HLP.

000600          MOVE "NO"            TO ESITO-WEB.

000610          REWRITE TESTO-AIUTO
000620           INVALID KEY GO TO EX-RISCRIVI-HLP.

000630          MOVE "OK"            TO ESITO-WEB.

000640  EX-RISCRIVI-HLP.
000650          EXIT.

000660  CANCELLA-HLP.

000670          MOVE "NO"            TO ESITO-WEB.

000680          DELETE ARKHLP RECORD
000690           INVALID KEY GO TO EX-CANCELLA-HLP.

000700          MOVE "OK"            TO ESITO-WEB.

000710  EX-CANCELLA-HLP.
000720          EXIT.
000730*
000740** POSIZIONA-HLP: IL CHIAMANTE VALORIZZA NUM-MENU-HLP E
000750** LINGUA-HLP (VUOTA = ITALIANO). SE LA VOCE HA RIGHE IN QUELLA
000760** LINGUA RESTITUISCE "OK" CON LA PRIMA RIGA GIA' IN MEMORIA;
000770** ALTRIMENTI RIPROVA IN ITALIANO E SEGNALA IL RIPIEGO
000780** (AIUTO-IN-RIPIEGO). IL CHIAMANTE PROSEGUE CON LEGGO-NEXT-HLP
000790** FINCHE' NUM-MENU-HLP/LINGUA-HLP RESTANO UGUALI A NUM-HLP-WEB/
000800** LINGUA-HLP-WEB. "NO" = NESSUN TESTO NEMMENO IN ITALIANO
000810*
000820  POSIZIONA-HLP.

000830          MOVE "NO"            TO ESITO-WEB.
000840          MOVE "N"             TO RIPIEGO-HLP-WEB.
000850          MOVE NUM-MENU-HLP    TO NUM-HLP-WEB.

000860          IF LINGUA-HLP = SPACES
000870           MOVE "IT"           TO LINGUA-HLP
000880          END-IF.

000890          MOVE LINGUA-HLP      TO LINGUA-HLP-WEB.

000900  PROVA-POSIZIONA-HLP.

000910          MOVE NUM-HLP-WEB     TO NUM-MENU-HLP.
000920          MOVE LINGUA-HLP-WEB  TO LINGUA-HLP.
000930          MOVE ZEROS           TO RIGA-HLP.

000940          START ARKHLP KEY IS NOT LESS THAN CHIAVE-HLP
000950           INVALID KEY GO TO RIPIEGO-POSIZIONA-HLP.

000960          READ ARKHLP NEXT RECORD
000970           AT END GO TO RIPIEGO-POSIZIONA-HLP.

000980          IF NUM-MENU-HLP = NUM-HLP-WEB AND
000990             LINGUA-HLP = LINGUA-HLP-WEB
001000           MOVE "OK"           TO ESITO-WEB
001010           GO TO EX-POSIZIONA-HLP
001020          END-IF.

001030  RIPIEGO-POSIZIONA-HLP.

001040          IF LINGUA-HLP-WEB = "IT"
001050           GO TO EX-POSIZIONA-HLP
001060          END-IF.

001070          MOVE "IT"            TO LINGUA-HLP-WEB.
001080          MOVE "S"             TO RIPIEGO-HLP-WEB.

001090          GO TO PROVA-POSIZIONA-HLP.

001100  EX-POSIZIONA-HLP.
001110          EXIT.
