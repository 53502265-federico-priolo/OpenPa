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
000030  OPEN-I-POL.
000040
000050          OPEN I-O ARKPOL.
000060
000070          IF STATUS-POL = "35"
000080           OPEN OUTPUT ARKPOL
000090           CLOSE ARKPOL
000100           OPEN I-O ARKPOL
000110          END-IF.
000120
000130  EX-OPEN-I-POL.
000140          EXIT.
000150
000160  CLOSE-POL.
000170
000180          CLOSE ARKPOL.
000190
000200  EX-CLOSE-POL.
000210          EXIT.
000220
000230  STARTO-POL.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKPOL KEY IS NOT LESS THAN CHIAVE-POL
000280           INVALID KEY GO TO EX-STARTO-POL.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-POL.
000330          EXIT.
000340
000350  LEGGO-NEXT-POL.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKPOL NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-POL.
000430          EXIT.
000440
000450  LEGGO-POL.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKPOL
000500           INVALID KEY GO TO EX-LEGGO-POL.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-POL.
000550          EXIT.
000560
000570  SCRIVI-POL.
000580
000590          MOVE "NO"            TO ESITO-WEB.
000600
000610          WRITE TESTO-POLITICA
000620           INVALID KEY GO TO EX-SCRIVI-POL.
000630
000640          MOVE "OK"            TO ESITO-WEB.
000650
000660  EX-SCRIVI-POL.
000670          EXIT.
000680
000690  RISCRIVI-POL.
000700
000710          MOVE "NO"            TO ESITO-WEB.
000720
000730          REWRITE TESTO-POLITICA
000740           INVALID KEY GO TO EX-RISCRIVI-POL.
000750
000760          MOVE "OK"            TO ESITO-WEB.
000770
000780  EX-RISCRIVI-POL.
000790          EXIT.
000800
000810  CANCELLA-POL.
000820
000830          MOVE "NO"            TO ESITO-WEB.
000840
000850          DELETE ARKPOL RECORD
000860           INVALID KEY GO TO EX-CANCELLA-POL.
000870
000880          MOVE "OK"            TO ESITO-WEB.
000890
000900  EX-CANCELLA-POL.
000910          EXIT.
000920*
000930** POSIZIONA-POL: IL CHIAMANTE VALORIZZA VERSIONE-POL E LINGUA-POL
000940** (VUOTA = ITALIANO). SE LA VERSIONE HA LA TESTATA (RIGA ZERO) IN
000950** QUELLA LINGUA RESTITUISCE "OK" CON LA TESTATA IN MEMORIA;
000960** ALTRIMENTI RIPROVA IN ITALIANO E SEGNALA IL RIPIEGO
000970** (POLITICA-IN-RIPIEGO). IL CHIAMANTE PROSEGUE CON
000980** LEGGO-NEXT-POL FINCHE' VERSIONE-POL/LINGUA-POL RESTANO UGUALI A
000990** VERSIONE-POS-WEB/LINGUA-POS-WEB. "NO" = VERSIONE SENZA TESTO
001000** NEMMENO IN ITALIANO
001010*
001020  POSIZIONA-POL.
001030
001040          MOVE "NO"            TO ESITO-WEB.
001050          MOVE "N"             TO RIPIEGO-POL-WEB.
001060          MOVE VERSIONE-POL    TO VERSIONE-POS-WEB.
001070
001080          IF LINGUA-POL = SPACES
001090           MOVE "IT"           TO LINGUA-POL
001100          END-IF.
001110
001120          MOVE LINGUA-POL      TO LINGUA-POS-WEB.
001130
001140  PROVA-POSIZIONA-POL.
001150
001160          MOVE VERSIONE-POS-WEB TO VERSIONE-POL.
001170          MOVE LINGUA-POS-WEB  TO LINGUA-POL.
001180          MOVE ZEROS           TO RIGA-POL.
001190
001200          READ ARKPOL
001210           INVALID KEY GO TO RIPIEGO-POSIZIONA-POL.
001220
001230          MOVE "OK"            TO ESITO-WEB.
001240          GO TO EX-POSIZIONA-POL.
001250
001260  RIPIEGO-POSIZIONA-POL.
001270
001280          IF LINGUA-POS-WEB = "IT"
001290           GO TO EX-POSIZIONA-POL
001300          END-IF.
001310
001320          MOVE "IT"            TO LINGUA-POS-WEB.
001330          MOVE "S"             TO RIPIEGO-POL-WEB.
001340
001350          GO TO PROVA-POSIZIONA-POL.
001360
001370  EX-POSIZIONA-POL.
001380          EXIT.
