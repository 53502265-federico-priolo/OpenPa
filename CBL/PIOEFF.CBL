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
000040** APERTURA IN SOLA LETTURA PER LE VERIFICHE IN LINEA: SE IL FILE
000050** MANCA ARKEFF-DISPONIBILE RESTA SPENTO E AUTORIZZA-EFF RIMANDA
000060** SEMPRE ALLA RISALITA COMPLETA
000070*
000080  OPEN-I-EFF.
000090
000100          MOVE "N"             TO ARKEFF-APERTO-WEB.
000110
000120          OPEN INPUT ARKEFF.
000130
000140          IF STATUS-EFF = "00"
000150           MOVE "S"            TO ARKEFF-APERTO-WEB
000160          END-IF.
000170
000180  EX-OPEN-I-EFF.
000190          EXIT.
000200
000210  OPEN-IO-EFF.
000220
000230          MOVE "N"             TO ARKEFF-APERTO-WEB.
000240
000250          OPEN I-O ARKEFF.
000260
000270          IF STATUS-EFF = "35"
000280           OPEN OUTPUT ARKEFF
000290           CLOSE ARKEFF
000300           OPEN I-O ARKEFF
000310          END-IF.
000320
000330          IF STATUS-EFF = "00"
000340           MOVE "S"            TO ARKEFF-APERTO-WEB
000350          END-IF.
000360
000370  EX-OPEN-IO-EFF.
000380          EXIT.
000390*
000400** RICOSTRUZIONE: IL FILE RIPARTE VUOTO
000410*
000420  OPEN-O-EFF.
000430
000440          MOVE "N"             TO ARKEFF-APERTO-WEB.
000450
000460          OPEN OUTPUT ARKEFF.
000470          CLOSE ARKEFF.
000480          OPEN I-O ARKEFF.
000490
000500          IF STATUS-EFF = "00"
000510           MOVE "S"            TO ARKEFF-APERTO-WEB
000520          END-IF.
000530
000540  EX-OPEN-O-EFF.
000550          EXIT.
000560
000570  CLOSE-EFF.
000580
000590          IF ARKEFF-DISPONIBILE
000600           CLOSE ARKEFF
000610          END-IF.
000620
000630          MOVE "N"             TO ARKEFF-APERTO-WEB.
000640
000650  EX-CLOSE-EFF.
000660          EXIT.
000670
000680  STARTO-EFF.
000690
000700          MOVE "NO"            TO ESITO-WEB.
000710
000720          START ARKEFF KEY IS NOT LESS THAN CHIAVE-EFF
000730           INVALID KEY GO TO EX-STARTO-EFF.
000740
000750          MOVE "OK"            TO ESITO-WEB.
000760
000770  EX-STARTO-EFF.
000780          EXIT.
000790
000800  LEGGO-NEXT-EFF.
000810
000820          MOVE "N"             TO FINE-FILE.
000830
000840          READ ARKEFF NEXT RECORD
000850           AT END MOVE "S"     TO FINE-FILE.
000860
000870  EX-LEGGO-NEXT-EFF.
000880          EXIT.
000890
000900  LEGGO-EFF.
000910
000920          MOVE "NO"            TO ESITO-WEB.
000930
000940          READ ARKEFF
000950           INVALID KEY GO TO EX-LEGGO-EFF.
000960
000970          MOVE "OK"            TO ESITO-WEB.
000980
000990  EX-LEGGO-EFF.
001000          EXIT.
001010
001020  SCRIVI-EFF.
001030
001040          MOVE "NO"            TO ESITO-WEB.
001050
001060          WRITE PERMESSO-EFF
001070           INVALID KEY GO TO EX-SCRIVI-EFF.
001080
001090          MOVE "OK"            TO ESITO-WEB.
001100
001110  EX-SCRIVI-EFF.
001120          EXIT.
001130
001140  RISCRIVI-EFF.
001150
001160          MOVE "NO"            TO ESITO-WEB.
001170
001180          REWRITE PERMESSO-EFF
001190           INVALID KEY GO TO EX-RISCRIVI-EFF.
001200
001210          MOVE "OK"            TO ESITO-WEB.
001220
001230  EX-RISCRIVI-EFF.
001240          EXIT.
001250
001260  CANCELLA-EFF.
001270
001280          MOVE "NO"            TO ESITO-WEB.
001290
001300          DELETE ARKEFF RECORD
001310           INVALID KEY GO TO EX-CANCELLA-EFF.
001320
001330          MOVE "OK"            TO ESITO-WEB.
001340
001350  EX-CANCELLA-EFF.
001360          EXIT.
001370*
001380** AUTORIZZA-EFF: RISPOSTA DAI PERMESSI EFFETTIVI PRECALCOLATI AL
001390** POSTO DELLA RISALITA DI AUTORIZZA-GER SU GRUPPO BASE E GRUPPI
001400** EXTRA. IL CHIAMANTE HA LETTO L'UTENTE (LEGGO-UTEN), VALORIZZATO
001410** ENTE-ABI E CHIAMATA-ABI E APERTO ARKEFF CON OPEN-I-EFF. CON
001420** PRECALCOLO-VALIDO ESITO-WEB E' LA RISPOSTA E AUTORIZZA-GER-WEB
001430** DICE DA QUALE GRUPPO VIENE; CON PRECALCOLO-SCADUTO (FILE ASSENTE,
001440** UTENTE MAI CALCOLATO O IN RICALCOLO, GRUPPI CAMBIATI DOPO IL
001450** CALCOLO, CONCESSIONE GIA' SCADUTA) IL CHIAMANTE FA LA RISALITA
001460** COMPLETA COME SEMPRE. LE SONDE SEGUONO AUTORIZZA-ABI: CHIAMATA
001470** ESATTA, JOLLY DI FUNZIONE, JOLLY DI ENTITA'+FUNZIONE; UNA
001480** CHIAMATA CHE NON HA NEMMENO UNA VOCE NON E' COPERTA DA NESSUNA
001490** RIGA DEI GRUPPI DELL'UTENTE ED E' QUINDI NEGATA
001500*
001510  AUTORIZZA-EFF.
001520
001530          MOVE "S"                 TO PRECALCOLO-EFF-WEB.
001540          MOVE "NO"                TO ESITO-WEB.
001550
001560          IF NOT ARKEFF-DISPONIBILE GO TO EX-AUTORIZZA-EFF.
001570
001580          MOVE CHIAVE-UTEN         TO UTENTE-EFF.
001590          MOVE ZEROS               TO ENTE-EFF.
001600          MOVE LOW-VALUE           TO CHIAMATA-EFF.
001610
001620*         UNA LETTURA NON RIUSCITA PER ALTRI MOTIVI (RECORD BLOCCATO
001630*         DA UN RICALCOLO IN CORSO) VALE COME PRECALCOLO SCADUTO
001640
001650          READ ARKEFF.
001660
001670          IF STATUS-EFF NOT = "00" GO TO EX-AUTORIZZA-EFF.
001680
001690          IF NOT TESTATA-VALIDA GO TO EX-AUTORIZZA-EFF.
001700
001710          IF GRUPPO-BASE-TEST-EFF NOT = GRUPPO-UTEN
001720           OR NUM-GRUPPI-TEST-EFF NOT = NUM-GRUPPI-UTEN
001730           OR GRUPPI-EXTRA-TEST-EFF NOT = GRUPPI-EXTRA-UTEN
001740           GO TO EX-AUTORIZZA-EFF
001750          END-IF.
001760
001770          MOVE ENTE-ABI            TO ENTE-EFF.
001780          MOVE CHIAMATA-ABI        TO CHIAMATA-EFF.
001790
001800          READ ARKEFF.
001810
001820          IF STATUS-EFF = "23" GO TO JOLLY-FUNZ-EFF.
001830          IF STATUS-EFF NOT = "00" GO TO EX-AUTORIZZA-EFF.
001840
001850          GO TO RISPOSTA-EFF.
001860
001870  JOLLY-FUNZ-EFF.
001880
001890          MOVE SPACES              TO FUNZ-EFF.
001900
001910          READ ARKEFF.
001920
001930          IF STATUS-EFF = "23" GO TO JOLLY-ENT-EFF.
001940          IF STATUS-EFF NOT = "00" GO TO EX-AUTORIZZA-EFF.
001950
001960          GO TO RISPOSTA-EFF.
001970
001980  JOLLY-ENT-EFF.
001990
002000          MOVE SPACES              TO ENT-EFF.
002010
002020          READ ARKEFF.
002030
002040          IF STATUS-EFF = "23" GO TO NESSUNA-VOCE-EFF.
002050          IF STATUS-EFF NOT = "00" GO TO EX-AUTORIZZA-EFF.
002060
002070          GO TO RISPOSTA-EFF.
002080
002090  NESSUNA-VOCE-EFF.
002100
002110          MOVE ZEROS               TO GRUPPO-PARTENZA-GER-WEB
002120                                      GRUPPO-CONCESSO-GER-WEB
002130                                      LIVELLI-GER-WEB.
002140          MOVE "N"                 TO EREDITATA-GER-WEB.
002150          MOVE "V"                 TO PRECALCOLO-EFF-WEB.
002160
002170          GO TO EX-AUTORIZZA-EFF.
002180
002190  RISPOSTA-EFF.
002200
002210          IF EFF-CONCESSA AND SCADENZA-EFF NOT = ZEROS
002220           ACCEPT DATA-OGGI-EFF-WEB FROM DATE YYYYMMDD
002230           IF SCADENZA-EFF < DATA-OGGI-EFF-WEB
002240            GO TO EX-AUTORIZZA-EFF
002250           END-IF
002260          END-IF.
002270
002280          MOVE GRUPPO-PARTENZA-EFF TO GRUPPO-PARTENZA-GER-WEB.
002290          MOVE GRUPPO-CONCESSO-EFF TO GRUPPO-CONCESSO-GER-WEB.
002300          MOVE LIVELLI-EFF         TO LIVELLI-GER-WEB.
002310          MOVE EREDITATA-EFF       TO EREDITATA-GER-WEB.
002320
002330          IF EFF-CONCESSA
002340           MOVE "OK"               TO ESITO-WEB
002350          END-IF.
002360
002370          MOVE "V"                 TO PRECALCOLO-EFF-WEB.
002380
002390  EX-AUTORIZZA-EFF.
002400          EXIT.
