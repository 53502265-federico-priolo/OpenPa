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
000040** VISIBILITA' DEI CAMPI SENSIBILI. UN CAMPO CON SENSIBILE-DATO
000050** = "S" SI MOSTRA MASCHERATO; IN CHIARO LO VEDE SOLO CHI HA
000060** NEI DIRITTI EFFETTIVI LA CHIAMATA DI RIVELAZIONE MOD "SI",
000070** ENT "RV", FUNZ = GRUPPO DI VISIBILITA' DELLA VOCE
000080** (VISIBILITA-DATO, SPAZI = GRUPPO-DATO). LA RIGA JOLLY
000090** SI/RV/SPAZI RIVELA TUTTI I GRUPPI.
000100*
000110** GRUPPO-VIS-DATO: DALLA VOCE DI DIZIONARIO IN LINEA RICAVA IL
000120** GRUPPO DI VISIBILITA' IN GRUPPO-VIS-WEB
000130*
000140  GRUPPO-VIS-DATO.
000150
000160          IF VISIBILITA-DATO = SPACES
000170           MOVE GRUPPO-DATO     TO GRUPPO-VIS-WEB
000180          ELSE
000190           MOVE VISIBILITA-DATO TO GRUPPO-VIS-WEB
000200          END-IF.
000210
000220  EX-GRUPPO-VIS-DATO.
000230          EXIT.
000240*
000250** DIRITTO-VIS: IL CHIAMANTE VALORIZZA OPERATORE-VIS-WEB E
000260** GRUPPO-VIS-WEB E HA APERTO ARKUTEN (NON A META' DI UNA SUA
000270** SCANSIONE: LA LETTURA DELL'OPERATORE NE PERDEREBBE LA
000280** POSIZIONE); ARKABI, ARKGER E ARKEFF LI APRE E CHIUDE QUI.
000290** TORNA VIS-IN-CHIARO SE L'OPERATORE PUO' VEDERE IL VALORE. LA
000300** VERIFICA E' QUELLA DELLE ALTRE CHIAMATE (PRECALCOLO DI ARKEFF,
000310** ALTRIMENTI GERARCHIA SUL GRUPPO BASE E SUI GRUPPI EXTRA); IL
000320** RECORD UTENTE ED ESITO-WEB DEL CHIAMANTE TORNANO COME ERANO.
000330** L'ESITO RESTA IN MEMORIA PER GRUPPO, COSI' UNA GRIGLIA O UNA
000340** ESPORTAZIONE NON RIPETE LA VERIFICA AD OGNI RIGA
000350*
000360  DIRITTO-VIS.
000370
000380          MOVE "N"             TO RIVELA-VIS-WEB.
000390
000400          IF OPERATORE-VIS-WEB = SPACES GO TO EX-DIRITTO-VIS.
000410
000420          MOVE ZEROS           TO IND-CACHE-VIS-WEB.
000430
000440  CERCA-CACHE-VIS.
000450
000460          ADD 1                TO IND-CACHE-VIS-WEB.
000470
000480          IF IND-CACHE-VIS-WEB > NUM-CACHE-VIS-WEB
000490           GO TO VERIFICA-VIS
000500          END-IF.
000510
000520          IF GRUPPO-CACHE-VIS-WEB(IND-CACHE-VIS-WEB)
000530           NOT = GRUPPO-VIS-WEB
000540           GO TO CERCA-CACHE-VIS
000550          END-IF.
000560
000570          MOVE RIVELA-CACHE-VIS-WEB(IND-CACHE-VIS-WEB)
000580           TO RIVELA-VIS-WEB.
000590
000600          GO TO EX-DIRITTO-VIS.
000610
000620  VERIFICA-VIS.
000630
000640          MOVE UTENTE          TO UTENTE-SALVATO-VIS-WEB.
000650          MOVE ESITO-WEB       TO ESITO-SALVATO-VIS-WEB.
000660
000670          MOVE OPERATORE-VIS-WEB TO CHIAVE-UTEN.
000680          PERFORM LEGGO-UTEN   THRU EX-LEGGO-UTEN.
000690
000700          IF ESITO-NOK GO TO MEMORIZZA-VIS.
000710
000720          PERFORM OPEN-I-ABI   THRU EX-OPEN-I-ABI.
000730          PERFORM OPEN-I-GER   THRU EX-OPEN-I-GER.
000740          PERFORM OPEN-I-EFF   THRU EX-OPEN-I-EFF.
000750
000760          MOVE ZEROS           TO ENTE-ABI.
000770          MOVE "SI"            TO MOD-ABI.
000780          MOVE "RV"            TO ENT-ABI.
000790          MOVE GRUPPO-VIS-WEB  TO FUNZ-ABI.
000800
000810          PERFORM AUTORIZZA-EFF THRU EX-AUTORIZZA-EFF.
000820
000830          IF NOT PRECALCOLO-VALIDO
000840           MOVE GRUPPO-UTEN    TO GRUPPO-ABI
000850           PERFORM AUTORIZZA-GER THRU EX-AUTORIZZA-GER
000860           PERFORM PROVA-EXTRA-VIS THRU EX-PROVA-EXTRA-VIS
000870            VARYING IND-GRUPPI-VIS-WEB FROM 1 BY 1
000880            UNTIL IND-GRUPPI-VIS-WEB > 5
000890            OR IND-GRUPPI-VIS-WEB > NUM-GRUPPI-UTEN
000900            OR ESITO-OK
000910          END-IF.
000920
000930          IF ESITO-OK
000940           MOVE "S"            TO RIVELA-VIS-WEB
000950          END-IF.
000960
000970          PERFORM CLOSE-EFF    THRU EX-CLOSE-EFF.
000980          PERFORM CLOSE-GER    THRU EX-CLOSE-GER.
000990          PERFORM CLOSE-ABI    THRU EX-CLOSE-ABI.
001000
001010  MEMORIZZA-VIS.
001020
001030          IF NUM-CACHE-VIS-WEB < 30
001040           ADD 1               TO NUM-CACHE-VIS-WEB
001050           MOVE GRUPPO-VIS-WEB
001060            TO GRUPPO-CACHE-VIS-WEB(NUM-CACHE-VIS-WEB)
001070           MOVE RIVELA-VIS-WEB
001080            TO RIVELA-CACHE-VIS-WEB(NUM-CACHE-VIS-WEB)
001090          END-IF.
001100
001110          MOVE UTENTE-SALVATO-VIS-WEB TO UTENTE.
001120          MOVE ESITO-SALVATO-VIS-WEB  TO ESITO-WEB.
001130
001140  EX-DIRITTO-VIS.
001150          EXIT.
001160*
001170** STESSA CHIAMATA SUI GRUPPI EXTRA DELL'OPERATORE
001180*
001190  PROVA-EXTRA-VIS.
001200
001210          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-VIS-WEB) > ZEROS
001220           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-VIS-WEB)
001230            TO GRUPPO-ABI
001240           PERFORM AUTORIZZA-GER THRU EX-AUTORIZZA-GER
001250          END-IF.
001260
001270  EX-PROVA-EXTRA-VIS.
001280          EXIT.
001290*
001300** GIORNALE-RIVELA-VIS: ACCODA SU ARKLET (GIA' APERTO CON
001310** OPEN-E-LET) IL VALORE APPENA RIVELATO IN CHIARO; IL CHIAMANTE
001320** VALORIZZA NOME-LET-WEB E CHIAVE-LET-WEB
001330*
001340  GIORNALE-RIVELA-VIS.
001350
001360          MOVE OPERATORE-VIS-WEB TO UTENTE-LET-WEB.
001370          MOVE "C"             TO MODO-LET-WEB.
001380
001390          PERFORM SCRIVI-EVENTO-LET THRU EX-SCRIVI-EVENTO-LET.
001400
001410  EX-GIORNALE-RIVELA-VIS.
001420          EXIT.
