000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190  OPEN-I-FIS.

000200          OPEN I-O ARKFIS.

000210          IF STATUS-FIS = "35"
000220           OPEN OUTPUT ARKFIS
000230           CLOSE ARKFIS
000240           OPEN I-O ARKFIS
000250          END-IF.

000260  EX-OPEN-I-FIS.
000270          EXIT.

000280  CLOSE-FIS.

000290          CLOSE ARKFIS.

000300  EX-CLOSE-FIS.
000310          EXIT.

000320  STARTO-FIS.

000330          MOVE "NO"            TO ESITO-WEB.

000340          START ARKFIS KEY IS NOT LESS THAN CHIAVE-FIS
000350           INVALID KEY GO TO EX-STARTO-FIS.

000360          MOVE "OK"            TO ESITO-WEB.

000370  EX-STARTO-FIS.
000380          EXIT.

000390  LEGGO-NEXT-FIS.

000400          MOVE "N"             TO FINE-FILE.

000410          READ ARKFIS NEXT RECORD
000420           AT END MOVE "S"     TO FINE-FILE.

000430  EX-LEGGO-NEXT-FIS.
000440          EXIT.

000450  LEGGO-FIS.

000460          MOVE "NO"            TO ESITO-WEB.

000470          READ ARKFIS
000480           INVALID KEY GO TO EX-LEGGO-FIS.

000490          MOVE "OK"            TO ESITO-WEB.

000500  EX-LEGGO-FIS.
000510          EXIT.
000511*
000512** LETTURA PER NUMERO DI PERSONA (CHIAVE ALTERNATA), DA
000513** PERSONA-UTEN DI UN'UTENZA ALLA SCHEDA
000514*
000515  LEGGO-NUMERO-FIS.

000516          MOVE "NO"            TO ESITO-WEB.

000517          READ ARKFIS KEY IS NUMERO-FIS
000518           INVALID KEY GO TO EX-LEGGO-NUMERO-FIS.

000519          MOVE "OK"            TO ESITO-WEB.

000520  EX-LEGGO-NUMERO-FIS.
000521          EXIT.

000530  SCRIVI-FIS.

000540          MOVE "NO"            TO ESITO-WEB.

000550          WRITE PERSONA-FISICA
000560           INVALID KEY GO TO EX-SCRIVI-FIS.

000570          MOVE "OK"            TO ESITO-WEB.

000580  EX-SCRIVI-FIS.
000590          EXIT.

000600  RISCRIVI-FIS.

000610          MOVE "NO"            TO ESITO-WEB.

000620          REWRITE PERSONA-FISICA
000630           INVALID KEY GO TO EX-RISCRIVI-FIS.

000640          MOVE "OK"            TO ESITO-WEB.

000650  EX-RISCRIVI-FIS.
000660          EXIT.

000670  CANCELLA-FIS.

000680          MOVE "NO"            TO ESITO-WEB.

000690          DELETE ARKFIS RECORD
000700           INVALID KEY GO TO EX-CANCELLA-FIS.

000710          MOVE "OK"            TO ESITO-WEB.

000720  EX-CANCELLA-FIS.
000730          EXIT.
000740*
000750** VERIFICA-CODFIS-FIS: CONTROLLA IL CODICE FISCALE IN CODFIS-WEB
000760** (PORTATO IN MAIUSCOLO): SEI LETTERE DI COGNOME E NOME, ANNO,
000770** LETTERA DEL MESE, GIORNO (+40 PER LE DONNE), LETTERA E TRE
000780** CIFRE DEL COMUNE, CARATTERE DI CONTROLLO. NELLE SETTE
000790** POSIZIONI NUMERICHE UNA LETTERA DI OMOCODIA (L=0 ... V=9) E'
000800** AMMESSA E VIENE RISOLTA IN DECODIFICA-CODFIS-WEB; IL
000810** CARATTERE DI CONTROLLO SI CALCOLA SUL CODICE COM'E' SCRITTO.
000820** CON ESITO "S" ANNO-, MESE-, GIORNO- (GIA' SENZA I 40) E
000830** SESSO-CODFIS-WEB DICONO LA NASCITA RICAVATA DAL CODICE
000840*
000850  VERIFICA-CODFIS-FIS.
000860
000870          MOVE SPACES          TO MOTIVO-CODFIS-WEB
000880                                  SESSO-CODFIS-WEB.
000890          MOVE ZEROS           TO MESE-CODFIS-WEB
000900                                  SOMMA-CODFIS-WEB.
000910
000920          INSPECT CODFIS-WEB CONVERTING
000930           "abcdefghijklmnopqrstuvwxyz"
000940           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000950          MOVE CODFIS-WEB      TO DECODIFICA-CODFIS-WEB.
000960
000970          MOVE "S"             TO ESITO-CODFIS-WEB.
000980
000990          PERFORM PROVA-CARATTERE-FIS THRU EX-PROVA-CARATTERE-FIS
001000           VARYING IND-CODFIS-WEB FROM 1 BY 1
001010           UNTIL IND-CODFIS-WEB > 16
001020           OR ESITO-CODFIS-WEB = "N".
001030
001040          IF ESITO-CODFIS-WEB = "N"
001050           GO TO EX-VERIFICA-CODFIS-FIS
001060          END-IF.
001070
001080          DIVIDE SOMMA-CODFIS-WEB BY 26
001090           GIVING QUOZIENTE-CODFIS-WEB
001100           REMAINDER RESTO-CODFIS-WEB.
001110
001120          IF CAR-CODFIS-WEB(16) NOT =
001130           CAR-ALFA-CODFIS-WEB(RESTO-CODFIS-WEB + 11)
001140           MOVE "N"            TO ESITO-CODFIS-WEB
001150           MOVE "Carattere di controllo errato"
001160                               TO MOTIVO-CODFIS-WEB
001170           GO TO EX-VERIFICA-CODFIS-FIS
001180          END-IF.
001190
001200          MOVE ZEROS           TO POS-CODFIS-WEB.
001210          INSPECT MESI-CODFIS-WEB TALLYING POS-CODFIS-WEB
001220           FOR CHARACTERS BEFORE INITIAL LETTERA-MESE-CODFIS-WEB.
001230
001240          IF POS-CODFIS-WEB > 11
001250           MOVE "N"            TO ESITO-CODFIS-WEB
001260           MOVE "Lettera del mese di nascita non valida"
001270                               TO MOTIVO-CODFIS-WEB
001280           GO TO EX-VERIFICA-CODFIS-FIS
001290          END-IF.
001300
001310          COMPUTE MESE-CODFIS-WEB = POS-CODFIS-WEB + 1.
001320
001330          MOVE "M"             TO SESSO-CODFIS-WEB.
001340          IF GIORNO-CODFIS-WEB > 40
001350           MOVE "F"            TO SESSO-CODFIS-WEB
001360           SUBTRACT 40       FROM GIORNO-CODFIS-WEB
001370          END-IF.
001380
001390          IF GIORNO-CODFIS-WEB < 1 OR GIORNO-CODFIS-WEB > 31
001400           MOVE "N"            TO ESITO-CODFIS-WEB
001410           MOVE "Giorno di nascita non valido"
001420                               TO MOTIVO-CODFIS-WEB
001430          END-IF.
001440
001450  EX-VERIFICA-CODFIS-FIS.
001460          EXIT.
001470*
001480** UN CARATTERE DEL CODICE: NATURA (LETTERA O CIFRA, CON
001490** L'OMOCODIA) E CONTRIBUTO ALLA SOMMA DI CONTROLLO, CON LA
001500** TABELLA DEI DISPARI PER LE POSIZIONI 1, 3, ... 15
001510*
001520  PROVA-CARATTERE-FIS.
001530
001540          MOVE ZEROS           TO POS-CODFIS-WEB.
001550          INSPECT ALFABETO-CODFIS-WEB TALLYING POS-CODFIS-WEB
001560           FOR CHARACTERS BEFORE INITIAL
001570           CAR-CODFIS-WEB(IND-CODFIS-WEB).
001580
001590          IF POS-CODFIS-WEB > 35
001600           MOVE "N"            TO ESITO-CODFIS-WEB
001610           MOVE "Codice di 16 lettere e cifre atteso"
001620                               TO MOTIVO-CODFIS-WEB
001630           GO TO EX-PROVA-CARATTERE-FIS
001640          END-IF.
001650
001660          IF IND-CODFIS-WEB = 7 OR 8 OR 10 OR 11 OR 13 OR 14 OR 15
001670           IF POS-CODFIS-WEB > 9
001680            MOVE ZEROS         TO POS-OMO-CODFIS-WEB
001690            INSPECT OMOCODIA-CODFIS-WEB
001700             TALLYING POS-OMO-CODFIS-WEB
001710             FOR CHARACTERS BEFORE INITIAL
001720             CAR-CODFIS-WEB(IND-CODFIS-WEB)
001730            IF POS-OMO-CODFIS-WEB > 9
001740             MOVE "N"          TO ESITO-CODFIS-WEB
001750             MOVE "Cifra attesa in data o comune"
001760                               TO MOTIVO-CODFIS-WEB
001770             GO TO EX-PROVA-CARATTERE-FIS
001780            END-IF
001790            MOVE CAR-ALFA-CODFIS-WEB(POS-OMO-CODFIS-WEB + 1)
001800             TO CAR-DECOD-CODFIS-WEB(IND-CODFIS-WEB)
001810           END-IF
001820          ELSE
001830           IF POS-CODFIS-WEB < 10
001840            MOVE "N"           TO ESITO-CODFIS-WEB
001850            MOVE "Lettera attesa in nome, mese o comune"
001860                               TO MOTIVO-CODFIS-WEB
001870            GO TO EX-PROVA-CARATTERE-FIS
001880           END-IF
001890          END-IF.
001900
001910          IF IND-CODFIS-WEB = 16
001920           GO TO EX-PROVA-CARATTERE-FIS
001930          END-IF.
001940
001950          DIVIDE IND-CODFIS-WEB BY 2
001960           GIVING QUOZIENTE-CODFIS-WEB
001970           REMAINDER RESTO-CODFIS-WEB.
001980
001990          IF RESTO-CODFIS-WEB = 1
002000           ADD VAL-DISPARI-CODFIS-WEB(POS-CODFIS-WEB + 1)
002010                               TO SOMMA-CODFIS-WEB
002020          ELSE
002030           IF POS-CODFIS-WEB < 10
002040            ADD POS-CODFIS-WEB TO SOMMA-CODFIS-WEB
002050           ELSE
002060            COMPUTE SOMMA-CODFIS-WEB =
002070             SOMMA-CODFIS-WEB + POS-CODFIS-WEB - 10
002080           END-IF
002090          END-IF.
002100
002110  EX-PROVA-CARATTERE-FIS.
002120          EXIT.
