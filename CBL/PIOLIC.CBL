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
000028*
000029** LEGGI-LICENZA-LIC: CERCA NEL REGISTRO (RIGHE "LI" DI ARKTAB,
000030** ENTE 00) LA LICENZA DI MODULO-LIC-WEB; REGISTRATA-LIC-WEB "S"
000031** SE C'E', CON POSTI, CONCORRENTI, AZIONE E DESCRIZIONE
000032*
000033  LEGGI-LICENZA-LIC.
000034
000035          MOVE "N"             TO REGISTRATA-LIC-WEB.
000036          MOVE ZEROS           TO POSTI-LIC-WEB
000037                                  CONCORRENTI-LIC-WEB.
000038          MOVE SPACES          TO AZIONE-LIC-WEB
000039                                  DESC-LIC-WEB.
000040
000041          MOVE "LI"            TO TIPO-TAB.
000042          MOVE ZEROS           TO ENTE-TAB.
000043          MOVE ZEROS           TO PROG-TAB.
000044          PERFORM STARTO-TAB   THRU EX-STARTO-TAB.
000045
000046          IF ESITO-NOK GO TO EX-LEGGI-LICENZA-LIC.
000047
000048  CICLO-LEGGI-LICENZA-LIC.
000049
000050          PERFORM LEGGO-NEXT-TAB THRU EX-LEGGO-NEXT-TAB.
000051
000052          IF FINE-FILE = "S" GO TO EX-LEGGI-LICENZA-LIC.
000053
000054          IF TIPO-TAB NOT = "LI" OR ENTE-TAB NOT = ZEROS
000055           GO TO EX-LEGGI-LICENZA-LIC
000056          END-IF.
000057
000058          IF TABELLA(1:2) NOT = MODULO-LIC-WEB
000059           GO TO CICLO-LEGGI-LICENZA-LIC
000060          END-IF.
000061
000062          MOVE "S"             TO REGISTRATA-LIC-WEB.
000063          IF TABELLA(4:5) NUMERIC
000064           MOVE TABELLA(4:5)   TO POSTI-LIC-WEB
000065          END-IF.
000066          IF TABELLA(10:5) NUMERIC
000067           MOVE TABELLA(10:5)  TO CONCORRENTI-LIC-WEB
000068          END-IF.
000069          MOVE TABELLA(16:1)   TO AZIONE-LIC-WEB.
000070          MOVE TABELLA(18:40)  TO DESC-LIC-WEB.
000071
000072  EX-LEGGI-LICENZA-LIC.
000073          EXIT.
000074*
000075** ELENCA-LICENZE-LIC: CARICA IN TAB-MODULI-LIC-WEB I MODULI DEL
000076** REGISTRO (AL MASSIMO 50), PER CHI DEVE SCORRERLI TUTTI MENTRE
000077** ALTRE LETTURE DI ARKTAB NE PERDEREBBERO LA POSIZIONE
000078*
000079  ELENCA-LICENZE-LIC.
000080
000081          MOVE ZEROS           TO NUM-MODULI-LIC-WEB.
000082
000083          MOVE "LI"            TO TIPO-TAB.
000084          MOVE ZEROS           TO ENTE-TAB.
000085          MOVE ZEROS           TO PROG-TAB.
000086          PERFORM STARTO-TAB   THRU EX-STARTO-TAB.
000087
000088          IF ESITO-NOK GO TO EX-ELENCA-LICENZE-LIC.
000089
000090  CICLO-ELENCA-LICENZE-LIC.
000091
000092          PERFORM LEGGO-NEXT-TAB THRU EX-LEGGO-NEXT-TAB.
000093
000094          IF FINE-FILE = "S" GO TO EX-ELENCA-LICENZE-LIC.
000095
000096          IF TIPO-TAB NOT = "LI" OR ENTE-TAB NOT = ZEROS
000097           GO TO EX-ELENCA-LICENZE-LIC
000098          END-IF.
000099
000100          IF TABELLA(1:2) = SPACES
000101           OR NUM-MODULI-LIC-WEB NOT < 50
000102           GO TO CICLO-ELENCA-LICENZE-LIC
000103          END-IF.
000104
000105          ADD 1                TO NUM-MODULI-LIC-WEB.
000106          MOVE TABELLA(1:2)    TO
000107           MODULO-ELENCO-LIC-WEB(NUM-MODULI-LIC-WEB).
000108
000109          GO TO CICLO-ELENCA-LICENZE-LIC.
000110
000111  EX-ELENCA-LICENZE-LIC.
000112          EXIT.
000113*
000114** VERIFICA-LICENZA-LIC: IL CHIAMANTE VALORIZZA MODULO-LIC-WEB,
000115** GRUPPO-LIC-WEB (GRUPPO A CUI SI STA CONCEDENDO UNA CHIAMATA
000116** DEL MODULO, ZERO SE NESSUNO) E AGGIUNTI-LIC-WEB (UTENTI NUOVI
000117** NON ANCORA SU ARKUTEN, AD ESEMPIO 1 NEL PROVISIONING) E HA
000118** APERTO ARKTAB, ARKMENU, ARKUTEN, ARKABI E ARKGER. TORNA IN
000119** USATI-LIC-WEB GLI UTENTI NOMINATIVI DEL MODULO, IN
000129** NUOVI-LIC-WEB I MEMBRI DEL GRUPPO CHE LO OTTERREBBERO ORA, E
000139** IN ESITO-LIC-WEB
000149** "L" (NESSUN REGISTRO O DENTRO I POSTI), "E" (OLTRE, DA
000159** SEGNALARE) O "B" (OLTRE, RIGA BLOCCANTE). I BUFFER DI ARKUTEN
000169** E ARKABI VENGONO SOVRASCRITTI
000179*
000189  VERIFICA-LICENZA-LIC.
000199
000209          SET LICENZA-LIBERA   TO TRUE.
000219          MOVE ZEROS           TO USATI-LIC-WEB
000229                                  NUOVI-LIC-WEB.
000239
000249          PERFORM LEGGI-LICENZA-LIC THRU EX-LEGGI-LICENZA-LIC.
000259
000269          IF REGISTRATA-LIC-WEB NOT = "S"
000279           GO TO EX-VERIFICA-LICENZA-LIC
000289          END-IF.
000299
000309          PERFORM CONTA-NOMINATIVI-LIC
000319           THRU EX-CONTA-NOMINATIVI-LIC.
000329
000339          IF POSTI-LIC-WEB = ZEROS
000349           OR NUOVI-LIC-WEB + AGGIUNTI-LIC-WEB = ZEROS
000359           GO TO EX-VERIFICA-LICENZA-LIC
000369          END-IF.
000379
000389          IF USATI-LIC-WEB + NUOVI-LIC-WEB + AGGIUNTI-LIC-WEB
000399           NOT > POSTI-LIC-WEB
000409           GO TO EX-VERIFICA-LICENZA-LIC
000419          END-IF.
000429
000439          IF LICENZA-BLOCCANTE
000449           SET LICENZA-BLOCCATA TO TRUE
000459          ELSE
000469           SET LICENZA-ESAURITA TO TRUE
000479          END-IF.
000489
000499  EX-VERIFICA-LICENZA-LIC.
000509          EXIT.
000519*
000529** CONTA-NOMINATIVI-LIC: SCORRE GLI UTENTI NON CANCELLATI; CHI HA
000539** DIRITTO EFFETTIVO AD ALMENO UNA CHIAMATA DEL MODULO OCCUPA UN
000549** POSTO, CHI NON CE L'HA MA APPARTIENE A GRUPPO-LIC-WEB NE
000559** OCCUPEREBBE UNO DOPO LA CONCESSIONE
000569*
000579  CONTA-NOMINATIVI-LIC.
000589
000599          MOVE ZEROS           TO USATI-LIC-WEB
000609                                  NUOVI-LIC-WEB.
000619
000629          PERFORM CARICA-CHIAMATE-LIC THRU EX-CARICA-CHIAMATE-LIC.
000639
000649          MOVE LOW-VALUE       TO CHIAVE-UTEN.
000659          PERFORM STARTO-UTEN  THRU EX-STARTO-UTEN.
000669
000679          IF ESITO-NOK GO TO EX-CONTA-NOMINATIVI-LIC.
000689
000699  CICLO-CONTA-NOMINATIVI-LIC.
000709
000719          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
000729
000739          IF FINE-FILE = "S" GO TO EX-CONTA-NOMINATIVI-LIC.
000749
000759          IF UTENTE-CANCELLATO GO TO CICLO-CONTA-NOMINATIVI-LIC.
000769
000779          PERFORM PROVA-UTENTE-LIC THRU EX-PROVA-UTENTE-LIC.
000789
000799          IF UTENTE-LIC-WEB = "S"
000809           ADD 1               TO USATI-LIC-WEB
000819           GO TO CICLO-CONTA-NOMINATIVI-LIC
000829          END-IF.
000839
000849          IF GRUPPO-LIC-WEB = ZEROS
000859           GO TO CICLO-CONTA-NOMINATIVI-LIC
000869          END-IF.
000879
000889          MOVE "N"             TO GRUPPO-OK-LIC-WEB.
000899          IF GRUPPO-UTEN = GRUPPO-LIC-WEB
000909           MOVE "S"            TO GRUPPO-OK-LIC-WEB
000919          END-IF.
000929
000939          PERFORM CERCA-GRUPPO-LIC THRU EX-CERCA-GRUPPO-LIC
000949           VARYING IND-GRUPPI-LIC-WEB FROM 1 BY 1
000959           UNTIL IND-GRUPPI-LIC-WEB > 5
000969           OR IND-GRUPPI-LIC-WEB > NUM-GRUPPI-UTEN
000979           OR GRUPPO-OK-LIC-WEB = "S".
000989
000999          IF GRUPPO-OK-LIC-WEB = "S"
001009           ADD 1               TO NUOVI-LIC-WEB
001019          END-IF.
001029
001039          GO TO CICLO-CONTA-NOMINATIVI-LIC.
001049
001059  EX-CONTA-NOMINATIVI-LIC.
001069          EXIT.
001079
001089  CERCA-GRUPPO-LIC.
001099
001109          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-LIC-WEB)
001119           = GRUPPO-LIC-WEB
001129           MOVE "S"            TO GRUPPO-OK-LIC-WEB
001139          END-IF.
001149
001159  EX-CERCA-GRUPPO-LIC.
001169          EXIT.
001179*
001189** CARICA-CHIAMATE-LIC: LE CHIAMATE DEL MODULO SONO QUELLE DELLE
001199** VOCI DI ARKMENU CON MOD-MENU = MODULO-LIC-WEB (CHIAVE
001209** SECONDARIA, AL MASSIMO 300); SENZA VOCI A MENU RESTA LA SOLA
001219** CHIAMATA JOLLY DI MODULO. AZZERA ANCHE LA MEMORIA DEI GRUPPI
001229** GIA' PROVATI, CHE VALE PER UN SOLO MODULO
001239*
001249  CARICA-CHIAMATE-LIC.
001259
001269          MOVE ZEROS           TO NUM-CHIAMATE-LIC-WEB
001279                                  NUM-CACHE-LIC-WEB.
001289
001299          MOVE MODULO-LIC-WEB  TO MOD-MENU.
001309          MOVE LOW-VALUE       TO CHIAVE-TER-MENU.
001319          PERFORM STARTO-SEC-MENU THRU EX-STARTO-SEC-MENU.
001329
001339          IF ESITO-NOK GO TO FINE-CARICA-CHIAMATE-LIC.
001349
001359  CICLO-CARICA-CHIAMATE-LIC.
001369
001379          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
001389
001399          IF FINE-FILE = "S" GO TO FINE-CARICA-CHIAMATE-LIC.
001409
001419          IF MOD-MENU NOT = MODULO-LIC-WEB
001429           OR NUM-CHIAMATE-LIC-WEB NOT < 300
001439           GO TO FINE-CARICA-CHIAMATE-LIC
001449          END-IF.
001459
001469          IF NUM-CHIAMATE-LIC-WEB > ZEROS
001479           AND CHIAMATA-LIC-WEB(NUM-CHIAMATE-LIC-WEB)
001489            = CHIAVE-SEC-MENU
001499           GO TO CICLO-CARICA-CHIAMATE-LIC
001509          END-IF.
001519
001529          ADD 1                TO NUM-CHIAMATE-LIC-WEB.
001539          MOVE CHIAVE-SEC-MENU TO
001549           CHIAMATA-LIC-WEB(NUM-CHIAMATE-LIC-WEB).
001559
001569          GO TO CICLO-CARICA-CHIAMATE-LIC.
001579
001589  FINE-CARICA-CHIAMATE-LIC.
001599
001609          IF NUM-CHIAMATE-LIC-WEB = ZEROS
001619           MOVE 1              TO NUM-CHIAMATE-LIC-WEB
001629           MOVE SPACES         TO CHIAMATA-LIC-WEB(1)
001639           MOVE MODULO-LIC-WEB TO CHIAMATA-LIC-WEB(1)(1:2)
001649          END-IF.
001659
001669  EX-CARICA-CHIAMATE-LIC.
001679          EXIT.
001689*
001699** PROVA-UTENTE-LIC: DIRITTO EFFETTIVO DELL'UTENTE IN MEMORIA
001709** (RECORD UTENTE) SU ALMENO UNA CHIAMATA DEL MODULO, PER L'ENTE
001719** 00 E PER GLI ENTI DI APPARTENENZA, CON GRUPPO BASE ED EXTRA;
001729** EREDITARIETA', NEGATE, JOLLY E SCADENZE LE APPLICA
001739** AUTORIZZA-GER COME ALLA PORTA VERA (STESSA PROVA DI OPENWHOC)
001749*
001759  PROVA-UTENTE-LIC.
001769
001779          MOVE "N"             TO UTENTE-LIC-WEB.
001789
001799          PERFORM PROVA-ENTE-LIC THRU EX-PROVA-ENTE-LIC
001809           VARYING IND-ENTI-LIC-WEB FROM 1 BY 1
001819           UNTIL IND-ENTI-LIC-WEB > 6
001829           OR UTENTE-LIC-WEB = "S".
001839
001849  EX-PROVA-UTENTE-LIC.
001859          EXIT.
001869
001879  PROVA-ENTE-LIC.
001889
001899          IF IND-ENTI-LIC-WEB = 1
001909           MOVE ZEROS          TO ENTE-PROVA-LIC-WEB
001919          ELSE
001929           IF IND-ENTI-LIC-WEB = 2
001939            MOVE ENTE-UTEN     TO ENTE-PROVA-LIC-WEB
001949           ELSE
001959            MOVE ENTE-EXTRA-UTEN(IND-ENTI-LIC-WEB - 2)
001969             TO ENTE-PROVA-LIC-WEB
001979           END-IF
001989           IF ENTE-PROVA-LIC-WEB NOT NUMERIC
001999            OR ENTE-PROVA-LIC-WEB = ZEROS
002009            GO TO EX-PROVA-ENTE-LIC
002019           END-IF
002029          END-IF.
002039
002049          MOVE GRUPPO-UTEN     TO GRUPPO-PROVA-LIC-WEB.
002059          PERFORM PROVA-GRUPPO-LIC THRU EX-PROVA-GRUPPO-LIC.
002069
002079          PERFORM PROVA-EXTRA-LIC THRU EX-PROVA-EXTRA-LIC
002089           VARYING IND-GRUPPI-LIC-WEB FROM 1 BY 1
002099           UNTIL IND-GRUPPI-LIC-WEB > 5
002109           OR IND-GRUPPI-LIC-WEB > NUM-GRUPPI-UTEN
002119           OR UTENTE-LIC-WEB = "S".
002129
002139  EX-PROVA-ENTE-LIC.
002149          EXIT.
002159
002169  PROVA-EXTRA-LIC.
002179
002189          MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-LIC-WEB)
002199           TO GRUPPO-PROVA-LIC-WEB.
002209          PERFORM PROVA-GRUPPO-LIC THRU EX-PROVA-GRUPPO-LIC.
002219
002229  EX-PROVA-EXTRA-LIC.
002239          EXIT.
002249*
002259** PROVA-GRUPPO-LIC: IL RISULTATO PER ENTE E GRUPPO RESTA IN
002269** MEMORIA (FINO A 500 COPPIE), PERCHE' GLI STESSI GRUPPI SI
002279** RIPETONO SU MOLTI UTENTI
002289*
002299  PROVA-GRUPPO-LIC.
002309
002319          IF GRUPPO-PROVA-LIC-WEB NOT NUMERIC
002329           OR GRUPPO-PROVA-LIC-WEB = ZEROS
002339           GO TO EX-PROVA-GRUPPO-LIC
002349          END-IF.
002359
002369          MOVE SPACES          TO GRUPPO-OK-LIC-WEB.
002379
002389          PERFORM CERCA-CACHE-LIC THRU EX-CERCA-CACHE-LIC
002399           VARYING IND-CACHE-LIC-WEB FROM 1 BY 1
002409           UNTIL IND-CACHE-LIC-WEB > NUM-CACHE-LIC-WEB
002419           OR GRUPPO-OK-LIC-WEB NOT = SPACES.
002429
002439          IF GRUPPO-OK-LIC-WEB NOT = SPACES
002449           GO TO FINE-PROVA-GRUPPO-LIC
002459          END-IF.
002469
002479          MOVE "N"             TO GRUPPO-OK-LIC-WEB.
002489
002499          PERFORM PROVA-CHIAMATA-LIC THRU EX-PROVA-CHIAMATA-LIC
002509           VARYING IND-CHIAMATE-LIC-WEB FROM 1 BY 1
002519           UNTIL IND-CHIAMATE-LIC-WEB > NUM-CHIAMATE-LIC-WEB
002529           OR GRUPPO-OK-LIC-WEB = "S".
002539
002549          IF NUM-CACHE-LIC-WEB < 500
002559           ADD 1               TO NUM-CACHE-LIC-WEB
002569           MOVE ENTE-PROVA-LIC-WEB TO
002579            ENTE-CACHE-LIC-WEB(NUM-CACHE-LIC-WEB)
002589           MOVE GRUPPO-PROVA-LIC-WEB TO
002599            GRUPPO-CACHE-LIC-WEB(NUM-CACHE-LIC-WEB)
002609           MOVE GRUPPO-OK-LIC-WEB TO
002619            ESITO-CACHE-LIC-WEB(NUM-CACHE-LIC-WEB)
002629          END-IF.
002639
002649  FINE-PROVA-GRUPPO-LIC.
002659
002669          IF GRUPPO-OK-LIC-WEB = "S"
002679           MOVE "S"            TO UTENTE-LIC-WEB
002689          END-IF.
002699
002709  EX-PROVA-GRUPPO-LIC.
002719          EXIT.
002729
002739  CERCA-CACHE-LIC.
002749
002759          IF ENTE-CACHE-LIC-WEB(IND-CACHE-LIC-WEB)
002769           = ENTE-PROVA-LIC-WEB
002779           AND GRUPPO-CACHE-LIC-WEB(IND-CACHE-LIC-WEB)
002789           = GRUPPO-PROVA-LIC-WEB
002799           MOVE ESITO-CACHE-LIC-WEB(IND-CACHE-LIC-WEB)
002809            TO GRUPPO-OK-LIC-WEB
002819          END-IF.
002829
002839  EX-CERCA-CACHE-LIC.
002849          EXIT.
002859
002869  PROVA-CHIAMATA-LIC.
002879
002889          MOVE ENTE-PROVA-LIC-WEB TO ENTE-ABI.
002899          MOVE GRUPPO-PROVA-LIC-WEB TO GRUPPO-ABI.
002909          MOVE CHIAMATA-LIC-WEB(IND-CHIAMATE-LIC-WEB)
002919           TO CHIAMATA-ABI.
002929
002939          PERFORM AUTORIZZA-GER THRU EX-AUTORIZZA-GER.
002949
002959          IF ESITO-OK
002969           MOVE "S"            TO GRUPPO-OK-LIC-WEB
002979          END-IF.
002989
002999  EX-PROVA-CHIAMATA-LIC.
003009          EXIT.
