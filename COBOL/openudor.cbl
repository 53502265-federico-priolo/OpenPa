000240* IL NORMALE PERCORSO VIS-LOGIN-BLOCCATO. OGNI BLOCCO FINISCE SUL
000250* GIORNALE ACCESSI ARKACC. IN CODA IL RIEPILOGO PER GRUPPO-UTEN.
000260* GLI UTENTI CHE NON HANNO MAI FATTO LOGIN VENGONO SOLO SEGNALATI.
000261* PER LE UTENZE COLLEGATE A UNA PERSONA FISICA (PERSONA-UTEN) SEGUE
000262* UN QUADRO PER PERSONA: UTENZE RESIDUE DORMIENTI DI CHI E' ATTIVO
000263* SU UN'ALTRA UTENZA E PERSONE DORMIENTI SU TUTTE LE UTENZE.
000264* LE UTENZE NON PERSONALI (TIPO-UTEN) SEGUONO LA REGOLA DEL LORO
000265* TIPO (OPENSVCW): SOGLIA PROPRIA, O ESCLUSE DAL CENSIMENTO COME
000266* LE IDENTITA' BATCH E DI SERVIZIO, CHE NON PASSANO DALLA LOGIN;
000267* LA LORO VIGILANZA E' L'ATTESTAZIONE ANNUALE DI openbsvc.exe.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENUDOR.
000520 01 GIORNI-SOGLIA-DOR        PIC 9(3).
000530 01 GIORNI-GRAZIA-DOR        PIC 9(3).
000540 01 DATA-OGGI-DOR            PIC 9(8).
000545 01 SOGLIA-UTENTE-DOR        PIC 9(3).
000550 01 OGGI-INTEGER-DOR         PIC S9(9) COMP.
000560 01 GIORNI-FERMO-DOR         PIC S9(9) COMP.
000570*
000610 01 UTENTI-AVVISATI-DOR      PIC 9(9).
000620 01 UTENTI-BLOCCATI-DOR      PIC 9(9).
000630 01 UTENTI-MAI-DOR           PIC 9(9).
000635 01 UTENTI-ESCLUSI-DOR       PIC 9(9).
000640 01 TAB-GRUPPI-DOR.
000650    02 CONTA-GRUPPO-DOR      PIC 9(5) COMP OCCURS 10000 TIMES.
000660 01 IND-GRUPPO-DOR           PIC 9(5) COMP.
000691 01 GRUPPO-VIS-DOR           PIC 9(4).
000692*
000693** QUADRO PER PERSONA FISICA: UNA RIGA PER OGNI UTENZA ESAMINATA
000694** COLLEGATA A UNA SCHEDA ARKFIS, CON L'ESITO DELL'ESAME
000695*
000696 01 DORMIENTE-DOR             PIC X.
000697 01 NUM-TAB-DOR               PIC 9(4) COMP.
000698 01 TAB-PERSONE-DOR.
000699    02 RIGA-PERSONA-DOR       OCCURS 5000 TIMES.
000700       05 PERSONA-TAB-DOR     PIC 9(8).
000701       05 UTENTE-TAB-DOR      PIC X(8).
000702       05 STATO-TAB-DOR       PIC X.
000703          88 TAB-DORMIENTE    VALUE "D".
000704          88 TAB-ATTIVO       VALUE "A".
000705 01 IND-TAB-DOR               PIC 9(4) COMP.
000706 01 IND2-TAB-DOR              PIC 9(4) COMP.
000707 01 PRIMA-TAB-DOR             PIC X.
000708 01 CONTA-UTENZE-DOR          PIC 9(4).
000709 01 CONTA-ATTIVE-DOR          PIC 9(4).
000710 01 UTENZE-RESIDUE-DOR        PIC 9(9).
000711 01 PERSONE-DORMIENTI-DOR     PIC 9(9).
000712 01 UTENZE-FUORI-TAB-DOR      PIC 9(9).
000713*
000714 PROCEDURE  DIVISION.
000715*
000716          PERFORM LEGGI-PARAMETRI-DOR
000717           THRU EX-LEGGI-PARAMETRI-DOR.
000720
000730          MOVE ZEROS                 TO UTENTI-LETTI-DOR
000740                                        UTENTI-AVVISATI-DOR
000750                                        UTENTI-BLOCCATI-DOR
000755                                        UTENTI-MAI-DOR
000760                                        UTENTI-ESCLUSI-DOR
000761                                        NUM-TAB-DOR
000762                                        UTENZE-RESIDUE-DOR
000763                                        PERSONE-DORMIENTI-DOR
000764                                        UTENZE-FUORI-TAB-DOR.
000811          INITIALIZE TAB-GRUPPI-DOR.
000770
000780          PERFORM OPEN-I-UTEN        THRU EX-OPEN-I-UTEN.
000970          IF UTENTE-CANCELLATO OR UTENTE-BLOCCATO
000980           GO TO CICLO-DOR.
000990
000991          MOVE GIORNI-SOGLIA-DOR     TO SOGLIA-UTENTE-DOR.
000992
000993          IF NOT UTENZA-PERSONA
000994           PERFORM REGOLE-TIPO-UTEN  THRU EX-REGOLE-TIPO-UTEN
000995           IF DORMIENZA-SVC-WEB = "000"
000996            ADD 1                    TO UTENTI-ESCLUSI-DOR
000997            GO TO CICLO-DOR
000998           END-IF
000999           IF DORMIENZA-SVC-WEB NUMERIC
001000            MOVE DORMIENZA-GG-SVC-WEB TO SOGLIA-UTENTE-DOR
001001           END-IF
001002          END-IF.
001003
001004          ADD 1                      TO UTENTI-LETTI-DOR.
001010
001020          PERFORM ESAMINA-UTENTE-DOR THRU EX-ESAMINA-UTENTE-DOR.
001021
001022          IF PERSONA-UTEN NUMERIC AND PERSONA-UTEN NOT = ZEROS
001023           PERFORM REGISTRA-PERSONA-DOR
001024            THRU EX-REGISTRA-PERSONA-DOR
001025          END-IF.
001030
001040          GO TO CICLO-DOR.
001050
001100
001110          PERFORM RIEPILOGO-GRUPPI-DOR
001120           THRU EX-RIEPILOGO-GRUPPI-DOR.
001122
001124          PERFORM RIEPILOGO-PERSONE-DOR
001126           THRU EX-RIEPILOGO-PERSONE-DOR.
001130
001140          DISPLAY " ".
001150          DISPLAY "UTENTI ESAMINATI   : " UTENTI-LETTI-DOR.
001160          DISPLAY "MAI ACCEDUTI       : " UTENTI-MAI-DOR.
001165          DISPLAY "ESCLUSE PER TIPO   : " UTENTI-ESCLUSI-DOR.
001170          DISPLAY "IN PREAVVISO       : " UTENTI-AVVISATI-DOR.
001180          DISPLAY "BLOCCATI           : " UTENTI-BLOCCATI-DOR.
001183          DISPLAY "UTENZE RESIDUE     : " UTENZE-RESIDUE-DOR.
001186          DISPLAY "PERSONE DORMIENTI  : " PERSONE-DORMIENTI-DOR.
001190
001200          MOVE ZERO                  TO RETURN-CODE.
001210
001550** DALL'ULTIMO LOGIN E DECIDE TRA NULLA, PREAVVISO E BLOCCO
001560*
001570 ESAMINA-UTENTE-DOR.
001573
001576          MOVE "N"                   TO DORMIENTE-DOR.
001580
001590          IF DATA-LOGIN-UTEN = ZEROS
001594           MOVE "S"                  TO DORMIENTE-DOR
001600           ADD 1                     TO UTENTI-MAI-DOR
001610           DISPLAY "GRUPPO " GRUPPO-UTEN " UTENTE " CHIAVE-UTEN
001620            " MAI ACCEDUTO"
001690           OGGI-INTEGER-DOR
001700           - FUNCTION INTEGER-OF-DATE(DATA-LOGIN-UTEN).
001710
001720          IF GIORNI-FERMO-DOR NOT > SOGLIA-UTENTE-DOR
001730           GO TO EX-ESAMINA-UTENTE-DOR
001740          END-IF.
001743
001746          MOVE "S"                   TO DORMIENTE-DOR.
001750
001760          IF GIORNI-FERMO-DOR >
001770           SOGLIA-UTENTE-DOR + GIORNI-GRAZIA-DOR
001780           PERFORM BLOCCA-UTENTE-DOR THRU EX-BLOCCA-UTENTE-DOR
001790          ELSE
001800           ADD 1                     TO UTENTI-AVVISATI-DOR
002530 EX-STAMPA-GRUPPO-DOR.
002540          EXIT.
002550
002551*
002552** ACCODA L'UTENZA ESAMINATA AL QUADRO PER PERSONA: DORMIENTE SE
002553** OLTRE SOGLIA O MAI ACCEDUTA, ALTRIMENTI ATTIVA
002554*
002555 REGISTRA-PERSONA-DOR.
002556
002557          IF NUM-TAB-DOR NOT < 5000
002558           ADD 1                     TO UTENZE-FUORI-TAB-DOR
002559           GO TO EX-REGISTRA-PERSONA-DOR
002560          END-IF.
002561
002562          ADD 1                      TO NUM-TAB-DOR.
002563          MOVE PERSONA-UTEN TO PERSONA-TAB-DOR(NUM-TAB-DOR).
002564          MOVE CHIAVE-UTEN TO UTENTE-TAB-DOR(NUM-TAB-DOR).
002565          MOVE "A" TO STATO-TAB-DOR(NUM-TAB-DOR).
002566          IF DORMIENTE-DOR = "S"
002567           MOVE "D"                  TO STATO-TAB-DOR(NUM-TAB-DOR)
002568          END-IF.
002569
002570 EX-REGISTRA-PERSONA-DOR.
002571          EXIT.
002572*
002573** QUADRO PER PERSONA: PER OGNI PERSONA (ALLA SUA PRIMA UTENZA IN
002574** TABELLA) SEGNALA LE UTENZE DORMIENTI RIMASTE APERTE MENTRE LA
002575** PERSONA LAVORA SU UN'ALTRA, OPPURE LA PERSONA DORMIENTE OVUNQUE
002576*
002577 RIEPILOGO-PERSONE-DOR.
002578
002579          DISPLAY " ".
002580          DISPLAY "QUADRO PER PERSONA FISICA".
002581
002582          PERFORM ESAMINA-PERSONA-DOR THRU EX-ESAMINA-PERSONA-DOR
002583           VARYING IND-TAB-DOR FROM 1 BY 1
002584           UNTIL IND-TAB-DOR > NUM-TAB-DOR.
002585
002586          IF UTENZE-FUORI-TAB-DOR > ZEROS
002587           DISPLAY "UTENZE NON ENTRATE NEL QUADRO: "
002588            UTENZE-FUORI-TAB-DOR
002589          END-IF.
002590
002591 EX-RIEPILOGO-PERSONE-DOR.
002592          EXIT.
002593*
002594 ESAMINA-PERSONA-DOR.
002595
002596          MOVE "S"                   TO PRIMA-TAB-DOR.
002597          MOVE ZEROS                 TO CONTA-UTENZE-DOR
002598                                        CONTA-ATTIVE-DOR.
002599
002600          PERFORM CONTA-PERSONA-DOR  THRU EX-CONTA-PERSONA-DOR
002601           VARYING IND2-TAB-DOR FROM 1 BY 1
002602           UNTIL IND2-TAB-DOR > NUM-TAB-DOR.
002603
002604          IF PRIMA-TAB-DOR = "N" GO TO EX-ESAMINA-PERSONA-DOR.
002605
002606          IF CONTA-ATTIVE-DOR > ZEROS
002607           AND CONTA-ATTIVE-DOR < CONTA-UTENZE-DOR
002608           PERFORM STAMPA-RESIDUE-DOR THRU EX-STAMPA-RESIDUE-DOR
002609            VARYING IND2-TAB-DOR FROM IND-TAB-DOR BY 1
002610            UNTIL IND2-TAB-DOR > NUM-TAB-DOR
002611          END-IF.
002612
002613          IF CONTA-ATTIVE-DOR = ZEROS AND CONTA-UTENZE-DOR > 1
002614           ADD 1                     TO PERSONE-DORMIENTI-DOR
002615           DISPLAY "PERSONA " PERSONA-TAB-DOR(IND-TAB-DOR)
002616            " DORMIENTE SU TUTTE LE " CONTA-UTENZE-DOR " UTENZE"
002617          END-IF.
002618
002619 EX-ESAMINA-PERSONA-DOR.
002620          EXIT.
002621*
002622 CONTA-PERSONA-DOR.
002623
002624          IF PERSONA-TAB-DOR(IND2-TAB-DOR) NOT =
002625             PERSONA-TAB-DOR(IND-TAB-DOR)
002626           GO TO EX-CONTA-PERSONA-DOR
002627          END-IF.
002628
002629          IF IND2-TAB-DOR < IND-TAB-DOR
002630           MOVE "N"                  TO PRIMA-TAB-DOR
002631          END-IF.
002632
002633          ADD 1                      TO CONTA-UTENZE-DOR.
002634
002635          IF TAB-ATTIVO(IND2-TAB-DOR)
002636           ADD 1                     TO CONTA-ATTIVE-DOR
002637          END-IF.
002638
002639 EX-CONTA-PERSONA-DOR.
002640          EXIT.
002641*
002642 STAMPA-RESIDUE-DOR.
002643
002644          IF PERSONA-TAB-DOR(IND2-TAB-DOR) =
002645             PERSONA-TAB-DOR(IND-TAB-DOR)
002646           AND TAB-DORMIENTE(IND2-TAB-DOR)
002647           ADD 1                     TO UTENZE-RESIDUE-DOR
002648           DISPLAY "PERSONA " PERSONA-TAB-DOR(IND-TAB-DOR)
002649            " UTENTE " UTENTE-TAB-DOR(IND2-TAB-DOR)
002650            " DORMIENTE MA PERSONA ATTIVA SU ALTRA UTENZA"
002651          END-IF.
002652
002653 EX-STAMPA-RESIDUE-DOR.
002654          EXIT.
