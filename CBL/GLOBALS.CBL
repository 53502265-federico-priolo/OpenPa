000599    02 STATUS-LET            PIC XX.
000599    02 STATUS-GEN            PIC XX.
000591    02 STATUS-ACC            PIC XX.
000592    02 STATUS-APJ            PIC XX.
000593    02 STATUS-PAR            PIC XX.
000594    02 STATUS-PAH            PIC XX.
000599    02 STATUS-ARC            PIC XX.
000599    02 STATUS-CLU            PIC XX.
000599    02 STATUS-CLT            PIC XX.
000599    02 STATUS-ALI            PIC XX.
000599    02 STATUS-FEE            PIC XX.
000599    02 STATUS-TUR            PIC XX.
000600    02 STATUS-NUM            PIC XX.
000601    02 STATUS-NUE            PIC XX.
000602    02 STATUS-FIS            PIC XX.
000603    02 STATUS-PRB            PIC XX.
000604    02 STATUS-TKT            PIC XX.
000605    02 STATUS-TKU            PIC XX.
000606    02 STATUS-HLP            PIC XX.
000607    02 STATUS-POL            PIC XX.
000608    02 STATUS-PAC            PIC XX.
000609    02 STATUS-DEL            PIC XX.
000610    02 STATUS-UOR            PIC XX.
000611    02 STATUS-UOA            PIC XX.
000612    02 STATUS-USU            PIC XX.
000613    02 STATUS-PEC            PIC XX.
000614    02 STATUS-DOC            PIC XX.
000615    02 STATUS-UDL            PIC XX.
000616    02 STATUS-ORD            PIC XX.
000617    02 STATUS-ILOG           PIC XX.
000618    02 STATUS-EFF            PIC XX.
000619    02 STATUS-INT            PIC XX.
000620    02 STATUS-RCN            PIC XX.
000621    02 STATUS-RBK            PIC XX.
000622    02 STATUS-RBH            PIC XX.
000623    02 STATUS-REP            PIC XX.
000624    02 STATUS-ACK            PIC XX.
000625    02 STATUS-TRT            PIC XX.
000626    02 STATUS-VIO            PIC XX.
000627    02 STATUS-MOV            PIC XX.
000628    02 STATUS-LIM            PIC XX.
000629    02 STATUS-HTM            PIC XX.
000630    02 STATUS-OPD            PIC XX.
000631    02 STATUS-CNS            PIC XX.
000632    02 STATUS-QUA            PIC XX.
000633    02 STATUS-SVC            PIC XX.
000634    02 STATUS-CND            PIC XX.
000635    02 STATUS-SOS            PIC XX.
000636    02 STATUS-TOT            PIC XX.
000637    02 STATUS-PRV            PIC XX.
000638 01 CHIAMATE-WEB             GLOBAL.
000639    02 PROGRAMMA-WEB         PIC X(30).
000640    02 LIBRERIA-WEB          PIC X(30).
000641    02 RITORNO-WEB           PIC X(4).
000642*     BLOCCO PARAMETRI DA ACCODARE CON LA RICHIESTA (CALL-WEB
000643*     LO TRAVASA IN PARAMETRI-JOB E POI LO AZZERA): COSI' LO
000644*     STESSO REPORT SI ACCODA CON DATE, ENTI E FILTRI DIVERSI
000645    02 PARAMETRI-WEB         PIC X(100).
000646*
000650 01 NOMI-FILE-WEB            GLOBAL.
000660    02 WDOVE                 PIC X(80).
000670    02 WNOME                 PIC X(30).
001006 01 AREA-LIBT                 GLOBAL.
001007    02 NOME-LIBT              PIC X(80).
001008*
001009** ARCHIVIO DI APPOGGIO DEGLI ORDINAMENTI DI GRIGLIA (ARKORD):
001010** NOME DEL FILE DI SESSIONE E TAVOLE DI INVERSIONE DELLA CHIAVE
001011*
001012 01 AREA-ORD                  GLOBAL.
001013    02 NOME-ORD               PIC X(80).
001014    02 DIRETTO-ORD            PIC X(256) VALUE LOW-VALUE.
001015    02 ROVESCIO-ORD           PIC X(256) VALUE LOW-VALUE.
001016    02 CODICE-ORD             PIC 9(4) COMP.
001017    02 CODICE-ORD-R           REDEFINES CODICE-ORD.
001018       03 FILLER              PIC X.
001019       03 CARATTERE-ORD       PIC X.
001020    02 IND-ORD                PIC 9(3) COMP.
001021*
001022 01 POLITICA-PASSWORD-WEB    GLOBAL.
001023    02 MAX-GG-PASSWORD-WEB   PIC 9(3) COMP VALUE 90.
001030    02 PASSWORD-SCADUTA-WEB  PIC X.
001040       88 PASSWORD-SCADUTA   VALUE "S".
001050    02 DATA-OGGI-PASSWORD-WEB PIC 9(08).
001060    02 GG-PASSWORD-WEB       PIC S9(06).
001061    02 LIMITE-GG-PASSWORD-WEB PIC 9(3) COMP.
001062*
001063 01 POLITICA-LOGIN-WEB        GLOBAL.
001064    02 LIMITE-TENTATIVI-LOGIN-WEB PIC 9(02) COMP VALUE 5.
001065    02 FINESTRA-MIN-LOGIN-WEB PIC 9(04) COMP VALUE 15.
001066    02 UTENTE-BLOCCATO-WEB   PIC X.
001067       88 UTENTE-RISULTA-BLOCCATO VALUE "S".
001068    02 DATA-OGGI-LOGIN-WEB   PIC 9(08).
001069    02 ORA-OGGI-LOGIN-WEB    PIC 9(06).
001070    02 ORA-OGGI-LOGIN-WEB-R  REDEFINES ORA-OGGI-LOGIN-WEB.
001071       03 HH-OGGI-LOGIN-WEB  PIC 9(02).
001072       03 MM-OGGI-LOGIN-WEB  PIC 9(02).
001073       03 SS-OGGI-LOGIN-WEB  PIC 9(02).
001074    02 SEC-OGGI-LOGIN-WEB    PIC 9(11).
001075    02 SEC-TENT-LOGIN-WEB    PIC 9(11).
001076    02 SEC-TRASCORSI-LOGIN-WEB PIC S9(11).
001077*
001078 01 SCADENZA-ABI-WEB          GLOBAL.
001090    02 ABI-SCADUTA-WEB       PIC X.
001100       88 ABI-SCADUTA        VALUE "S".
001110    02 DATA-OGGI-ABI-WEB     PIC 9(08).
001481** REGISTRO DELLE SESSIONI ATTIVE SU ARKVIEW (UNA RIGA PER
001482** SECTION-WEB, NOME-VIEW = "SESSIONE-WEB"+SECTION-WEB) E
001483** POLITICA DEL NUMERO MASSIMO DI SESSIONI PER CHIAVE-UTEN,
001484** DAL PARAMETRO "SESSIONI-TETTO" (0 = NESSUN LIMITE)
001485*
001486 01 POLITICA-SESSIONI-WEB    GLOBAL.
001487    02 LIMITE-SESSIONI-UTEN-WEB PIC 9(03) COMP VALUE 0.
001505       03 SS-ULTIMA-SES-WEB   PIC 9(02).
001506       03 FILLER              PIC X.
001507*
001508** LIMITE DI INATTIVITA' IN MINUTI (PARAMETRO
001509** "SESSIONI-INATTIVITA", 0 = NESSUN CONTROLLO): OLTRE QUESTO
001510** TEMPO DALL'ULTIMA DATA-SCRITTURA-VIEW DI SESSIONE SI RIPASSA
001511** DALLA LOGIN SENZA TOCCARE I CAMPI GIA' SALVATI SU ARKVIEW
001512*
001567    02 EVENTO-ACC-WEB        PIC X(10).
001568    02 ESITO-ACC-WEB         PIC XX.
001569    02 NOTA-ACC-WEB          PIC X(30).
001570*     UTENTE PER CONTO DEL QUALE SI OPERA (DELEGA PER ASSENZA);
001571*     SPAZI = SCRIVI-EVENTO-ACC LO RICAVA DALLA SESSIONE
001572    02 DELEGANTE-ACC-WEB     PIC X(08) VALUE SPACES.
001573*
001574** APPOGGI PER IL GIORNALE DELLE CHIAMATE API E LE SOGLIE PER
001575** GETTONE (PIOAPJ.CBL E VERIFICA-SOGLIE-API-WEB IN PIOWEB1):
001576** IL PROGRAMMA API RIEMPIE SIGLA, CODA DEL GETTONE, SOGLIE,
001577** ENTITA', AZIONE, ESITO, CHIAVE E MOTIVO; LE SOGLIE A ZERO
001578** VOGLIONO DIRE NESSUN LIMITE
001579*
001580 01 AREA-API-WEB             GLOBAL.
001581    02 PROGRAMMA-API-WEB     PIC X(08).
001582    02 SISTEMA-API-WEB       PIC X(08).
001583    02 CODA-TOKEN-API-WEB    PIC X(06).
001584    02 ENTITA-API-WEB        PIC X(10).
001585    02 AZIONE-API-WEB        PIC X(10).
001586    02 ESITO-API-WEB         PIC XX.
001587    02 CHIAVE-API-WEB        PIC X(20).
001588    02 MOTIVO-API-WEB        PIC X(40).
001589    02 SOGLIA-MINUTO-API-WEB PIC 9(04).
001590    02 SOGLIA-GIORNO-API-WEB PIC 9(06).
001591    02 CONTA-MINUTO-API-WEB  PIC 9(04).
001592    02 CONTA-GIORNO-API-WEB  PIC 9(06).
001593    02 SUPERATA-API-WEB      PIC X.
001594       88 SOGLIA-API-SUPERATA VALUE "S".
001595    02 DATA-OGGI-API-WEB     PIC 9(08).
001596    02 ORA-INIZIO-API-WEB.
001597       05 HH-INIZIO-API-WEB  PIC 99.
001598       05 MM-INIZIO-API-WEB  PIC 99.
001599       05 SS-INIZIO-API-WEB  PIC 99.
001600       05 CC-INIZIO-API-WEB  PIC 99.
001601    02 ORA-FINE-API-WEB.
001602       05 HH-FINE-API-WEB    PIC 99.
001603       05 MM-FINE-API-WEB    PIC 99.
001604       05 SS-FINE-API-WEB    PIC 99.
001605       05 CC-FINE-API-WEB    PIC 99.
001606    02 CENT-INIZIO-API-WEB   PIC 9(07) COMP.
001607    02 CENT-FINE-API-WEB     PIC 9(07) COMP.
001608    02 DURATA-API-WEB        PIC 9(07).
001609*
001610** APPOGGI PER I PARAMETRI DI SISTEMA (ARKPAR, SERVIZIO OPENPARW):
001611** AZIONE LEGGI/IMPOSTA/ELIMINA/PROSSIMO/CENSISCI, NOME E
001612** QUALIFICA (CHIAVE UTENTE PER I PARAMETRI PER UTENTE, SPAZI PER
001613** I GLOBALI), VALORE (I NUMERICI A 9 CIFRE IN NUMERO-PAR-WEB),
001614** ESITO "OK"/"NO"/"KO" (KO = VALORE RESPINTO, MOTIVO-PAR-WEB)
001615*
001616 01 AREA-PAR-WEB             GLOBAL.
001617    02 AZIONE-PAR-WEB        PIC X(08).
001618    02 NOME-PAR-WEB          PIC X(30).
001619    02 QUALIFICA-PAR-WEB     PIC X(10).
001620    02 VALORE-PAR-WEB        PIC X(256).
001621    02 VALORE-NUM-PAR-WEB REDEFINES VALORE-PAR-WEB.
001622       05 NUMERO-PAR-WEB     PIC 9(09).
001623       05 FILLER             PIC X(247).
001624    02 PROGRAMMA-PAR-WEB     PIC X(14).
001625    02 OPERATORE-PAR-WEB     PIC X(08).
001626    02 ESITO-PAR-WEB         PIC XX.
001627    02 MOTIVO-PAR-WEB        PIC X(60).
001628*
001629** APPOGGI PER I TICKET DI CAMBIAMENTO (SERVIZIO OPENTKTW): IL
001630** CHIAMANTE METTE IN NUMERO-TKT-WEB IL TICKET CITATO
001631** DALL'OPERATORE (ZERO = NESSUNO) PRIMA DI TOCCARE LA
001632** CONFIGURAZIONE; LE ROUTINE DI STORICO (PIOSTAB/PIOMENW/
001633** PIOLIBS/PIOABIW) REGISTRANO POI OGNI RIGA SCRITTA SOTTO QUEL
001634** TICKET. AZIONE VERIFICA (ESITO "KO" CON IL MOTIVO SE IL TICKET
001635** MANCA DOVE E' OBBLIGATORIO, NON ESISTE, NON E' APPROVATO O E'
001636** FUORI FINESTRA) O REGISTRA; ARCHIVIO "STAB"/"MVER"/"LIBH"/
001637** "ABIS" E, IN RIFERIMENTO, LA CHIAVE DELLA RIGA DI STORICO (PER
001638** LA VERIFICA SU "STAB" BASTA IL TIPO-TAB IN TESTA)
001639*
001640 01 AREA-TKT-WEB             GLOBAL.
001641    02 AZIONE-TKT-WEB        PIC X(08).
001642    02 NUMERO-TKT-WEB        PIC 9(08) VALUE ZEROS.
001643    02 ARCHIVIO-TKT-WEB      PIC X(04).
001644    02 RIFERIMENTO-TKT-WEB   PIC X(40).
001645    02 PROGRAMMA-TKT-WEB     PIC X(14).
001646    02 UTENTE-TKT-WEB        PIC X(08).
001647    02 ESITO-TKT-WEB         PIC XX.
001648    02 MOTIVO-TKT-WEB        PIC X(60).
001649    02 LUNGH-TKT-WEB         PIC 9(04).
001650*
001651** APPOGGI PER L'AUTORIZZAZIONE CON EREDITARIETA' DI GRUPPO
001652** (AUTORIZZA-GER IN PIOGER.CBL) E PER DISTINGUERE NEI REPORT
001653** LE CONCESSIONI DIRETTE DA QUELLE EREDITATE
001654*
001655 01 AUTORIZZA-GER-WEB        GLOBAL.
001656    02 GRUPPO-PARTENZA-GER-WEB PIC 9(04).
001657    02 GRUPPO-CONCESSO-GER-WEB PIC 9(04).
001658    02 LIVELLI-GER-WEB       PIC 9(02) COMP.
001659    02 EREDITATA-GER-WEB     PIC X.
001660       88 ABI-EREDITATA      VALUE "S".
001661    02 NEGATA-TROVATA-ABI-WEB PIC X.
001662       88 NEGATA-ABI-TROVATA VALUE "S".
001663*
001664** APPOGGI DELLA VERIFICA DI SEPARAZIONE DEI COMPITI
001665** (VERIFICA-SOD-WEB IN PIOSOD.CBL)
001666*
001667 01 AREA-SOD-WEB             GLOBAL.
001668    02 CHIAMATA-SOD-WEB      PIC X(06).
001669    02 CHIAMATA-OPPOSTA-SOD-WEB PIC X(06).
001670    02 CHIAMATA-SALVA-SOD-WEB PIC X(06).
001671    02 GRUPPO-SALVA-SOD-WEB  PIC 9(04).
001672    02 DESC-REGOLA-SOD-WEB   PIC X(40).
001673    02 CONFLITTO-SOD-WEB     PIC X.
001674       88 CONFLITTO-SOD      VALUE "S".
001675*
001676** APPOGGIO PER LA NUMERAZIONE DELLE MODIFICHE PENDENTI ARKPEN
001677*
001678 01 AREA-PEN-WEB             GLOBAL.
001679    02 NUOVO-NUMERO-PEN-WEB  PIC 9(08).
001680*
001681** APPOGGI PER IL GIORNALE DELLE LETTURE SENSIBILI (PIOLET.CBL)
001682*
001683 01 AREA-LET-WEB             GLOBAL.
001684    02 UTENTE-LET-WEB        PIC X(08).
001685    02 NOME-LET-WEB          PIC X(30).
001686    02 CHIAVE-LET-WEB        PIC X(20).
001687*   "M" CAMPO MOSTRATO MASCHERATO, "C" VALORE RIVELATO IN CHIARO
001688    02 MODO-LET-WEB          PIC X.
001689*
001690** CATENA DI HASH DEL LOG (CATENA-LOG-WEB): L'HASH PRECEDENTE
001691** VIVE NELLA RIGA "CATENA-LOG-WEB" DI ARKVIEW E OGNI RIGA DI
001692** LOG PORTA L'HASH DI (PRECEDENTE + PROPRI DATI)
001693*
001694 01 AREA-CATENA-LOG-WEB      GLOBAL.
001695    02 CATENA-INPUT-WEB      PIC X(256).
001696    02 HASH-PRECEDENTE-LOG-WEB PIC X(64).
001697*
001698** INDICE DEL LOG (INDICE-LOG-WEB): DOPO OGNI WRITE LOGGATO LA
001699** RIGA SCRITTA VIENE PASSATA AL SERVIZIO OPENILGW, CHE LE ASSEGNA
001700** LA POSIZIONE NEL LOG CORRENTE E NE SCRIVE LA VOCE SU ARKILOG
001701*
001702 01 AREA-ILOG-WEB            GLOBAL.
001703    02 AZIONE-ILOG-WEB       PIC X(8).
001704    02 POSIZIONE-ILOG-WEB    PIC 9(9).
001705    02 ESITO-ILOG-WEB        PIC XX.
001706*
001707** PERMESSI EFFETTIVI PRECALCOLATI (ARKEFF): RICHIESTA AL SERVIZIO
001708** DI RICALCOLO OPENEFFW E ESITO DELLA LETTURA AUTORIZZA-EFF
001709*
001710 01 AREA-EFF-WEB             GLOBAL.
001711    02 AZIONE-EFF-WEB        PIC X(8).
001712    02 UTENTE-EFF-WEB        PIC X(8).
001713    02 GRUPPI-EFF-WEB.
001714       03 GRUPPO-BASE-EFF-WEB PIC 9(4).
001715       03 NUM-GRUPPI-EFF-WEB PIC 9(2).
001716       03 GRUPPI-EXTRA-EFF-WEB.
001717          04 GRUPPO-EXTRA-EFF-WEB PIC 9(4) OCCURS 5 TIMES.
001718    02 GRUPPO-EFF-WEB        PIC 9(4).
001719    02 RICALCOLATI-EFF-WEB   PIC 9(6).
001720    02 ESITO-EFF-WEB         PIC XX.
001721 01 RISPOSTA-EFF-WEB         GLOBAL.
001722    02 ARKEFF-APERTO-WEB     PIC X.
001723       88 ARKEFF-DISPONIBILE VALUE "S".
001724    02 PRECALCOLO-EFF-WEB    PIC X.
001725       88 PRECALCOLO-VALIDO  VALUE "V".
001726       88 PRECALCOLO-SCADUTO VALUE "S".
001727    02 DATA-OGGI-EFF-WEB     PIC 9(08).
001728*
001729** PERCORSO DELLA GENERAZIONE ARCHIVIATA APERTA COME ARKGEN
001730*
001731 01 AREA-GEN-WEB             GLOBAL.
001732    02 NOME-GEN-WEB          PIC X(80).
001733*
001734** PERCORSO DELLA GENERAZIONE DI ARCHIVIAZIONE SCRITTA COME
001735** ARKARC DAL MOTORE DI RITENZIONE (OPENRETE)
001736*
001737 01 AREA-ARC-WEB             GLOBAL.
001738    02 NOME-ARC-WEB          PIC X(80).
001739*
001740** PERCORSI DELLE COPIE ANONIMIZZATE PER L'AMBIENTE DI PROVA
001741** (OPENTANO)
001742*
001743 01 AREA-CLONE-WEB           GLOBAL.
001744    02 NOME-CLONE-UTEN-WEB   PIC X(80).
001745    02 NOME-CLONE-TAB-WEB    PIC X(80).
001746*
001747** APPOGGI PER L'ACCODAMENTO DELLE NOTIFICHE (PIONOT.CBL)
001748*
001749 01 AREA-NOT-WEB             GLOBAL.
001750    02 TIPO-NOT-WEB          PIC X(10).
001751    02 SEVERITA-NOT-WEB      PIC X.
001752    02 RIFERIMENTO-NOT-WEB   PIC X(30).
001753    02 DESTINATARI-NOT-WEB   PIC X(60).
001754    02 TESTO-NOT-WEB         PIC X(80).
001755*
001756** APPOGGI DELLA CASSETTA DI USCITA EVENTI (PIOOUT.CBL)
001757*
001758 01 AREA-OUT-WEB             GLOBAL.
001759    02 TIPO-OUT-WEB          PIC X(14).
001760    02 UTENTE-OUT-WEB        PIC X(08).
001761    02 DETTAGLIO-OUT-WEB     PIC X(160).
001762    02 DATA-OUT-WEB          PIC 9(08).
001763    02 ORA-OUT-WEB           PIC 9(06).
001764*
001765** ENTE SCELTO PER LA SESSIONE (POSIZIONI 31-32 DELLA RIGA
001766** "SESSIONE-WEB" DI ARKVIEW, SCELTA IN openente.exe; 00 =
001767** NESSUNA SEGREGAZIONE) E FLAG DI ACCESSO TRASVERSALE
001768*
001769 01 AREA-ENTE-WEB            GLOBAL.
001770    02 ENTE-SESSIONE-WEB     PIC 9(02).
001771    02 SALVA-ENTE-SES-WEB    PIC X(05).
001772*
001773** FOTOGRAFIA DELLA RIGA DI SESSIONE APPENA LETTA (OPERATORE E
001774** POSIZIONI 31-35 CON ENTE E LINGUA): LE LETTURE SUCCESSIVE DI
001775** ARKVIEW (POLITICA SESSIONI, MANUTENZIONE) SOVRASCRIVONO IL
001776** BUFFER DEL RECORD E SENZA FOTOGRAFIA ANDREBBERO PERDUTE
001777    02 DESC-RIGA-SES-WEB     PIC X(08).
001778*
001779** APPOGGI DELLA RISOLUZIONE MESSAGGI A CATALOGO (PIOMSG.CBL)
001780*
001781 01 AREA-MSG-WEB             GLOBAL.
001782    02 CODICE-MSG-WEB        PIC X(10).
001783    02 LINGUA-MSG-WEB        PIC XX.
001784    02 SOST1-MSG-WEB         PIC X(40).
001785    02 SOST2-MSG-WEB         PIC X(40).
001786    02 SEGNAPOSTO-MSG-WEB    PIC XX.
001787    02 VALORE-SEGNAP-MSG-WEB PIC X(40).
001788    02 APPOGGIO-MSG-WEB      PIC X(200).
001789    02 IND-MSG-WEB           PIC 9(3) COMP.
001790    02 PUNTO-MSG-WEB         PIC 9(3) COMP.
001791*
001792** ESITO DELLA VERIFICA DI FINESTRA SULLE VOCI DI MENU
001793** (VERIFICA-FINESTRA-MENU IN PIOMENU.CBL)
001794*
001795 01 AREA-FINESTRA-MENU-WEB   GLOBAL.
001796    02 DATA-OGGI-FNM-WEB     PIC 9(08).
001797    02 FUORI-FINESTRA-MENU-WEB PIC X.
001798       88 VOCE-DORMIENTE     VALUE "S".
001799    02 CROSS-ENTE-WEB        PIC X.
001800       88 ACCESSO-CROSS-ENTE VALUE "S".
001801*
001802** DENOMINAZIONE RISOLTA DALL'ANAGRAFICA ENTI (DESCRIVI-ENT IN
001803** PIOENT.CBL), PER LE GRIGLIE E IL SELETTORE DI openente.exe
001804*
001805 01 ANAGRAFICA-ENTE-WEB      GLOBAL.
001806    02 DENOMINAZIONE-ENT-WEB PIC X(40).
001807*
001808** ESITO DEL CONTROLLO DI ASSEGNABILITA' DEI GRUPPI
001809** (VERIFICA-ASSEGNABILE-GRU IN PIOGRU.CBL): UN GRUPPO
001810** CONGELATO O CHIUSO IN ARKGRU NON SI ASSEGNA A NESSUNO
001811** DI NUOVO
001812*
001813 01 ANAGRAFICA-GRUPPO-WEB    GLOBAL.
001814    02 GRUPPO-ASSEGNABILE-WEB PIC X.
001815       88 GRUPPO-ASSEGNABILE VALUE "S".
001816    02 MOTIVO-GRU-WEB        PIC X(60).
001817*
001818** FASCIA ORARIA DI ACCESSO DEL GRUPPO DELL'OPERATORE, FOTOGRAFATA
001819** PER UTENTE NELLE RIGHE "FASCIA-ORARIA-<utente>" DI ARKVIEW DA
001820** openfasc.exe (POS 1-7 FLAG S/N LUNEDI'..DOMENICA, POS 9-12 ORA
001821** DALLE HHMM, POS 14-17 ORA ALLE HHMM); IL CONTROLLO STA IN
001822** VERIFICA-FINESTRA-ORARIA-WEB (PIOWEB1.CBL)
001823*
001824 01 AREA-FINESTRA-ORARIA-WEB GLOBAL.
001825    02 FASCIA-ORARIA-WEB     PIC X(17).
001826    02 GIORNO-SETT-FNO-WEB   PIC 9(01).
001827    02 ORA-HHMM-FNO-WEB      PIC 9(04).
001828    02 FUORI-FASCIA-WEB      PIC X.
001829       88 FUORI-FASCIA       VALUE "S".
001830*
001831** ORIGINE DI RETE DELLA SESSIONE (MK-ORIGINE, INIETTATA DAL
001832** DISPATCHER) E LISTA DEI PREFISSI AMMESSI PER L'OPERATORE,
001833** FOTOGRAFATA DA openorig.exe NEL PARAMETRO "ORIGINE-AMMESSA"
001834** DELL'UTENTE (4 SLOT DA 15); IL CONTROLLO STA IN
001835** VERIFICA-ORIGINE-WEB (PIOWEB1.CBL), PRIMA DI OGNI ALTRO
001836** LAVORO DELLA PAGINA
001837*
001838 01 AREA-ORIGINE-WEB         GLOBAL.
001839    02 ORIGINE-SESSIONE-WEB  PIC X(15).
001840    02 ORIGINI-AMMESSE-WEB.
001841       03 SLOT-ORIGINE-WEB   PIC X(15) OCCURS 4 TIMES.
001842    02 ORIGINE-AMMESSA-WEB   PIC X.
001843       88 ORIGINE-AMMESSA    VALUE "S".
001844    02 IND-ORIGINE-WEB       PIC 9(01) COMP.
001845    02 LUNGH-ORIGINE-WEB     PIC 9(02) COMP.
001846*
001847** GETTONE DI MODULO CONTRO LE RICHIESTE CONTRAFFATTE (MK-FORM):
001848** EMESSO PER SESSIONE DA REGISTRA-SESSIONE-WEB E CONSERVATO NELLA
001849** RIGA "SESSIONE-WEB" DI ARKVIEW (POS 41-72), RESO AI MODELLI DA
001850** SHOW-WEB E MAKE-WEB AD OGNI PAGINA E PRETESO INDIETRO DA
001851** VERIFICA-TOKEN-FORM-WEB (PIOWEB1.CBL) PRIMA DI OGNI AZIONE CHE
001852** SCRIVE. LE AZIONI DI SOLA LETTURA SONO ELENCATE QUI SOTTO: OGNI
001853** ALTRO VERBO IN MK-FUNZIONE E' TRATTATO COME SCRITTURA
001854*
001855 01 AREA-TOKEN-FORM-WEB      GLOBAL.
001856    02 TOKEN-FORM-SES-WEB    PIC X(32).
001857    02 TOKEN-FORM-LETTO-WEB  PIC X(32).
001858    02 TOKEN-FORM-RICEVUTO-WEB PIC X(32).
001859    02 AZIONE-FORM-WEB       PIC X(20).
001860    02 SCRITTURA-FORM-WEB    PIC X.
001861       88 RICHIESTA-SCRITTURA VALUE "S".
001862    02 LETTURA-FORM-WEB      PIC X.
001863       88 VERBO-DI-LETTURA   VALUE "S".
001864    02 ESITO-TOKEN-FORM-WEB  PIC X.
001865       88 TOKEN-FORM-VERIFICATO VALUE "S".
001866    02 IND-FORM-WEB          PIC 9(02) COMP.
001867    02 SEME-TOKEN-FORM-WEB.
001868       03 SEZIONE-SEME-FORM-WEB PIC X(20).
001869       03 ORA-SEME-FORM-WEB  PIC 9(08).
001870       03 FILLER             PIC X(02) VALUE "FM".
001871    02 ELENCO-LETTURE-FORM-WEB.
001872       03 FILLER             PIC X(12) VALUE "elenca".
001873       03 FILLER             PIC X(12) VALUE "mostra".
001874       03 FILLER             PIC X(12) VALUE "stato".
001875       03 FILLER             PIC X(12) VALUE "storico".
001876       03 FILLER             PIC X(12) VALUE "stampa".
001877       03 FILLER             PIC X(12) VALUE "esporta".
001878       03 FILLER             PIC X(12) VALUE "csv".
001879       03 FILLER             PIC X(12) VALUE "verifica".
001880       03 FILLER             PIC X(12) VALUE "anteprima".
001881       03 FILLER             PIC X(12) VALUE "anteprim".
001882       03 FILLER             PIC X(12) VALUE "impatto".
001883       03 FILLER             PIC X(12) VALUE "scegli".
001884       03 FILLER             PIC X(12) VALUE "tiles".
001885       03 FILLER             PIC X(12) VALUE "conti".
001886       03 FILLER             PIC X(12) VALUE "abilitazione".
001887       03 FILLER             PIC X(12) VALUE "utenti".
001888       03 FILLER             PIC X(12) VALUE "tracce".
001889       03 FILLER             PIC X(12) VALUE "doc".
001890       03 FILLER             PIC X(12) VALUE "testo".
001891       03 FILLER             PIC X(12) VALUE "base".
001892       03 FILLER             PIC X(12) VALUE "allarmi".
001893       03 FILLER             PIC X(12) VALUE "confronta".
001894    02 TAB-LETTURE-FORM-WEB REDEFINES ELENCO-LETTURE-FORM-WEB.
001895       03 VERBO-LETTURA-FORM-WEB PIC X(12) OCCURS 22 TIMES.
001896*
001897** RESA SICURA DEI VALORI NEI MODELLI HTML: OGNI VALORE PASSATO A
001898** METTI-WEB E OGNI RIGA DI ARKVIEW SCRITTA PER LA PAGINA CHE
001899** MAKEFORM VA A LEGGERE VENGONO RESI CON ESCAPE-HTML-WEB
001900** (PIOWEB1.CBL). IL CHIAMANTE CHE PASSA DI PROPOSITO DEL MARKUP
001901** (AD ESEMPIO IL CORPO DEL MENU DI VIS-MENU) ALZA MARKUP-WEB
001902** PRIMA DI METTI-WEB O DI SCRITTURA-VIEW: L'ESENZIONE VALE SOLO
001903** PER QUEL VALORE. LE RIGHE DI ARKVIEW CON CARATTERI DI MARKUP
001904** SCRITTE DURANTE LA PAGINA SONO ANNOTATE IN TAB-RIGHE-HTML-WEB
001905** DA SCRITTURA-VIEW; MAKE-WEB LE RENDE SICURE SOLO PER LA DURATA
001906** DI MAKEFORM E POI RIMETTE IL VALORE ORIGINALE. LA PAGINA DI
001907** SEGNALAZIONE METTE SEMPRE COM'E' IL PULSANTE DI RITORNO (RIGA
001908** "GOBACK" DI ARKVIEW, MARKUP DEL PROGRAMMA); IL MESSAGGIO VA COSI'
001909** COM'E' SOLO CON VIS-MESS-MARKUP, E IL CHIAMANTE HA GIA' RESO
001910** SICURA CON ESCAPE-HTML-VIEW OGNI PARTE VARIABILE
001911*
001912 01 AREA-HTML-WEB            GLOBAL.
001913    02 MARKUP-WEB            PIC X VALUE "N".
001914       88 VALORE-CON-MARKUP  VALUE "S".
001915    02 PAGINA-HTML-WEB       PIC X VALUE "N".
001916       88 PAGINA-IN-COSTRUZIONE VALUE "S".
001917    02 MESSAGGIO-MARKUP-WEB  PIC X VALUE "N".
001918       88 MESSAGGIO-CON-MARKUP VALUE "S".
001919    02 STRINGA-HTML-WEB      PIC X(1024).
001920    02 STRINGA-HTML-ESC-WEB  PIC X(1024).
001921    02 LUNGH-HTML-WEB        PIC 9(04) COMP.
001922    02 LUNGH-HTML-ESC-WEB    PIC 9(04) COMP.
001923    02 IND-HTML-WEB          PIC 9(04) COMP.
001924    02 ENTITA-HTML-WEB       PIC X(06).
001925    02 LUNGH-ENTITA-HTML-WEB PIC 9(01) COMP.
001926    02 CONTA-MARKUP-WEB      PIC 9(04) COMP.
001927    02 NUM-RIGHE-HTML-WEB    PIC 9(03) COMP VALUE 0.
001928    02 IND-RIGA-HTML-WEB     PIC 9(03) COMP.
001929    02 IND-NOTA-HTML-WEB     PIC 9(03) COMP.
001930    02 RIGA-HTML-NOTA-WEB    PIC X.
001931       88 RIGA-HTML-GIA-NOTA VALUE "S".
001932    02 TAB-RIGHE-HTML-WEB    OCCURS 50 TIMES.
001933       03 NOME-RIGA-HTML-WEB PIC X(64).
001934       03 STATO-RIGA-HTML-WEB PIC X.
001935          88 RIGA-HTML-RESA  VALUE "S".
001936       03 VALORE-RIGA-HTML-WEB PIC X(1024).
001937*
001938** APPOGGI DELLA CIFRATURA A RIPOSO DEI CAMPI SENSIBILI
001939** (OPENCIF, RICHIAMATO DA CIFRA-UTEN/DECIFRA-UTEN IN
001940** PIOUTEN.CBL)
001941*
001942 01 AREA-CIFRA-WEB           GLOBAL.
001943    02 BUFFER-CIF-WEB        PIC X(64).
001944    02 LUNGH-CIF-WEB         PIC 9(04).
001945    02 ESITO-CIF-WEB         PIC XX.
001946*
001947** QUOTA DI RICHIESTE ACCODABILI PER UTENTE (PARAMETRI
001948** "JOB-QUOTA-MASSIMO", 0 = NESSUN LIMITE, E "JOB-QUOTA-ESENTI",
001949** UTENTI SEPARATI DA VIRGOLE, REGOLATI DA openmjob.exe);
001950** CONTROLLO IN CALL-WEB (PIOWEB1.CBL)
001951*
001952 01 AREA-QUOTA-JOB-WEB       GLOBAL.
001953    02 MAX-QUOTA-JOB-WEB     PIC 9(03).
001954    02 CONTA-QUOTA-JOB-WEB   PIC 9(04).
001955    02 ESENTI-QUOTA-JOB-WEB  PIC X(60).
001956    02 RICHIEDENTE-QUOTA-WEB PIC X(08).
001957    02 LUNGH-QUOTA-JOB-WEB   PIC 9(02) COMP.
001958    02 CONTA-ESENTE-JOB-WEB  PIC 9(02).
001959    02 QUOTA-SUPERATA-WEB    PIC X.
001960       88 QUOTA-SUPERATA     VALUE "S".
001961*
001962** ESITO DELLA VALIDAZIONE CREDENZIALI (VERIFICA-CREDENZIALI-WEB
001963** IN PIOPWH.CBL): "OK" PASSWORD BUONA, "NO" RESPINTA
001964*
001965 01 AREA-CREDENZIALI-WEB     GLOBAL.
001966    02 ESITO-CREDENZIALI-WEB PIC XX.
001967*
001968** ESITO DELLA FINESTRA DI VALIDITA' DELL'UTENZA
001969** (VERIFICA-VALIDITA-UTEN IN PIOUTEN.CBL): FUORI FINESTRA LA
001970** LOGIN RIFIUTA COME PER UN'UTENZA BLOCCATA
001971*
001972 01 AREA-VALIDITA-WEB        GLOBAL.
001973    02 FUORI-VALIDITA-WEB    PIC X.
001974       88 UTENTE-FUORI-VALIDITA VALUE "S".
001975    02 DATA-OGGI-VAL-WEB     PIC 9(08).
001976*
001977** PROFILO DI RESA LOCALE (FORMATTA-IMPORTO-LINGUA-WEB E
001978** FORMATTA-DATA-LINGUA-WEB IN PIOWEB1.CBL): LINGUA DELLA
001979** SESSIONE, IMPORTO E DATA RESI SECONDO LE SUE CONVENZIONI
001980*
001981 01 AREA-LOCALE-WEB          GLOBAL.
001982    02 LINGUA-LOCALE-WEB     PIC XX.
001983    02 IMPORTO-RESO-WEB      PIC X(18).
001984    02 DATA-RESA-WEB         PIC X(10).
001985    02 DATA-GREZZA-LOC-WEB   PIC 9(8).
001986    02 DATA-GREZZA-R-LOC-WEB REDEFINES DATA-GREZZA-LOC-WEB.
001987       03 AAAA-LOC-WEB       PIC 9(4).
001988       03 MM-LOC-WEB         PIC 9(2).
001989       03 GG-LOC-WEB         PIC 9(2).
001990    02 VIS-APPOGGIO-LOC-WEB  PIC -.---.---.--9,99.
001991*
001992** CONTESTO DELL'INCIDENTE DA REGISTRARE (GESTIONE-INCIDENTE-WEB
001993** IN PIOWEB1.CBL, SCRITTURA SU ARKINC VIA OPENINCW): IL
001994** CHIAMANTE VALORIZZA PROGRAMMA, FILE, STATUS E DESCRIZIONE,
001995** LA SEVERITA' "A" ACCODA ANCHE L'ALLARME ARKNOT
001996*
001997 01 AREA-INCIDENTE-WEB       GLOBAL.
001998    02 PROGRAMMA-INC-WEB     PIC X(14).
001999    02 FILE-INC-WEB          PIC X(08).
002000    02 STATUS-INC-WEB        PIC XX.
002001    02 DESC-INC-WEB          PIC X(40).
002002    02 SEVERITA-INC-WEB      PIC X.
002003    02 NUMERO-INC-WEB        PIC 9(08).
002004*
002005** RICHIESTA AL NUMERATORE CENTRALIZZATO (PRENOTA-NUMERO-WEB E
002006** CONFERMA-NUMERO-WEB IN PIOWEB1.CBL, VIA OPENNUMW): IL
002007** CHIAMANTE VALORIZZA SERIE, ENTE E PROGRAMMA; MINIMO-NUM-WEB,
002008** SE NON ZERO, FA SALTARE IL CONTATORE OLTRE UN NUMERO TROVATO
002009** GIA' OCCUPATO. ESITO "OK" CON IL NUMERO IN NUMERO-NUM-WEB
002010*
002011 01 AREA-NUMERATORE-WEB      GLOBAL.
002012    02 AZIONE-NUM-WEB        PIC X(08).
002013    02 SERIE-NUM-WEB         PIC X(08).
002014    02 ENTE-NUM-WEB          PIC 99.
002015    02 PROGRAMMA-NUM-WEB     PIC X(14).
002016    02 MINIMO-NUM-WEB        PIC 9(08).
002017    02 NUMERO-NUM-WEB        PIC 9(08).
002018    02 ANNO-NUM-WEB          PIC 9(04).
002019    02 ESITO-NUM-WEB         PIC XX.
002020    02 TENTATIVI-NUM-WEB     PIC 9(02).
002021*
002022** CALENDARIO FESTIVO PER ENTE (VERIFICA-FESTIVO-TAB IN
002023** PIOTAB.CBL): IL CHIAMANTE VALORIZZA DATA ED ENTE, TORNA "S"
002024** SE LA DATA E' FESTIVA NEL CALENDARIO "CL" DELL'ENTE O, SE
002025** L'ENTE NON NE HA UNO PROPRIO, IN QUELLO DELL'ENTE 00
002026*
002027 01 AREA-CALENDARIO-WEB      GLOBAL.
002028    02 DATA-CAL-WEB          PIC 9(08).
002029    02 ENTE-CAL-WEB          PIC 99.
002030    02 ENTE-USATO-CAL-WEB    PIC 99.
002031    02 RIGHE-CAL-WEB         PIC X.
002032    02 FESTIVO-CAL-WEB       PIC X.
002033       88 GIORNO-FESTIVO     VALUE "S".
002034*
002035** LICENZE PER MODULO APPLICATIVO: REGISTRO NELLE RIGHE "LI" DI
002036** ARKTAB (ENTE 00; POS 1-2 MODULO, 4-8 POSTI NOMINATIVI, 10-14
002037** POSTI CONCORRENTI, 16 "B" = UNA CONCESSIONE OLTRE IL LIMITE
002038** VIENE BLOCCATA, ALTRIMENTI SOLO SEGNALATA, 18-57 DESCRIZIONE;
002039** ZERO POSTI = NESSUN LIMITE). VERIFICA-LICENZA-LIC (PIOLIC.CBL)
002040** CONTA GLI UTENTI NOMINATIVI DEL MODULO E DICE SE GRUPPO-LIC-WEB
002041** E AGGIUNTI-LIC-WEB LO PORTEREBBERO OLTRE I POSTI. IL PICCO DI
002042** SESSIONI CONCORRENTI PER MODULO E GIORNO LO TIENE
002043** REGISTRA-SESSIONE-WEB SULLE RIGHE "PICCO-MODULO-WEB" DI ARKVIEW
002044*
002045 01 AREA-LICENZE-WEB         GLOBAL.
002046    02 MODULO-LIC-WEB        PIC XX.
002047    02 GRUPPO-LIC-WEB        PIC 9(04).
002048    02 AGGIUNTI-LIC-WEB      PIC 9(05).
002049    02 REGISTRATA-LIC-WEB    PIC X.
002050    02 POSTI-LIC-WEB         PIC 9(05).
002051    02 CONCORRENTI-LIC-WEB   PIC 9(05).
002052    02 AZIONE-LIC-WEB        PIC X.
002053       88 LICENZA-BLOCCANTE  VALUE "B".
002054    02 DESC-LIC-WEB          PIC X(40).
002055    02 USATI-LIC-WEB         PIC 9(05).
002056    02 NUOVI-LIC-WEB         PIC 9(05).
002057    02 ESITO-LIC-WEB         PIC X.
002058       88 LICENZA-LIBERA     VALUE "L".
002059       88 LICENZA-ESAURITA   VALUE "E".
002060       88 LICENZA-BLOCCATA   VALUE "B".
002061    02 UTENTE-LIC-WEB        PIC X.
002062    02 GRUPPO-OK-LIC-WEB     PIC X.
002063    02 ENTE-PROVA-LIC-WEB    PIC 99.
002064    02 GRUPPO-PROVA-LIC-WEB  PIC 9(04).
002065    02 IND-ENTI-LIC-WEB      PIC 9(02) COMP.
002066    02 IND-GRUPPI-LIC-WEB    PIC 9(02) COMP.
002067    02 NUM-CHIAMATE-LIC-WEB  PIC 9(04) COMP.
002068    02 IND-CHIAMATE-LIC-WEB  PIC 9(04) COMP.
002069    02 TAB-CHIAMATE-LIC-WEB.
002070       03 CHIAMATA-LIC-WEB   PIC X(06) OCCURS 300 TIMES.
002071    02 NUM-CACHE-LIC-WEB     PIC 9(04) COMP.
002072    02 IND-CACHE-LIC-WEB     PIC 9(04) COMP.
002073    02 TAB-CACHE-LIC-WEB.
002074       03 CACHE-LIC-WEB      OCCURS 500 TIMES.
002075          04 ENTE-CACHE-LIC-WEB   PIC 99.
002076          04 GRUPPO-CACHE-LIC-WEB PIC 9(04).
002077          04 ESITO-CACHE-LIC-WEB  PIC X.
002078    02 NUM-MODULI-LIC-WEB    PIC 9(04) COMP.
002079    02 IND-MODULI-LIC-WEB    PIC 9(04) COMP.
002080    02 TAB-MODULI-LIC-WEB.
002081       03 MODULO-ELENCO-LIC-WEB PIC XX OCCURS 50 TIMES.
002082*     PICCO GIORNALIERO DI SESSIONI CONCORRENTI: MODULO E DATA
002083*     DI ULTIMA ATTIVITA' DELLA SESSIONE ALLA LETTURA DELLA RIGA
002084    02 SALVA-MODULO-SES-WEB  PIC XX.
002085    02 SALVA-DATA-SES-WEB    PIC 9(08).
002086    02 CONTA-MODULO-SES-WEB  PIC 9(05).
002087    02 PICCO-LETTO-LIC-WEB   PIC 9(05).
002088    02 ORA-ADESSO-LIC-WEB    PIC 9(06).
002089    02 ORA-ADESSO-LIC-WEB-R  REDEFINES ORA-ADESSO-LIC-WEB.
002090       03 HH-ADESSO-LIC-WEB  PIC 9(02).
002091       03 MM-ADESSO-LIC-WEB  PIC 9(02).
002092       03 SS-ADESSO-LIC-WEB  PIC 9(02).
002093    02 ORA-RIGA-LIC-WEB      PIC 9(06).
002094    02 ORA-RIGA-LIC-WEB-R    REDEFINES ORA-RIGA-LIC-WEB.
002095       03 HH-RIGA-LIC-WEB    PIC 9(02).
002096       03 MM-RIGA-LIC-WEB    PIC 9(02).
002097       03 SS-RIGA-LIC-WEB    PIC 9(02).
002098    02 SEC-ADESSO-LIC-WEB    PIC 9(05).
002099    02 SEC-RIGA-LIC-WEB      PIC 9(05).
002100*
002101** CODICE FISCALE DELLA PERSONA FISICA (ARKFIS): IL CHIAMANTE
002102** METTE IL CODICE IN CODFIS-WEB E VERIFICA-CODFIS-FIS
002103** (PIOFIS.CBL) NE CONTROLLA STRUTTURA E CARATTERE DI CONTROLLO,
002104** RISOLVENDO L'OMOCODIA; CON ESITO "S" RESTITUISCE ANNO (2
002105** CIFRE), MESE, GIORNO E SESSO DI NASCITA RICAVATI DAL CODICE,
002106** ALTRIMENTI IL MOTIVO DEL RIFIUTO IN MOTIVO-CODFIS-WEB
002107*
002108 01 AREA-CODFIS-WEB          GLOBAL.
002109    02 CODFIS-WEB            PIC X(16).
002110    02 CODFIS-WEB-R          REDEFINES CODFIS-WEB.
002111       03 CAR-CODFIS-WEB     PIC X OCCURS 16 TIMES.
002112    02 DECODIFICA-CODFIS-WEB PIC X(16).
002113    02 DECODIFICA-CODFIS-WEB-R REDEFINES DECODIFICA-CODFIS-WEB.
002114       03 CAR-DECOD-CODFIS-WEB PIC X OCCURS 16 TIMES.
002115    02 DECODIFICA-CODFIS-WEB-C REDEFINES DECODIFICA-CODFIS-WEB.
002116       03 FILLER             PIC X(06).
002117       03 ANNO-CODFIS-WEB    PIC 9(02).
002118       03 LETTERA-MESE-CODFIS-WEB PIC X.
002119       03 GIORNO-CODFIS-WEB  PIC 9(02).
002120       03 FILLER             PIC X(05).
002121    02 MESE-CODFIS-WEB       PIC 9(02).
002122    02 SESSO-CODFIS-WEB      PIC X.
002123    02 ESITO-CODFIS-WEB      PIC X.
002124       88 CODFIS-VALIDO      VALUE "S".
002125    02 MOTIVO-CODFIS-WEB     PIC X(40).
002126    02 IND-CODFIS-WEB        PIC 9(02) COMP.
002127    02 POS-CODFIS-WEB        PIC 9(02) COMP.
002128    02 POS-OMO-CODFIS-WEB    PIC 9(02) COMP.
002129    02 SOMMA-CODFIS-WEB      PIC 9(04) COMP.
002130    02 QUOZIENTE-CODFIS-WEB  PIC 9(04) COMP.
002131    02 RESTO-CODFIS-WEB      PIC 9(02) COMP.
002132    02 ALFABETO-CODFIS-WEB   PIC X(36) VALUE
002133       "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002134    02 ALFABETO-CODFIS-WEB-R REDEFINES ALFABETO-CODFIS-WEB.
002135       03 CAR-ALFA-CODFIS-WEB PIC X OCCURS 36 TIMES.
002136*     VALORE DEI CARATTERI IN POSIZIONE DISPARI, NELL'ORDINE
002137*     DELL'ALFABETO QUI SOPRA (CIFRE 0-9, POI LETTERE A-Z)
002138    02 DISPARI-CODFIS-WEB.
002139       03 FILLER             PIC X(40) VALUE
002140          "0100050709131517192101000507091315171921".
002141       03 FILLER             PIC X(32) VALUE
002142          "02041820110306081214161022252423".
002143    02 DISPARI-CODFIS-WEB-R  REDEFINES DISPARI-CODFIS-WEB.
002144       03 VAL-DISPARI-CODFIS-WEB PIC 99 OCCURS 36 TIMES.
002145    02 OMOCODIA-CODFIS-WEB   PIC X(10) VALUE "LMNPQRSTUV".
002146    02 MESI-CODFIS-WEB       PIC X(12) VALUE "ABCDEHLMPRST".
002147*
002148** RIGHE DI AIUTO CONTESTUALE (POSIZIONA-HLP IN PIOHLP.CBL): VOCE
002149** E LINGUA EFFETTIVAMENTE TROVATE, CON L'INDICAZIONE DEL RIPIEGO
002150** SULL'ITALIANO QUANDO LA LINGUA RICHIESTA NON HA TESTI
002151*
002152 01 AREA-AIUTO-WEB           GLOBAL.
002153    02 NUM-HLP-WEB           PIC 9(7).
002154    02 LINGUA-HLP-WEB        PIC XX.
002155    02 RIPIEGO-HLP-WEB       PIC X.
002156       88 AIUTO-IN-RIPIEGO   VALUE "S".
002157    02 OPERATORE-HLP-WEB     PIC X(8).
002158*
002159** INFORMATIVA D'USO (ARKPOL/ARKPAC): TESTATA EFFETTIVAMENTE
002160** TROVATA DA POSIZIONA-POL (PIOPOL.CBL), SCAMBIO CON IL SERVIZIO
002161** OPENPOLW E STATO DEL CONTROLLO DI SESSIONE
002162** VERIFICA-POLITICA-USO-WEB. LA PAGINA DELL'INFORMATIVA
002163** (openpuso.exe) ALZA PAGINA-POLITICA-WEB PRIMA DI INIZIO-WEB PER
002164** NON ESSERE RIMANDATA A SE' STESSA
002165*
002166 01 AREA-POLITICA-WEB        GLOBAL.
002167    02 VERSIONE-POS-WEB      PIC 9(4).
002168    02 LINGUA-POS-WEB        PIC XX.
002169    02 RIPIEGO-POL-WEB       PIC X.
002170       88 POLITICA-IN-RIPIEGO VALUE "S".
002171    02 PAGINA-POLITICA-WEB   PIC X VALUE "N".
002172       88 PAGINA-POLITICA-USO VALUE "S".
002173*     DATA (AAAAMMGG) DELL'ULTIMO CONTROLLO SUPERATO DALLA
002174*     SESSIONE, FOTOGRAFATA DALLA RIGA "SESSIONE-WEB" (POS 73-80)
002175    02 SALVA-POLITICA-SES-WEB PIC X(8).
002176    02 AZIONE-POL-WEB        PIC X(8).
002177    02 UTENTE-POL-WEB        PIC X(8).
002178    02 VERSIONE-POL-WEB      PIC 9(4).
002179    02 VIGORE-POL-WEB        PIC 9(8).
002180    02 LINGUA-POL-WEB        PIC XX.
002181    02 ORIGINE-POL-WEB       PIC X(15).
002182    02 ESITO-POL-WEB         PIC XX.
002183*
002184** DELEGHE PER ASSENZA (ARKDEL): SCAMBIO CON IL SERVIZIO OPENDELW
002185** E DELEGANTE PER CONTO DEL QUALE L'OPERATORE DELLA SESSIONE STA
002186** LAVORANDO (SPAZI = NESSUNA DELEGA ATTIVA), RICAVATO AD OGNI
002187** PAGINA DA VERIFICA-DELEGA-WEB PER MARCARE ARKLOG E ARKACC
002188*
002189 01 AREA-DELEGA-WEB          GLOBAL.
002190    02 DELEGANTE-WEB         PIC X(8) VALUE SPACES.
002191    02 OPERATORE-DELEGA-WEB  PIC X(8) VALUE SPACES.
002192    02 AZIONE-DEL-WEB        PIC X(8).
002193    02 DELEGANTE-DEL-WEB     PIC X(8).
002194    02 INIZIO-DEL-WEB        PIC 9(8).
002195    02 FINE-DEL-WEB          PIC 9(8).
002196    02 DELEGATO-DEL-WEB      PIC X(8).
002197    02 MOTIVO-DEL-WEB        PIC X(60).
002198    02 OPERATORE-DEL-WEB     PIC X(8).
002199    02 ESITO-DEL-WEB         PIC XX.
002200    02 NOTA-DEL-WEB          PIC X(60).
002201*
002202** FIRMA DELLE STAMPE UFFICIALI (ARKDOC): SCAMBIO CON IL SERVIZIO
002203** OPENFIRW. FIRMA: FILE PRODOTTO, TIPO, PROGRAMMA, ESECUZIONE E
002204** OPERATORE IN INGRESSO; IDENTIFICATIVO DELLA STAMPA E STATO
002205** DELLA FIRMA IN USCITA. VERIFICA: FILE PRESENTATO IN INGRESSO;
002206** IDENTIFICATIVO DELLA STAMPA TROVATA ("OK" ORIGINALE, "BU"
002207** BUSTA FIRMATA, "NO" SCONOSCIUTO) E IMPRONTA IN USCITA
002208*
002209 01 AREA-FIRMA-WEB           GLOBAL.
002210    02 AZIONE-FIR-WEB        PIC X(8).
002211    02 FILE-FIR-WEB          PIC X(60).
002212    02 TIPO-FIR-WEB          PIC X(10).
002213    02 PROGRAMMA-FIR-WEB     PIC X(8).
002214    02 ESECUZIONE-FIR-WEB    PIC X(20).
002215    02 OPERATORE-FIR-WEB     PIC X(8).
002216    02 ESITO-FIR-WEB         PIC XX.
002217    02 ID-FIR-WEB            PIC X(17).
002218    02 STATO-FIR-WEB         PIC X.
002219    02 IMPRONTA-FIR-WEB      PIC X(64).
002220    02 NOTA-FIR-WEB          PIC X(60).
002221*
002222** UNITA' DI LAVORO SU PIU' ARCHIVI (ARKUDL): SCAMBIO CON IL
002223** SERVIZIO OPENUDLW ATTRAVERSO I PARAGRAFI DI PIOUDLW.CBL.
002224** INIZIA RESTITUISCE L'IDENTIFICATIVO DELL'UNITA'; IMMAGINE E
002225** NUOVO VOGLIONO ARCHIVIO (NOME DEL FILE, AD ESEMPIO "ARKUTEN") E
002226** CHIAVE DEL RECORD; RIPRISTINA VUOLE I SECONDI DI ATTESA (ZERO =
002227** TUTTE LE UNITA' APERTE) E TORNA I CONTEGGI NELLA NOTA
002228*
002229 01 AREA-UDL-WEB             GLOBAL.
002230    02 AZIONE-UDL-WEB        PIC X(10).
002231    02 ID-UDL-WEB            PIC X(19) VALUE SPACES.
002232    02 PROGRAMMA-UDL-WEB     PIC X(8).
002233    02 OPERATORE-UDL-WEB     PIC X(8).
002234    02 ARCHIVIO-UDL-WEB      PIC X(8).
002235    02 CHIAVE-UDL-WEB        PIC X(40).
002236    02 ATTESA-UDL-WEB        PIC 9(5).
002237    02 ESITO-UDL-WEB         PIC XX.
002238    02 NOTA-UDL-WEB          PIC X(60).
002239*
002240** ARCHIVIO TROVATO A UN TRACCIATO DIVERSO DA QUELLO COMPILATO
002241** (STATUS 39 ALL'APERTURA): I PARAGRAFI DI APERTURA DI PIOJOB E
002242** PIOPEN LO ANNOTANO QUI INVECE DI LASCIARE CHE IL PROGRAMMA
002243** CADA SUL PRIMO ACCESSO; SEGNALA-VERSIONE-WEB NE FA UN MESSAGGIO
002244** CHE RIMANDA ALLA CONVERSIONE CON OPENTCNV
002245*
002246 01 AREA-VERS-WEB            GLOBAL.
002247    02 ERRATA-VERS-WEB       PIC X VALUE "N".
002248       88 VERSIONE-ERRATA    VALUE "S".
002249    02 ARCHIVIO-VERS-WEB     PIC X(8).
002250    02 STATUS-VERS-WEB       PIC XX.
002251*
002252** LINEA DI BASE DI INTEGRITA' (ARKINT): SCAMBIO CON IL SERVIZIO
002253** OPENINTW. ACCETTA FOTOGRAFA cgi-bin E TEMPLATE/*.HTM COME NUOVA
002254** LINEA DI BASE A NOME DELL'APPROVATORE E DEL RILASCIO; CONFRONTA
002255** SCRIVE LE DIFFERENZE IN FILES/INTEGRITA.TXT E NE TORNA I CONTI
002256** NELLA NOTA ("AGGIUNTI n RIMOSSI n MODIFICATI n ESEGUIBILI n")
002257*
002258 01 AREA-INT-WEB             GLOBAL.
002259    02 AZIONE-INT-WEB        PIC X(8).
002260    02 OPERATORE-INT-WEB     PIC X(8).
002261    02 RILASCIO-INT-WEB      PIC X(20).
002262    02 ESITO-INT-WEB         PIC XX.
002263    02 NOTA-INT-WEB          PIC X(60).
002264*
002265** VISIBILITA' DEI CAMPI SENSIBILI (PIOVIS.CBL): UN CAMPO CON
002266** SENSIBILE-DATO = "S" ESCE MASCHERATO SU MASCHERE, GRIGLIE ED
002267** ESPORTAZIONI, SALVO PER CHI HA NEI DIRITTI EFFETTIVI LA
002268** CHIAMATA DI RIVELAZIONE SI/RV/<gruppo di visibilita'>. GLI
002269** ESITI GIA' VERIFICATI RESTANO IN MEMORIA PER GRUPPO
002270*
002271 01 AREA-VIS-WEB             GLOBAL.
002272    02 OPERATORE-VIS-WEB     PIC X(8).
002273    02 GRUPPO-VIS-WEB        PIC XX.
002274    02 RIVELA-VIS-WEB        PIC X.
002275       88 VIS-IN-CHIARO      VALUE "S".
002276    02 ESITO-SALVATO-VIS-WEB PIC XX.
002277    02 UTENTE-SALVATO-VIS-WEB PIC X(256).
002278    02 IND-GRUPPI-VIS-WEB    PIC 9(02) COMP.
002279    02 NUM-CACHE-VIS-WEB     PIC 9(02) COMP VALUE ZERO.
002280    02 IND-CACHE-VIS-WEB     PIC 9(02) COMP.
002281    02 TAB-CACHE-VIS-WEB.
002282       03 CACHE-VIS-WEB      OCCURS 30 TIMES.
002283          04 GRUPPO-CACHE-VIS-WEB PIC XX.
002284          04 RIVELA-CACHE-VIS-WEB PIC X.
002285*
002286** RIAUTENTICAZIONE PRIMA DELLE AZIONI SENSIBILI (PIOSTEP.CBL):
002287** IL CHIAMANTE METTE IN CHIAMATA-STEP-WEB IL CODICE DELL'AZIONE
002288** (LA QUALIFICA DEL PARAMETRO "STEPUP"), IN OPERATORE-STEP-WEB
002289** L'OPERATORE E IN RIPETI-STEP-WEB L'URL CHE RIPETE LA
002290** RICHIESTA; SI PROSEGUE SOLO CON STEP-SUPERATO. LA FINESTRA DI
002291** GRAZIA IN MINUTI VIENE DAL PARAMETRO "STEPUP-GRAZIA"
002292*
002293 01 AREA-STEP-WEB            GLOBAL.
002294    02 CHIAMATA-STEP-WEB     PIC X(10).
002295    02 OPERATORE-STEP-WEB    PIC X(8).
002296    02 RIPETI-STEP-WEB       PIC X(512).
002297    02 ESITO-STEP-WEB        PIC XX.
002298       88 STEP-SUPERATO      VALUE "OK".
002299    02 SEGRETO-STEP-WEB      PIC X(30).
002300    02 FATTORE-STEP-WEB      PIC X.
002301       88 STEP-CON-TOTP      VALUE "T".
002302    02 GRAZIA-MIN-STEP-WEB   PIC 9(04) COMP VALUE 5.
002303    02 UTENTE-SALVATO-STEP-WEB PIC X(256).
002304    02 DATA-STEP-WEB         PIC 9(08).
002305    02 ORA-STEP-WEB          PIC 9(06).
002306    02 ORA-STEP-WEB-R        REDEFINES ORA-STEP-WEB.
002307       03 HH-STEP-WEB        PIC 9(02).
002308       03 MM-STEP-WEB        PIC 9(02).
002309       03 SS-STEP-WEB        PIC 9(02).
002310    02 AVVISO-STEP-WEB       PIC X(60).
002311*
002312** LIMITI DI IMPORTO DELLE ABILITAZIONI (OPENLIMW, VEDI FDELIM):
002313** IL CHIAMANTE METTE AZIONE ("VERIFICA" O "LIMITE"), UTENTE,
002314** ENTE, CHIAMATA, CAMPO DEL DIZIONARIO E, PER LA VERIFICA,
002315** IMPORTO E VALUTA; TORNANO IL LIMITE PIU' ALTO APPLICABILE
002316** (ILLIMITATO-LIM-WEB "S" SE UN GRUPPO CONCEDE SENZA TETTO),
002317** IL GRUPPO CHE LO PORTA, L'AZIONE OLTRE IL LIMITE E L'ESITO:
002318** "OK" ENTRO IL LIMITE, "OL" OLTRE IL LIMITE, "NO" CHIAMATA NON
002319** CONCESSA O UTENTE SCONOSCIUTO. SE IL VALORE OLTRE IL LIMITE
002320** E' STATO INOLTRATO, IL DESTINATARIO E' IN INOLTRATO-LIM-WEB
002321*
002322 01 AREA-LIM-WEB             GLOBAL.
002323    02 AZIONE-LIM-WEB        PIC X(8).
002324    02 UTENTE-LIM-WEB        PIC X(8).
002325    02 ENTE-LIM-WEB          PIC 99.
002326    02 CHIAMATA-LIM-WEB      PIC X(6).
002327    02 CAMPO-LIM-WEB         PIC X(30).
002328    02 IMPORTO-LIM-WEB       PIC S9(12)V99.
002329    02 VALUTA-LIM-WEB        PIC X(3).
002330    02 MASSIMO-LIM-WEB       PIC 9(12)V99.
002331    02 VALUTA-MAX-LIM-WEB    PIC X(3).
002332    02 ILLIMITATO-LIM-WEB    PIC X.
002333       88 SENZA-LIMITE-WEB   VALUE "S".
002334    02 GRUPPO-MAX-LIM-WEB    PIC 9(4).
002335    02 AZIONE-OLTRE-LIM-WEB  PIC X.
002336       88 OLTRE-DA-INOLTRARE VALUE "I".
002337    02 INOLTRATO-LIM-WEB     PIC X(8).
002338    02 ESITO-LIM-WEB         PIC XX.
002339       88 ENTRO-LIMITE-WEB   VALUE "OK".
002340       88 OLTRE-LIMITE-WEB   VALUE "OL".
002341*
002342** VERSIONI DELLE PAGINE (OPENHTMW, VEDI FDEHTM): IL CHIAMANTE
002343** METTE AZIONE ("PUBBLICA" LA VERSIONE NUMERO-HTM-WEB DI
002344** NOME-HTM-WEB, "RIPRISTI" NE FA UNA NUOVA VERSIONE E LA
002345** PUBBLICA), OPERATORE E MOTIVO; TORNANO L'ESITO ("OK"/"NO"),
002346** LA NOTA E, PER IL RIPRISTINO, IL NUMERO DELLA NUOVA VERSIONE
002347*
002348 01 AREA-HTM-WEB             GLOBAL.
002349    02 AZIONE-HTM-WEB        PIC X(8).
002350    02 NOME-HTM-WEB          PIC X(20).
002351    02 NUMERO-HTM-WEB        PIC 9(4).
002352    02 OPERATORE-HTM-WEB     PIC X(8).
002353    02 MOTIVO-HTM-WEB        PIC X(60).
002354    02 ESITO-HTM-WEB         PIC XX.
002355    02 NOTA-HTM-WEB          PIC X(60).
002356    02 NUOVO-HTM-WEB         PIC 9(4).
002357*
002358** QUALIFICHE RICHIESTE (OPENQUAW, VEDI FDEQUA): IL CHIAMANTE METTE
002359** AZIONE "GRUPPO" (PREREQUISITI DI GRUPPO-QUA-WEB E DI OGNI
002360** CHIAMATA CHE IL GRUPPO HA SU ARKABI) O "CHIAMATA" (PREREQUISITI
002361** DI CHIAMATA-QUA-WEB) E L'UTENTE; CON "CHIAMATA" E UTENTE A SPAZI
002362** SI CONTROLLANO TUTTI I MEMBRI ATTIVI DI GRUPPO-QUA-WEB. TORNANO
002363** L'ESITO ("OK"/"NO") E, AL PRIMO PREREQUISITO NON SODDISFATTO,
002364** L'UTENTE, IL CORSO, LA SCADENZA SE LA QUALIFICA E' SCADUTA
002365** (ZERO SE MANCA DEL TUTTO) E IL MOTIVO DA MOSTRARE
002366*
002367 01 AREA-QUA-WEB             GLOBAL.
002368    02 AZIONE-QUA-WEB        PIC X(8).
002369    02 UTENTE-QUA-WEB        PIC X(8)  VALUE SPACES.
002370    02 GRUPPO-QUA-WEB        PIC 9(4).
002371    02 CHIAMATA-QUA-WEB      PIC X(6).
002372    02 ESITO-QUA-WEB         PIC XX.
002373       88 QUALIFICATO-WEB    VALUE "OK".
002374    02 MANCANTE-QUA-WEB      PIC X(8).
002375    02 CORSO-QUA-WEB         PIC X(10).
002376    02 SCADUTA-QUA-WEB       PIC 9(8).
002377    02 MOTIVO-QUA-WEB        PIC X(80).
002378*
002379** REGOLE PER TIPO DI UTENZA (OPENSVCW, VEDI FDESVC E TIPO-UTEN):
002380** IL CHIAMANTE METTE AZIONE "REGOLE" E IL TIPO; TORNANO LA SOGLIA
002381** DI DORMIENZA IN GIORNI (SPAZI = QUELLA ORDINARIA DEL GIRO, 000 =
002382** ESCLUSA DAL CENSIMENTO), SE L'UTENZA E' SOGGETTA AL CONFRONTO
002383** CON LA DIRECTORY AZIENDALE, LA DURATA MASSIMA DELLA PASSWORD
002384** (SPAZI = MAX-GG-PASSWORD-WEB, 000 = NESSUNA SCADENZA), SE LA
002385** LOGIN INTERATTIVA E' AMMESSA E LA DESCRIZIONE DEL TIPO
002386*
002387 01 AREA-SVC-WEB             GLOBAL.
002388    02 AZIONE-SVC-WEB        PIC X(8).
002389    02 TIPO-SVC-WEB          PIC X.
002390    02 DORMIENZA-SVC-WEB     PIC X(3).
002391    02 DORMIENZA-GG-SVC-WEB  REDEFINES DORMIENZA-SVC-WEB
002392                             PIC 9(3).
002393    02 DIRECTORY-SVC-WEB     PIC X.
002394       88 SVC-IN-DIRECTORY   VALUE "S".
002395    02 PASSWORD-SVC-WEB      PIC X(3).
002396    02 PASSWORD-GG-SVC-WEB   REDEFINES PASSWORD-SVC-WEB
002397                             PIC 9(3).
002398    02 INTERATTIVO-SVC-WEB   PIC X.
002399       88 SVC-INTERATTIVO    VALUE "S".
002400    02 DESCR-SVC-WEB         PIC X(40).
002401    02 ESITO-SVC-WEB         PIC XX.
002402*
002403** ACCORDI DI CONDIVISIONE FRA ENTI (OPENCNDW, VEDI FDECND): IL
002404** CHIAMANTE METTE AZIONE "VERIFICA", L'ENTE PROPRIETARIO DEI DATI
002405** (FONTE), L'ENTE DI SESSIONE DELL'OPERATORE (DEST), L'OGGETTO
002406** (TIPO TABELLA O NOME DI ARCHIVIO), IL MODO "L" LETTURA O "S"
002407** SCRITTURA, OPERATORE, PROGRAMMA E SESSIONE; TORNANO "OK" CON
002408** PROTOCOLLO E NUMERO DELL'ACCORDO CHE COPRE L'ACCESSO, OPPURE
002409** "NO". OGNI VERIFICA FINISCE SUL GIORNALE ARKACC ("ACCORDO")
002410*
002411 01 AREA-CND-WEB             GLOBAL.
002412    02 AZIONE-CND-WEB        PIC X(8).
002413    02 ENTE-FONTE-CND-WEB    PIC 9(2).
002414    02 ENTE-DEST-CND-WEB     PIC 9(2).
002415    02 OGGETTO-CND-WEB       PIC X(8).
002416    02 MODO-CND-WEB          PIC X.
002417    02 OPERATORE-CND-WEB     PIC X(8).
002418    02 PROGRAMMA-CND-WEB     PIC X(8).
002419    02 SECTION-CND-WEB       PIC X(20).
002420    02 ESITO-CND-WEB         PIC XX.
002421       88 ACCORDO-VALIDO-WEB VALUE "OK".
002422    02 PROTOCOLLO-CND-WEB    PIC X(20).
002423    02 NUMERO-CND-WEB        PIC 9(3).
002424*
002425** RECORD SCARTATO DA PARCHEGGIARE IN ARKSOS (PARCHEGGIA-SOS DI
002426** PIOSOS.CBL): PROGRAMMA DI ORIGINE, FLUSSO (FILE, CODICE DEL
002427** FLUSSO O SISTEMA CHIAMANTE), NUMERO DI RIGA, MOTIVO E RIGA
002428** ORIGINALE
002429*
002430 01 AREA-SOS-WEB             GLOBAL.
002431    02 FONTE-SOS-WEB         PIC X(8).
002432    02 FLUSSO-SOS-WEB        PIC X(40).
002433    02 RIGA-SOS-WEB          PIC 9(7).
002434    02 MOTIVO-SOS-WEB        PIC X(60).
002435    02 CONTENUTO-SOS-WEB     PIC X(1024).
002436*
002437** TOTALI DI CONTROLLO DI UN PASSO BATCH: IL PASSO LI CONSEGNA IN
002438** FILES/BATCH/<PROGRAMMA>.TOT (CONSEGNA-TOTALI-TOT DI PIOTOT.CBL),
002439** OPENBATCH LI RITIRA (RITIRA-TOTALI-TOT) E LI PASSA CON PASSO,
002440** ESITO E ORARIO A REGISTRA-PASSO-BCK DI PIOBCK.CBL, CHE LI
002441** CONFRONTA CON LO STORICO DI ARKBCK E LI ACCODA AL GIORNALE.
002442** EQUAZIONE: "C" LETTI = SCRITTI+AGGIORNATI+CANCELLATI+SCARTATI,
002443** "M" AGGIORNATI+CANCELLATI+SCARTATI NON OLTRE I LETTI, "N" SOLO
002444** CONTROLLO DI VOLUME
002445*
002446 01 AREA-TOT-WEB             GLOBAL.
002447    02 PROGRAMMA-TOT-WEB     PIC X(8).
002448    02 NOME-TOT-WEB          PIC X(40).
002449    02 COMANDO-TOT-WEB       PIC X(80).
002450    02 TROVATI-TOT-WEB       PIC X.
002451    02 LETTI-TOT-WEB         PIC 9(9).
002452    02 SCRITTI-TOT-WEB       PIC 9(9).
002453    02 AGGIORNATI-TOT-WEB    PIC 9(9).
002454    02 CANCELLATI-TOT-WEB    PIC 9(9).
002455    02 SCARTATI-TOT-WEB      PIC 9(9).
002456    02 EQUAZIONE-TOT-WEB     PIC X.
002457    02 PASSO-TOT-WEB         PIC X(8).
002458    02 ESITO-TOT-WEB         PIC X.
002459    02 DATA-TOT-WEB          PIC 9(8).
002460    02 ORA-INIZIO-TOT-WEB    PIC 9(6).
002461    02 TOLLERANZA-TOT-WEB    PIC 9(3).
002462    02 SOSPETTO-TOT-WEB      PIC X.
002463    02 MOTIVO-TOT-WEB        PIC X(40).
002464    02 NOTA-TOT-WEB          PIC X(40).
002465    02 LIMITE-TOT-WEB        PIC 9(8).
002466    02 GIORNO-INT-TOT-WEB    PIC S9(9) COMP.
002467    02 CAMPIONI-TOT-WEB      PIC 9(3).
002468    02 SOMMA-TOT-WEB         PIC 9(12).
002469    02 MEDIA-TOT-WEB         PIC 9(9).
002470    02 ESITI-TOT-WEB         PIC 9(10).
002471    02 SCARTO-TOT-WEB        PIC S9(12).
002472*
002473** CONTRASSEGNO DI AMBIENTE DELL'ISTANZA (SERVIZIO OPENAMBW): FUORI
002474** DALLA PRODUZIONE POSTA, PEC E WEBHOOK VANNO ALLE DESTINAZIONI DI
002475** RACCOLTA E PAGINE E STAMPE PORTANO LA FILIGRANA. LA DEVIAZIONE
002476** DELLA POSTA (DEVIA-POSTA-AMB DI PIOAMB.CBL) PRENDE DESTINATARI,
002477** OGGETTO E FILE DEL CORPO E RESTITUISCE IL CODICE DEL COMANDO
002478*
002479 01 AREA-AMB-WEB             GLOBAL.
002480    02 CODICE-AMB-WEB        PIC X(10).
002481       88 AMB-PRODUZIONE     VALUE "PRODUZIONE".
002482    02 POSTA-AMB-WEB         PIC X(60).
002483    02 WEBHOOK-AMB-WEB       PIC X(120).
002484    02 FILIGRANA-AMB-WEB     PIC X(60).
002485    02 DESTINATARI-AMB-WEB   PIC X(256).
002486    02 OGGETTO-AMB-WEB       PIC X(60).
002487    02 CORPO-AMB-WEB         PIC X(80).
002488    02 COMANDO-AMB-WEB       PIC X(512).
002489    02 RC-AMB-WEB            PIC S9(4).
002490*
002491** LETTERA DI ATTRIBUZIONE DEGLI ACCESSI (SERVIZIO OPENLACW): IL
002492** CHIAMANTE METTE L'UTENTE, IL MOTIVO ("RICHIESTA" DALLA GRIGLIA,
002493** "NUOVOUTEN" O "GRUPPI" ALL'APPROVAZIONE DI UNA PRATICA ARKPEN,
002494** CON IL SUO NUMERO), OPERATORE E SESSIONE; TORNANO L'ESITO, IL
002495** NUMERO DI RIFERIMENTO, IL FILE E, DALLA FIRMA, IDENTIFICATIVO
002496** DI STAMPA, STATO E NOTA DA MOSTRARE
002497*
002498 01 AREA-LAC-WEB             GLOBAL.
002499    02 UTENTE-LAC-WEB        PIC X(8).
002500    02 MOTIVO-LAC-WEB        PIC X(10).
002501    02 PRATICA-LAC-WEB       PIC 9(8).
002502    02 OPERATORE-LAC-WEB     PIC X(8).
002503    02 SECTION-LAC-WEB       PIC X(20).
002504    02 ESITO-LAC-WEB         PIC XX.
002505       88 LETTERA-EMESSA-WEB VALUE "OK".
002506    02 RIFERIMENTO-LAC-WEB   PIC X(20).
002507    02 FILE-LAC-WEB          PIC X(60).
002508    02 ID-LAC-WEB            PIC X(17).
002509    02 STATO-LAC-WEB         PIC X.
002510    02 NOTA-LAC-WEB          PIC X(60).
002511*
002512** REGISTRO DEI TIPI DI TABELLA DI ARKTAB (SERVIZIO OPENTTPW):
002513** "LEGGI" RESTITUISCE LA SCHEDA DEL TIPO, "PROSSIMO" QUELLA DEL
002514** PRIMO TIPO REGISTRATO DOPO QUELLO DATO (SPAZI = IL PRIMO),
002515** "VERIFICA" CONTROLLA CHE L'OPERATORE POSSA MODIFICARE IL TIPO
002516** SULL'ENTE DATO (REGISTRATO, AMBITO, GRUPPO PROPRIETARIO).
002517** AMBITO "E" = PER ENTE, "C" = SOLO ENTE 00; SENSIBILITA' "S" =
002518** SEGRETI, "P" = DATI PERSONALI, "N" = NESSUNA; CONSERVAZIONE IN
002519** MESI DALL'ULTIMA MODIFICA (000 = ILLIMITATA)
002520*
002521 01 AREA-TTP-WEB             GLOBAL.
002522    02 AZIONE-TTP-WEB        PIC X(10).
002523    02 TIPO-TTP-WEB          PIC XX.
002524    02 ENTE-TTP-WEB          PIC 99.
002525    02 OPERATORE-TTP-WEB     PIC X(8).
002526    02 ESITO-TTP-WEB         PIC XX.
002527       88 TIPO-AMMESSO-WEB   VALUE "OK".
002528    02 REGISTRATO-TTP-WEB    PIC X.
002529       88 TIPO-REGISTRATO-WEB VALUE "S".
002530    02 DESCR-TTP-WEB         PIC X(60).
002531    02 PROPRIETARIO-TTP-WEB  PIC 9(4).
002532    02 AMBITO-TTP-WEB        PIC X.
002533       88 TIPO-CENTRALE-WEB  VALUE "C".
002534    02 DIZIONARIO-TTP-WEB    PIC XX.
002535    02 SENSIBILITA-TTP-WEB   PIC X.
002536    02 TICKET-TTP-WEB        PIC X.
002537       88 TIPO-CON-TICKET-WEB VALUE "S".
002538    02 CONSERVAZIONE-TTP-WEB PIC 9(3).
002539    02 NOTA-TTP-WEB          PIC X(60).
