000330
000340          MOVE MESSAGGIO      TO VALUE-WEB.
000350          MOVE "MK-MESSAGE"   TO FIELD-WEB.
000355          IF MESSAGGIO-CON-MARKUP
000356           MOVE "S"           TO MARKUP-WEB
000357          END-IF.
000358          MOVE "N"            TO MESSAGGIO-MARKUP-WEB.
000360          PERFORM METTI-WEB   THRU EX-METTI-WEB.
000370
000380          MOVE "SEGNALAZIONE" TO VALUE-WEB.
000490
000500          MOVE STRINGA-VIEW   TO VALUE-WEB.
000510          MOVE "MK-BACK"      TO FIELD-WEB.
000515*         IL PULSANTE DI RITORNO E' MARKUP SCRITTO DAL PROGRAMMA
000516          MOVE "S"            TO MARKUP-WEB.
000520          PERFORM METTI-WEB   THRU EX-METTI-WEB.
000530
000540          MOVE "TEMPLATE/MESSAGE.HTM"  TO PAGE-WEB.
000570
000580  EX-VIS-MESS.
000590          EXIT.
000591*
000592** VIS-MESS-MARKUP: COME VIS-MESS, MA MESSAGGIO CONTIENE DEL MARKUP
000593** VOLUTO (AD ESEMPIO IL LINK A UN FILE APPENA PRODOTTO) ED ENTRA
000594** NEL MODELLO COSI' COM'E'. OGNI PARTE VARIABILE DEL MESSAGGIO VA
000595** RESA SICURA DAL CHIAMANTE CON ESCAPE-HTML-VIEW
000596*
000597  VIS-MESS-MARKUP.
000598
000599          MOVE "S"            TO MESSAGGIO-MARKUP-WEB.
000600          PERFORM VIS-MESS    THRU EX-VIS-MESS.
000601
000602  EX-VIS-MESS-MARKUP.
000603          EXIT.
000604
000610  VIS-MENU.
000620
000621*         IL CORPO DEL MENU ARRIVA IN MESSAGGIO GIA' COMPOSTO
000622*         IN HTML DAL CHIAMANTE: E' L'UNICO VALORE DI QUESTA
000623*         PAGINA CHE ENTRA NEL MODELLO COSI' COM'E'
000630          MOVE MESSAGGIO      TO VALUE-WEB.
000640          MOVE "MK-MESSAGE"   TO FIELD-WEB.
000645          MOVE "S"            TO MARKUP-WEB.
000650          PERFORM METTI-WEB   THRU EX-METTI-WEB.
000660
000670          MOVE "SEGNALAZIONE" TO VALUE-WEB.
001130  METTI-WEB.
001140
001150          MOVE FIELD-WEB    TO COBW3-CNV-NAME.
001155*         IL VALORE ENTRA NEL MODELLO RESO SICURO (< > & " '),
001156*         SALVO ESENZIONE ESPLICITA DEL CHIAMANTE (MARKUP-WEB)
001157          IF VALORE-CON-MARKUP
001160           MOVE VALUE-WEB    TO COBW3-CNV-VALUE
001161          ELSE
001162           MOVE VALUE-WEB    TO STRINGA-HTML-WEB
001163           PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW
001164           MOVE STRINGA-HTML-ESC-WEB TO COBW3-CNV-VALUE
001165          END-IF.
001166          MOVE "N"          TO MARKUP-WEB.
001170          MOVE ZEROS        TO COBW3-CNV-NAME-LENGTH.
001180          MOVE ZEROS        TO COBW3-CNV-VALUE-LENGTH.
001190          CALL "COBW3_CNV_SET" USING COBW3.
001240
001250  SHOW-WEB.
001260
001263          PERFORM METTI-TOKEN-FORM-WEB
001266           THRU EX-METTI-TOKEN-FORM-WEB.
001267
001270          MOVE PAGE-WEB     TO COBW3-HTML-FILENAME.
001280          CALL "COBW3_PUT_HTML" USING COBW3.
001290
001872*         PRIMA DELLA RESA SI CARICANO I CAMPI DI PAGINA COMUNI
001873*         A TUTTI I MODELLI: CARTA INTESTATA DELL'ENTE DI
001874*         SESSIONE, EVENTUALE AVVISO DI MANUTENZIONE
001875*         PROGRAMMATA, FILIGRANA DI UN'ISTANZA NON DI
001876*         PRODUZIONE E FORMATO DATA DELLA LINGUA DI SESSIONE
001877          PERFORM INTESTAZIONE-ENTE-WEB
001878           THRU EX-INTESTAZIONE-ENTE-WEB.
001879          PERFORM ANNUNCIO-WEB
001880           THRU EX-ANNUNCIO-WEB.
001881          PERFORM AMBIENTE-WEB
001882           THRU EX-AMBIENTE-WEB.
001883          PERFORM FORMATO-DATA-WEB
001884           THRU EX-FORMATO-DATA-WEB.
001885
001886          PERFORM METTI-TOKEN-FORM-WEB
001887           THRU EX-METTI-TOKEN-FORM-WEB.
001888
001889          PERFORM METTI-AIUTO-WEB
001890           THRU EX-METTI-AIUTO-WEB.
001891
001892          PERFORM RENDI-SICURE-RIGHE-WEB
001893           THRU EX-RENDI-SICURE-RIGHE-WEB.
001894          CALL "MAKEFORM"     USING COBW3.
001900          CANCEL "MAKEFORM".
001901          PERFORM RIPRISTINA-RIGHE-WEB
001902           THRU EX-RIPRISTINA-RIGHE-WEB.
001910
001920          MOVE FILE-WEB       TO STRINGA-VIEW.
001930          MOVE SPACES         TO NOME-VIEW.
002475* IN BACKGROUND DA OPENJOB, L'OPERATORE NE SEGUE L'ESITO DALLA
002476* GRIGLIA DI STATO DI OPENMJOB (STESSA SECTION-WEB DELLA RICHIESTA).
002477* IL CHIAMANTE VALORIZZA UTENTE-JOB PRIMA DI PERFORM CALL-WEB.
002478* PRIMA DI ACCODARE SI APPLICA LA QUOTA PER UTENTE (PARAMETRO
002479* "JOB-QUOTA-MASSIMO"): OLTRE IL TETTO LA RICHIESTA
002480* VIENE RIFIUTATA CON GARBO E RITORNO-WEB TORNA "QUOT".
002481*
002482          PERFORM VERIFICA-QUOTA-JOB-WEB
002483           THRU EX-VERIFICA-QUOTA-JOB-WEB.

002484          IF QUOTA-SUPERATA
002485           MOVE "QUOT"           TO RITORNO-WEB
002486           MOVE SPACES           TO MESSAGGIO
002487           STRING "Troppe richieste gia' in coda per l'utente"
002488            " - attendere il completamento di quelle aperte"
002489            DELIMITED BY SIZE INTO MESSAGGIO
002490           PERFORM VIS-MESS      THRU EX-VIS-MESS
002491           GO TO EX-CALL-WEB
002492          END-IF.

002493          MOVE SECTION-WEB       TO SECTION-JOB.
002494          ACCEPT DATA-JOB        FROM DATE YYYYMMDD.
002495          ACCEPT ORARIO-JOB      FROM TIME.

002496          MOVE PROGRAMMA-WEB     TO PROGRAMMA-JOB.
002497          MOVE LIBRERIA-WEB      TO LIBRERIA-JOB.
002498          MOVE "A"               TO STATO-JOB.
002499          MOVE SPACES            TO RITORNO-JOB.
002500          MOVE ZEROS             TO DATA-FINE-JOB ORARIO-FINE-JOB.
002501          MOVE "5"               TO PRIORITA-JOB.
002502          MOVE "STD"             TO CLASSE-JOB.
002503          MOVE "N"               TO RIESEGUIBILE-JOB.
002504          MOVE PARAMETRI-WEB     TO PARAMETRI-JOB.
002505          MOVE SPACES            TO PARAMETRI-WEB.

002506          PERFORM OPEN-I-JOB     THRU EX-OPEN-I-JOB.
002507
002508          IF VERSIONE-ERRATA
002509           MOVE "VERS"           TO RITORNO-WEB
002510           PERFORM SEGNALA-VERSIONE-WEB
002511            THRU EX-SEGNALA-VERSIONE-WEB
002512           GO TO EX-CALL-WEB
002513          END-IF.
002514          PERFORM SCRIVI-JOB     THRU EX-SCRIVI-JOB.
002515          PERFORM CLOSE-JOB      THRU EX-CLOSE-JOB.

002516          IF ESITO-OK
002517           MOVE "ACC"            TO RITORNO-WEB
002518          ELSE
002519           MOVE SPACES           TO RITORNO-WEB
002520          END-IF.

002530  EX-CALL-WEB.
002531          EXIT.
002532*
002533** MESSAGGIO PER UN ARCHIVIO TROVATO A UN TRACCIATO DIVERSO DA
002534** QUELLO ATTESO (AREA-VERS-WEB VALORIZZATA DALL'APERTURA): SI DICE
002535** ALL'OPERATORE QUALE ARCHIVIO E COME RIMETTERLO IN LINEA, INVECE
002536** DI UN ERRORE GENERICO
002537*
002538  SEGNALA-VERSIONE-WEB.
002539
002540          MOVE SPACES            TO MESSAGGIO.
002541          STRING "Archivio " ARCHIVIO-VERS-WEB DELIMITED BY " "
002542           " a una versione di tracciato diversa (status "
002543           STATUS-VERS-WEB
002544           "): convertirlo con opentcnv" DELIMITED BY SIZE
002545           INTO MESSAGGIO.
002546          PERFORM VIS-MESS       THRU EX-VIS-MESS.
002547
002548  EX-SEGNALA-VERSIONE-WEB.
002549          EXIT.
002550
002560  ALFA-TO-NUM-WEB.
002570
003586  REGISTRA-SESSIONE-WEB.
003588
003589          MOVE SPACES             TO DESC-RIGA-SES-WEB
003590                                     SALVA-ENTE-SES-WEB
003591                                     SALVA-MODULO-SES-WEB.
003592          MOVE ZEROS              TO SALVA-DATA-SES-WEB.
003593          MOVE SPACES             TO TOKEN-FORM-SES-WEB
003594                                     TOKEN-FORM-LETTO-WEB
003595                                     SALVA-POLITICA-SES-WEB.
003596          MOVE "N"                TO ESITO-TOKEN-FORM-WEB.
003597          SET SESSIONE-AMMESSA    TO TRUE.
003598
003599          IF SECTION-WEB = SPACES
003600           GO TO EX-REGISTRA-SESSIONE-WEB
003601          END-IF.
003602
003603          MOVE "MK-OPERATORE"     TO FIELD-WEB.
003604          PERFORM READ-WEB        THRU EX-READ-WEB.
003606          MOVE SPACES             TO OPERATORE-SESSIONE-WEB.
003608          IF COBW3-SEARCH-FLAG-EXIST
003640*         ANDREBBERO PERDUTI
003641          MOVE DESC-VIEW(1:8)     TO DESC-RIGA-SES-WEB.
003642          MOVE STRINGA-VIEW(31:5) TO SALVA-ENTE-SES-WEB.
003643          MOVE STRINGA-VIEW(37:2) TO SALVA-MODULO-SES-WEB.
003644          MOVE DATA-ULTIMA-SES-WEB TO SALVA-DATA-SES-WEB.
003645*         GETTONE DI MODULO GIA' EMESSO ALLA SESSIONE (POS 41-72):
003646*         E' L'UNICO CHE LA RICHIESTA PUO' RIPORTARE INDIETRO
003647          MOVE STRINGA-VIEW(41:32) TO TOKEN-FORM-LETTO-WEB
003648                                     TOKEN-FORM-SES-WEB.
003649*         DATA DELL'ULTIMO CONTROLLO D'INFORMATIVA SUPERATO
003650*         (POS 73-80, VERIFICA-POLITICA-USO-WEB)
003651          MOVE STRINGA-VIEW(73:8) TO SALVA-POLITICA-SES-WEB.
003652
003653          IF SES-TERMINATA
003654           SET SESSIONE-RIFIUTATA TO TRUE
003655           PERFORM VIS-LOGIN      THRU EX-VIS-LOGIN
003656           GO TO EX-REGISTRA-SESSIONE-WEB
003657          END-IF.
003658
003659*         SESSIONE GIA' NOTA: PRIMA DI ADOTTARLA SI CONTROLLA CHE NON
003660*         SIA RIMASTA INATTIVA OLTRE IL LIMITE; IN TAL CASO SI RIPASSA
003661*         DALLA LOGIN SENZA AGGIORNARE L'ULTIMA ATTIVITA' (I CAMPI
003662*         DELLA MASCHERA RESTANO SALVATI SU ARKVIEW E IL LAVORO
003663*         RIPRENDE DOVE ERA RIMASTO)
003664          PERFORM LEGGI-POLITICA-SESSIONI-WEB
003665           THRU EX-LEGGI-POLITICA-SESSIONI-WEB.
003666
003667          PERFORM VERIFICA-INATTIVITA-SESSIONE-WEB
003668           THRU EX-VERIFICA-INATTIVITA-SESSIONE-WEB.
003669
003670          IF SESSIONE-SCADUTA-INATTIVITA
003671           SET SESSIONE-RIFIUTATA TO TRUE
003672           PERFORM VIS-LOGIN      THRU EX-VIS-LOGIN
003673           GO TO EX-REGISTRA-SESSIONE-WEB
003674          END-IF.
003675          GO TO AGGIORNA-SESSIONE-WEB.
003676
003677  NUOVA-SESSIONE-WEB.
003678
003679          PERFORM LEGGI-POLITICA-SESSIONI-WEB
003680           THRU EX-LEGGI-POLITICA-SESSIONI-WEB.
003681
003682          IF LIMITE-SESSIONI-UTEN-WEB > ZEROS
003683           AND OPERATORE-SESSIONE-WEB NOT = SPACES
003684           PERFORM CONTA-SESSIONI-UTEN-WEB
003685            THRU EX-CONTA-SESSIONI-UTEN-WEB
003686            IF CONTA-SESSIONI-WEB NOT LESS
003687             LIMITE-SESSIONI-UTEN-WEB
003688            SET SESSIONE-RIFIUTATA TO TRUE
003689            STRING "Numero massimo di sessioni simultanee "
003690             DELIMITED BY SIZE
003691             "raggiunto per l'utente - chiudere una sessione "
003692             DELIMITED BY SIZE
003693             "aperta o rivolgersi ad un amministratore"
003694             DELIMITED BY SIZE
003695             INTO MESSAGGIO
003696            PERFORM VIS-MESS      THRU EX-VIS-MESS
003697            GO TO EX-REGISTRA-SESSIONE-WEB
003698           END-IF
003699          END-IF.
003700
003702          INITIALIZE VIEW.
003704          ACCEPT DATA-LOGIN-SES-WEB  FROM DATE YYYYMMDD.
003750
003751  SCRIVI-SESSIONE-WEB.
003752
003753          IF TOKEN-FORM-SES-WEB = SPACES
003754           PERFORM EMETTI-TOKEN-FORM-WEB
003755            THRU EX-EMETTI-TOKEN-FORM-WEB
003756          END-IF.
003757
003758          MOVE SPACES             TO NOME-VIEW.
003759          STRING "SESSIONE-WEB" SECTION-WEB
003760           DELIMITED BY SIZE INTO NOME-VIEW.
003761          MOVE OPERATORE-SESSIONE-WEB TO CHIAVE-DATO-VIEW.
003762          MOVE SECTION-WEB        TO KEY-VIEW.
003763          MOVE OPERATORE-SESSIONE-WEB TO DESC-VIEW.
003764*         L'ENTE E LA LINGUA SCELTI (POS 31-35, FOTOGRAFATI
003765*         ALLA LETTURA DELLA RIGA) SOPRAVVIVONO ALLA RISCRITTURA
003766          MOVE SPACES             TO STRINGA-VIEW.
003767          MOVE DATI-SESSIONE-WEB  TO STRINGA-VIEW(1:29).
003768          MOVE SALVA-ENTE-SES-WEB TO STRINGA-VIEW(31:5).
003769*         MODULO DELL'ULTIMA PAGINA (POS 37-38), PER IL PICCO DI
003770*         SESSIONI CONCORRENTI PER MODULO (LICENZE, openlicr.exe)
003771          MOVE SALVA-MODULO-SES-WEB TO STRINGA-VIEW(37:2).
003772          IF MODULO-WEB NOT = SPACES
003773           MOVE MODULO-WEB        TO STRINGA-VIEW(37:2)
003774          END-IF.
003775*         GETTONE DI MODULO DELLA SESSIONE (POS 41-72)
003776          MOVE TOKEN-FORM-SES-WEB TO STRINGA-VIEW(41:32).
003777*         INFORMATIVA D'USO GIA' VERIFICATA NEL GIORNO (POS 73-80)
003778          MOVE SALVA-POLITICA-SES-WEB TO STRINGA-VIEW(73:8).
003779
003780          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
003781
003782*         UNA SESSIONE CHE ENTRA NEL MODULO, O CHE VI RIPRENDE IL
003783*         LAVORO IN UN GIORNO NUOVO, PUO' ALZARNE IL PICCO
003784          IF MODULO-WEB NOT = SPACES
003785           AND (MODULO-WEB NOT = SALVA-MODULO-SES-WEB
003786            OR DATA-ULTIMA-SES-WEB NOT = SALVA-DATA-SES-WEB)
003787           PERFORM AGGIORNA-PICCO-MODULO-WEB
003788            THRU EX-AGGIORNA-PICCO-MODULO-WEB
003789          END-IF.
003790
003791  EX-REGISTRA-SESSIONE-WEB.
003792          EXIT.
003793*
003794** AGGIORNA-PICCO-MODULO-WEB: CONTA LE RIGHE "SESSIONE-WEB" ATTIVE
003795** NEL MODULO DELLA PAGINA CORRENTE CON ULTIMA ATTIVITA' OGGI (E
003796** DENTRO IL LIMITE DI INATTIVITA', SE C'E') E, SE IL NUMERO
003797** SUPERA QUELLO GIA' REGISTRATO, LO SCRIVE SULLA RIGA
003798** "PICCO-MODULO-WEB"+AAAAMMGG+MODULO DI ARKVIEW (POS 1-5 IL
003799** PICCO, 7-12 L'ORA IN CUI E' STATO RAGGIUNTO)
003800*
003801  AGGIORNA-PICCO-MODULO-WEB.
003802
003803          MOVE ZEROS              TO CONTA-MODULO-SES-WEB.
003804
003805          ACCEPT ORA-ADESSO-LIC-WEB FROM TIME.
003806          COMPUTE SEC-ADESSO-LIC-WEB =
003807           HH-ADESSO-LIC-WEB * 3600 + MM-ADESSO-LIC-WEB * 60
003808           + SS-ADESSO-LIC-WEB.
003809
003810          MOVE SPACES             TO NOME-VIEW.
003811          MOVE "SESSIONE-WEB"     TO NOME-VIEW.
003812          PERFORM STARTO-VIEW     THRU EX-STARTO-VIEW.
003813
003814          IF ESITO-NOK GO TO EX-AGGIORNA-PICCO-MODULO-WEB.
003815
003816  CICLO-PICCO-MODULO-WEB.
003817
003818          PERFORM LEGGO-NEXT-VIEW THRU EX-LEGGO-NEXT-VIEW.
003819
003820          IF FINE-FILE = "S" GO TO SCRIVI-PICCO-MODULO-WEB.
003821
003822          IF NOME-VIEW(1:12) NOT = "SESSIONE-WEB"
003823           GO TO SCRIVI-PICCO-MODULO-WEB
003824          END-IF.
003825
003826          IF STRINGA-VIEW(29:1) NOT = "A"
003827           OR STRINGA-VIEW(37:2) NOT = MODULO-WEB
003828           OR STRINGA-VIEW(15:8) NOT = DATA-ULTIMA-SES-WEB
003829           GO TO CICLO-PICCO-MODULO-WEB
003830          END-IF.
003831
003832*         UNA SESSIONE ABBANDONATA OLTRE IL LIMITE DI INATTIVITA'
003833*         NON OCCUPA PIU' UN POSTO
003834          IF LIMITE-INATTIVITA-MIN-WEB > ZEROS
003835           AND STRINGA-VIEW(23:6) NUMERIC
003836           MOVE STRINGA-VIEW(23:6) TO ORA-RIGA-LIC-WEB
003837           COMPUTE SEC-RIGA-LIC-WEB =
003838            HH-RIGA-LIC-WEB * 3600 + MM-RIGA-LIC-WEB * 60
003839            + SS-RIGA-LIC-WEB
003840           IF SEC-ADESSO-LIC-WEB > SEC-RIGA-LIC-WEB
003841            AND SEC-ADESSO-LIC-WEB - SEC-RIGA-LIC-WEB >
003842             LIMITE-INATTIVITA-MIN-WEB * 60
003843            GO TO CICLO-PICCO-MODULO-WEB
003844           END-IF
003845          END-IF.
003846
003847          ADD 1                   TO CONTA-MODULO-SES-WEB.
003848
003849          GO TO CICLO-PICCO-MODULO-WEB.
003850
003851  SCRIVI-PICCO-MODULO-WEB.
003852
003853          MOVE SPACES             TO NOME-VIEW.
003854          STRING "PICCO-MODULO-WEB" DATA-ULTIMA-SES-WEB MODULO-WEB
003855           DELIMITED BY SIZE INTO NOME-VIEW.
003856          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
003857
003858          MOVE ZEROS              TO PICCO-LETTO-LIC-WEB.
003859          IF ESITO-OK AND STRINGA-VIEW(1:5) NUMERIC
003860           MOVE STRINGA-VIEW(1:5) TO PICCO-LETTO-LIC-WEB
003861          END-IF.
003862
003863          IF CONTA-MODULO-SES-WEB NOT > PICCO-LETTO-LIC-WEB
003864           GO TO EX-AGGIORNA-PICCO-MODULO-WEB
003865          END-IF.
003866
003867          IF ESITO-NOK
003868           INITIALIZE VIEW
003869           STRING "PICCO-MODULO-WEB" DATA-ULTIMA-SES-WEB
003870            MODULO-WEB DELIMITED BY SIZE INTO NOME-VIEW
003871          END-IF.
003872
003873          MOVE CONTA-MODULO-SES-WEB TO STRINGA-VIEW(1:5).
003874          MOVE ORA-ADESSO-LIC-WEB TO STRINGA-VIEW(7:6).
003875
003876          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
003877
003878  EX-AGGIORNA-PICCO-MODULO-WEB.
003879          EXIT.
003880*
003881** LEGGI-POLITICA-SESSIONI-WEB: RISOLVE IL TETTO DI SESSIONI
003882** SIMULTANEE PER UTENTE E I MINUTI DI INATTIVITA' DAI PARAMETRI
003883** DI SISTEMA "SESSIONI-TETTO" E "SESSIONI-INATTIVITA", MANTENUTI
003884** DA opensess.exe; SE MANCANO RESTANO I DEFAULT DI GLOBALS.CBL
003885*
003886  LEGGI-POLITICA-SESSIONI-WEB.
003887
003888          MOVE "SESSIONI-TETTO"   TO NOME-PAR-WEB.
003889          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003890          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
003891
003892          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
003893           MOVE NUMERO-PAR-WEB    TO LIMITE-SESSIONI-UTEN-WEB
003894          END-IF.
003895
003896          MOVE "SESSIONI-INATTIVITA" TO NOME-PAR-WEB.
003897          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003898          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
003899
003900          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
003901           MOVE NUMERO-PAR-WEB    TO LIMITE-INATTIVITA-MIN-WEB
003902          END-IF.
003903
003904  EX-LEGGI-POLITICA-SESSIONI-WEB.
003905          EXIT.
003906*
003907** CONTA-SESSIONI-UTEN-WEB: CONTA LE SESSIONI ANCORA ATTIVE DI
003908** OPERATORE-SESSIONE-WEB SCANDENDO ARKVIEW PER LA CHIAVE
003909** CHIAVE-DATO-VIEW (VALORIZZATA CON L'UTENTE DA
003910** SCRIVI-SESSIONE-WEB, STESSA TECNICA DI SCANSIONE DI OPENVPUR)
003911*
003912  CONTA-SESSIONI-UTEN-WEB.
003913
003914          MOVE ZEROS              TO CONTA-SESSIONI-WEB.
003915
003916          MOVE OPERATORE-SESSIONE-WEB TO CHIAVE-DATO-VIEW.
003917          PERFORM STARTO-DATO-VIEW THRU EX-STARTO-DATO-VIEW.
003918
003919          IF ESITO-NOK GO TO EX-CONTA-SESSIONI-UTEN-WEB.
003920
003921  CICLO-CONTA-SESSIONI-WEB.
003922
003923          PERFORM LEGGO-NEXT-VIEW THRU EX-LEGGO-NEXT-VIEW.
003924
003925          IF FINE-FILE = "S" GO TO EX-CONTA-SESSIONI-UTEN-WEB.
003926
003927          IF CHIAVE-DATO-VIEW NOT = OPERATORE-SESSIONE-WEB
003928           GO TO EX-CONTA-SESSIONI-UTEN-WEB
003929          END-IF.
003930
003931          IF NOME-VIEW(1:12) = "SESSIONE-WEB"
003932           AND STRINGA-VIEW(29:1) = "A"
003933           ADD 1                  TO CONTA-SESSIONI-WEB
003934          END-IF.
003935
003936          GO TO CICLO-CONTA-SESSIONI-WEB.
003937
003938  EX-CONTA-SESSIONI-UTEN-WEB.
003939          EXIT.

003940*
003941** VERIFICA-INATTIVITA-SESSIONE-WEB: TORNA "S" SE SONO PASSATI PIU'
003942** DI LIMITE-INATTIVITA-MIN-WEB MINUTI DALL'ULTIMA ATTIVITA' DELLA
003943** SESSIONE (STESSO CALCOLO A SECONDI DELLA FINESTRA DEI TENTATIVI
003944** DI LOGIN IN PIOUTEN.CBL)
003945*
003946  VERIFICA-INATTIVITA-SESSIONE-WEB.
003947
003948          MOVE "N"                TO SESSIONE-INATTIVA-WEB.
003949
003950          IF LIMITE-INATTIVITA-MIN-WEB = ZEROS
003951           GO TO EX-VERIFICA-INATTIVITA-SESSIONE-WEB.
003952
003953          IF DATA-ULTIMA-SES-WEB NOT NUMERIC
003954           OR DATA-ULTIMA-SES-WEB = ZEROS
003955           OR ORA-ULTIMA-SES-WEB NOT NUMERIC
003956           GO TO EX-VERIFICA-INATTIVITA-SESSIONE-WEB.
003957
003958          ACCEPT DATA-OGGI-LOGIN-WEB FROM DATE YYYYMMDD.
003959          ACCEPT ORA-OGGI-LOGIN-WEB  FROM TIME.
003960
003961          COMPUTE SEC-OGGI-LOGIN-WEB =
003962           FUNCTION INTEGER-OF-DATE(DATA-OGGI-LOGIN-WEB) * 86400
003963           + (HH-OGGI-LOGIN-WEB * 3600
003964           +  MM-OGGI-LOGIN-WEB * 60 + SS-OGGI-LOGIN-WEB).
003965
003966          COMPUTE SEC-TENT-LOGIN-WEB =
003967           FUNCTION INTEGER-OF-DATE(DATA-ULTIMA-SES-WEB) * 86400
003968           + (HH-ULTIMA-SES-WEB * 3600
003969           +  MM-ULTIMA-SES-WEB * 60 + SS-ULTIMA-SES-WEB).
003970
003971          COMPUTE SEC-TRASCORSI-LOGIN-WEB =
003972           SEC-OGGI-LOGIN-WEB - SEC-TENT-LOGIN-WEB.
003973
003974          IF SEC-TRASCORSI-LOGIN-WEB >
003975           LIMITE-INATTIVITA-MIN-WEB * 60
003976           MOVE "S"               TO SESSIONE-INATTIVA-WEB
003977          END-IF.
003978
003979  EX-VERIFICA-INATTIVITA-SESSIONE-WEB.
003980          EXIT.
004000*
004001** CATENA-LOG-WEB: DA INVOCARE CON I CAMPI DELLA RIGA DI LOG GIA'
004002** VALORIZZATI E PRIMA DELLA WRITE. RECUPERA L'ULTIMO HASH DALLA
004034
004035  EX-CATENA-LOG-WEB.
004036          EXIT.
004039*
004042** INDICE-LOG-WEB: DA INVOCARE SUBITO DOPO LA WRITE LOGGATO.
004045** PASSA LA RIGA APPENA SCRITTA AL SERVIZIO OPENILGW, CHE LE
004048** ASSEGNA LA POSIZIONE NEL LOG CORRENTE E NE SCRIVE LA VOCE
004051** SULL'INDICE ARKILOG (CHIAVI PER RECORD INTERESSATO E PER NOME
004054** CAMPO). LA RIGA NON CAMBIA, QUINDI LA CATENA DI HASH NEMMENO;
004057** UN INDICE NON AGGIORNABILE NON BLOCCA LA PAGINA
004060*
004063  INDICE-LOG-WEB.
004066
004069          MOVE "AGGIUNGI"         TO AZIONE-ILOG-WEB.
004072
004075          CALL "OPENILGW" USING AZIONE-ILOG-WEB DATI-LOG
004078                                POSIZIONE-ILOG-WEB ESITO-ILOG-WEB.
004081
004084          CANCEL "OPENILGW".
004087
004090  EX-INDICE-LOG-WEB.
004093          EXIT.
004100*
004101** VERIFICA-MANUTENZIONE-WEB: INIZIALI.CBL LA INVOCA DOPO LA
004102** REGISTRAZIONE DELLA SESSIONE. CON IL PARAMETRO
004103** "MANUTENZIONE-ATTIVA" A "S" LA PAGINA DI CORTESIA
004104** SOSTITUISCE IL LAVORO NORMALE, CON MESSAGGIO
004105** ("MANUTENZIONE-MESSAGGIO") E ORA DI FINE PREVISTA
004106** ("MANUTENZIONE-FINE") REGOLABILI DA openmman.exe; PASSANO SOLO
004107** GLI OPERATORI CON UNA RIGA "MANUTENZIONE-AMMESSO" (FOTOGRAFIA
004108** DEL GRUPPO DESIGNATO SCATTATA DA openmman.exe ALL'ACCENSIONE)
004109*
004110  VERIFICA-MANUTENZIONE-WEB.
004111
004112          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
004113          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004114          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004115
004116          IF ESITO-PAR-WEB NOT = "OK" OR
004117             VALORE-PAR-WEB(1:1) NOT = "S"
004118           GO TO EX-VERIFICA-MANUTENZIONE-WEB
004119          END-IF.
004120
004121          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
004122          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004123          MOVE VALORE-PAR-WEB(1:80) TO MESSAGGIO-MANUTENZIONE-WEB.
004124
004125          MOVE "MANUTENZIONE-FINE" TO NOME-PAR-WEB.
004126          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004127          MOVE VALORE-PAR-WEB(1:4)  TO FINE-MANUTENZIONE-WEB.
004128
004129          IF OPERATORE-SESSIONE-WEB NOT = SPACES
004130           MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB
004131           MOVE OPERATORE-SESSIONE-WEB TO QUALIFICA-PAR-WEB
004132           PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB
004133           IF ESITO-PAR-WEB = "OK"
004134            GO TO EX-VERIFICA-MANUTENZIONE-WEB
004135           END-IF
004136          END-IF.
004137
004138          SET SESSIONE-RIFIUTATA   TO TRUE.
004139
004140          MOVE SPACES              TO MESSAGGIO.
004141          IF FINE-MANUTENZIONE-WEB NUMERIC
004142           STRING "Sistema in manutenzione: "
004143            MESSAGGIO-MANUTENZIONE-WEB " - fine prevista ore "
004144            FINE-MANUTENZIONE-WEB
004145            DELIMITED BY SIZE INTO MESSAGGIO
004146          ELSE
004147           STRING "Sistema in manutenzione: "
004148            MESSAGGIO-MANUTENZIONE-WEB
004149            DELIMITED BY SIZE INTO MESSAGGIO
004150          END-IF.
004151
004152          PERFORM VIS-MESS         THRU EX-VIS-MESS.
004153
004154  EX-VERIFICA-MANUTENZIONE-WEB.
004155          EXIT.
004200*
004201** LEGGI-ENTE-SESSIONE-WEB: RISOLVE L'ENTE SCELTO PER LA
004202** SESSIONE DALLE POSIZIONI 31-32 DELLA RIGA "SESSIONE-WEB"
004221** VERIFICA-FINESTRA-ORARIA-WEB: INIZIALI.CBL LA INVOCA AD OGNI
004222** PAGINA DOPO IL CONTROLLO DI MANUTENZIONE. LA FASCIA ORARIA
004223** DEL GRUPPO DELL'OPERATORE (TABELLA "FO", ENTE 00, PROG =
004224** GRUPPO) E' FOTOGRAFATA PER UTENTE DA openfasc.exe NEL
004225** PARAMETRO "FASCIA-ORARIA" DELL'UTENTE: POS 1-7 FLAG S/N PER
004226** LUNEDI'..DOMENICA, POS 9-12 DALLE HHMM, POS 14-17 ALLE HHMM.
004227** SENZA RIGA (O CON RIGA VUOTA) NESSUNA RESTRIZIONE. FUORI
004228** FASCIA LA SESSIONE VIENE RIFIUTATA CON LA PAGINA DI CORTESIA
004234           GO TO EX-VERIFICA-FINESTRA-ORARIA-WEB
004235          END-IF.
004236
004237          MOVE "FASCIA-ORARIA"    TO NOME-PAR-WEB.
004238          MOVE OPERATORE-SESSIONE-WEB TO QUALIFICA-PAR-WEB.
004240          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004241
004242          IF ESITO-PAR-WEB NOT = "OK"
004243           GO TO EX-VERIFICA-FINESTRA-ORARIA-WEB
004244          END-IF.
004245
004246          MOVE VALORE-PAR-WEB(1:17) TO FASCIA-ORARIA-WEB.
004247
004248          IF FASCIA-ORARIA-WEB = SPACES
004249           GO TO EX-VERIFICA-FINESTRA-ORARIA-WEB
004294          STRING "fuori fascia oraria di servizio"
004295           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
004296
004297          PERFORM IMPOSTA-DELEGANTE-ACC-WEB
004298           THRU EX-IMPOSTA-DELEGANTE-ACC-WEB.
004299          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
004300                                EVENTO-ACC-WEB ESITO-ACC-WEB
004301                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
004302          CANCEL "OPENACCJ".
004303          MOVE SPACES             TO DELEGANTE-ACC-WEB.
004304
004305          MOVE SPACES             TO MESSAGGIO.
004306          STRING "Accesso fuori dall'orario di servizio del "
004307           DELIMITED BY SIZE
004308           "proprio gruppo - riprovare negli orari previsti"
004309           DELIMITED BY SIZE INTO MESSAGGIO.
004310
004311          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004312
004313  EX-VERIFICA-FINESTRA-ORARIA-WEB.
004314          EXIT.
004315*
004316** VERIFICA-ORIGINE-WEB: INIZIALI.CBL LA INVOCA AD OGNI PAGINA
004317** SUBITO DOPO LA REGISTRAZIONE DELLA SESSIONE, PRIMA DI OGNI
004318** ALTRO CONTROLLO (E QUINDI PRIMA CHE UNA LOGIN TOCCHI LA
004319** PASSWORD). L'ORIGINE ARRIVA IN MK-ORIGINE DAL DISPATCHER;
004320** LA LISTA DEI PREFISSI AMMESSI PER L'OPERATORE E' FOTOGRAFATA
004321** DA openorig.exe NEL PARAMETRO "ORIGINE-AMMESSA" DELL'UTENTE
004322** (4 SLOT DA 15 BYTE, CONFRONTO PER PREFISSO). SENZA
004323** RIGA NESSUNA RESTRIZIONE; LA VIOLAZIONE RIFIUTA LA SESSIONE
004324** E FINISCE SU ARKACC (VIA OPENACCJ) CON L'ORIGINE INCRIMINATA.
004325**
004326** FIDUCIA SU MK-ORIGINE: IL CONTROLLO VALE SOLO SE IL
004327** DISPATCHER SCRIVE LUI IL CAMPO DALL'INDIRIZZO DI RETE DELLA
004328** CONNESSIONE (REMOTE_ADDR) SOVRASCRIVENDO QUALUNQUE
004329** MK-ORIGINE ARRIVATO NELLA RICHIESTA, ALTRIMENTI BASTEREBBE
004330** ACCODARE &MK-ORIGINE=<prefisso ammesso> ALL'URL PER
004331** AGGIRARE LA LISTA. CHI INSTALLA UN DISPATCHER NUOVO DEVE
004332** VERIFICARE QUESTA GARANZIA PRIMA DI APPOGGIARSI AL
004333** CONTROLLO.
004334*
004335  VERIFICA-ORIGINE-WEB.
004336
004337          IF OPERATORE-SESSIONE-WEB = SPACES
004338           GO TO EX-VERIFICA-ORIGINE-WEB
004339          END-IF.
004340
004341          MOVE "ORIGINE-AMMESSA"  TO NOME-PAR-WEB.
004342          MOVE OPERATORE-SESSIONE-WEB TO QUALIFICA-PAR-WEB.
004343          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004344
004345          IF ESITO-PAR-WEB NOT = "OK" OR
004346             VALORE-PAR-WEB(1:60) = SPACES
004347           GO TO EX-VERIFICA-ORIGINE-WEB
004348          END-IF.
004349
004350          MOVE VALORE-PAR-WEB(1:60) TO ORIGINI-AMMESSE-WEB.
004351
004352          MOVE "MK-ORIGINE"       TO FIELD-WEB.
004353          PERFORM READ-WEB        THRU EX-READ-WEB.
004354          MOVE VALUE-WEB(1:15)    TO ORIGINE-SESSIONE-WEB.
004355
004356          MOVE "N"                TO ORIGINE-AMMESSA-WEB.
004357
004358          PERFORM CONFRONTA-ORIGINE-WEB
004359           THRU EX-CONFRONTA-ORIGINE-WEB
004360           VARYING IND-ORIGINE-WEB FROM 1 BY 1
004361           UNTIL IND-ORIGINE-WEB > 4
004362           OR ORIGINE-AMMESSA.
004363
004364          IF ORIGINE-AMMESSA
004365           GO TO EX-VERIFICA-ORIGINE-WEB
004366          END-IF.
004367
004368          SET SESSIONE-RIFIUTATA  TO TRUE.
004369
004370          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
004371          MOVE "ORIGINE"          TO EVENTO-ACC-WEB.
004372          MOVE "KO"               TO ESITO-ACC-WEB.
004373          MOVE SPACES             TO NOTA-ACC-WEB.
004374          STRING "origine non ammessa " ORIGINE-SESSIONE-WEB
004375           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
004376
004377          PERFORM IMPOSTA-DELEGANTE-ACC-WEB
004378           THRU EX-IMPOSTA-DELEGANTE-ACC-WEB.
004379          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
004380                                EVENTO-ACC-WEB ESITO-ACC-WEB
004381                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
004382          CANCEL "OPENACCJ".
004383          MOVE SPACES             TO DELEGANTE-ACC-WEB.
004384
004385          MOVE SPACES             TO MESSAGGIO.
004386          STRING "Accesso non consentito dalla postazione in "
004387           DELIMITED BY SIZE
004388           "uso - rivolgersi ad un amministratore"
004389           DELIMITED BY SIZE INTO MESSAGGIO.
004390
004391          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004392
004393  EX-VERIFICA-ORIGINE-WEB.
004394          EXIT.
004395*
004396** VERIFICA-TOKEN-FORM-WEB: INIZIALI.CBL LA INVOCA AD OGNI PAGINA
004397** DOPO GLI ALTRI CONTROLLI DI SESSIONE, PRIMA CHE IL PROGRAMMA
004398** TOCCHI I SUOI ARCHIVI. UNA RICHIESTA E' CONSIDERATA UNA
004399** SCRITTURA SE PORTA salva, MK-AZIONE OPPURE IN MK-FUNZIONE UN
004400** VERBO (PIU' DI DUE CARATTERI, I CODICI FUNZIONE DEL MENU SONO
004401** NAVIGAZIONE) CHE NON E' NELL'ELENCO DELLE LETTURE DI GLOBALS:
004402** UN VERBO NUOVO E' COSI' PROTETTO SENZA TOCCARE NULLA. IN QUEL
004403** CASO MK-FORM DEVE RIPORTARE IL GETTONE EMESSO ALLA SESSIONE
004404** (CONTROLLA-TOKEN-FORM-WEB). I MODELLI LO RICEVONO COME MK-FORM
004405** DA SHOW-WEB E MAKE-WEB E LO DEVONO RIMANDARE IN OGNI MODULO
004406** (CAMPO NASCOSTO) E IN OGNI LINK CHE ESEGUE UN'AZIONE; I LINK
004407** D'AZIONE COSTRUITI DAI PROGRAMMI NELLE GRIGLIE JSON ACCODANO
004408** "&MK-FORM=" TOKEN-FORM-SES-WEB
004409*
004410  VERIFICA-TOKEN-FORM-WEB.
004411
004412          MOVE "N"                TO SCRITTURA-FORM-WEB.
004413
004414          IF SECTION-WEB = SPACES
004415           GO TO EX-VERIFICA-TOKEN-FORM-WEB
004416          END-IF.
004417
004418          MOVE "salva"            TO FIELD-WEB.
004419          PERFORM READ-WEB        THRU EX-READ-WEB.
004420          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
004421           MOVE "S"               TO SCRITTURA-FORM-WEB
004422          END-IF.
004423
004424          MOVE "MK-AZIONE"        TO FIELD-WEB.
004425          PERFORM READ-WEB        THRU EX-READ-WEB.
004426          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
004427           MOVE "S"               TO SCRITTURA-FORM-WEB
004428          END-IF.
004429
004430          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
004431          PERFORM READ-WEB        THRU EX-READ-WEB.
004432          MOVE VALUE-WEB(1:20)    TO AZIONE-FORM-WEB.
004433
004434          IF AZIONE-FORM-WEB(3:18) NOT = SPACES
004435           MOVE "N"               TO LETTURA-FORM-WEB
004436           PERFORM CONFRONTA-LETTURA-FORM-WEB
004437            THRU EX-CONFRONTA-LETTURA-FORM-WEB
004438            VARYING IND-FORM-WEB FROM 1 BY 1
004439            UNTIL IND-FORM-WEB > 22
004440            OR VERBO-DI-LETTURA
004441           IF NOT VERBO-DI-LETTURA
004442            MOVE "S"              TO SCRITTURA-FORM-WEB
004443           END-IF
004444          END-IF.
004445
004446          IF NOT RICHIESTA-SCRITTURA
004447           GO TO EX-VERIFICA-TOKEN-FORM-WEB
004448          END-IF.
004449
004450          PERFORM CONTROLLA-TOKEN-FORM-WEB
004451           THRU EX-CONTROLLA-TOKEN-FORM-WEB.
004452
004453  EX-VERIFICA-TOKEN-FORM-WEB.
004454          EXIT.
004455*
004456** VERIFICA-POLITICA-USO-WEB: INIZIALI.CBL LA INVOCA AD OGNI
004457** PAGINA DOPO IL GETTONE DI MODULO. UN OPERATORE CHE NON HA
004458** ANCORA ACCETTATO LA VERSIONE CORRENTE DELL'INFORMATIVA D'USO
004459** (SERVIZIO OPENPOLW) NON RAGGIUNGE NESSUNA PAGINA, MENU
004460** COMPRESO: RICEVE L'AVVISO CON IL RIMANDO A openpuso.exe,
004461** L'UNICA PAGINA ESENTE (PAGINA-POLITICA-USO). SUPERATO IL
004462** CONTROLLO, LA DATA DEL GIORNO VA SULLA RIGA DI SESSIONE (POS
004463** 73-80) E PER QUEL GIORNO LA SESSIONE NON LO RIPETE: UNA
004464** VERSIONE NUOVA ENTRA IN VIGORE A DATA, BASTA RIVERIFICARE AL
004465** CAMBIO DI GIORNO
004466*
004467  VERIFICA-POLITICA-USO-WEB.
004468
004469          IF OPERATORE-SESSIONE-WEB = SPACES
004470           OR SECTION-WEB = SPACES
004471           OR PAGINA-POLITICA-USO
004472           GO TO EX-VERIFICA-POLITICA-USO-WEB
004473          END-IF.
004474
004475          ACCEPT DATA-OGGI-LOGIN-WEB FROM DATE YYYYMMDD.
004476
004477          IF SALVA-POLITICA-SES-WEB = DATA-OGGI-LOGIN-WEB
004478           GO TO EX-VERIFICA-POLITICA-USO-WEB
004479          END-IF.
004480
004481          MOVE "VERIFICA"         TO AZIONE-POL-WEB.
004482          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-POL-WEB.
004483          PERFORM CHIAMA-POLITICA-WEB THRU EX-CHIAMA-POLITICA-WEB.
004484
004485          IF ESITO-POL-WEB = "KO"
004486           SET SESSIONE-RIFIUTATA TO TRUE
004487           PERFORM VIS-POLITICA-USO-WEB
004488            THRU EX-VIS-POLITICA-USO-WEB
004489           GO TO EX-VERIFICA-POLITICA-USO-WEB
004490          END-IF.
004491
004492          PERFORM SEGNA-POLITICA-SESSIONE-WEB
004493           THRU EX-SEGNA-POLITICA-SESSIONE-WEB.
004494
004495  EX-VERIFICA-POLITICA-USO-WEB.
004496          EXIT.
004497*
004498** CHIAMA-POLITICA-WEB: AZIONE-POL-WEB E GLI ALTRI CAMPI DI
004499** AREA-POLITICA-WEB IN INGRESSO, VERSIONE-POL-WEB, VIGORE-POL-WEB
004500** ED ESITO-POL-WEB IN USCITA (SIGNIFICATO DEGLI ESITI IN
004501** openpolw.cbl)
004502*
004503  CHIAMA-POLITICA-WEB.
004504
004505          CALL "OPENPOLW" USING AZIONE-POL-WEB UTENTE-POL-WEB
004506                                VERSIONE-POL-WEB VIGORE-POL-WEB
004507                                LINGUA-POL-WEB ORIGINE-POL-WEB
004508                                ESITO-POL-WEB.
004509          CANCEL "OPENPOLW".
004510
004511  EX-CHIAMA-POLITICA-WEB.
004512          EXIT.
004513*
004514** VIS-POLITICA-USO-WEB: AVVISO AL POSTO DELLA PAGINA RICHIESTA,
004515** CON IL RIMANDO ALLA LETTURA E ALL'ACCETTAZIONE DELLA VERSIONE
004516** CORRENTE (IL COLLEGAMENTO ENTRA NEL MODELLO COSI' COM'E')
004517*
004518  VIS-POLITICA-USO-WEB.
004519
004520          MOVE SPACES             TO MESSAGGIO.
004521
004522          STRING "Prima di proseguire va accettata l'informativa "
004523                                  DELIMITED BY SIZE
004524                 "sull'uso del sistema, versione "
004525                                  DELIMITED BY SIZE
004526                 VERSIONE-POL-WEB DELIMITED BY SIZE
004527                 ': <a href="openpuso.exe?MK-KEY='
004528                                  DELIMITED BY SIZE
004529                 SECTION-WEB      DELIMITED BY SPACE
004530                 "&MK-OPERATORE=" DELIMITED BY SIZE
004531                 OPERATORE-SESSIONE-WEB DELIMITED BY SPACE
004532                 '">leggi e accetta</a>'
004533                                  DELIMITED BY SIZE
004534           INTO MESSAGGIO.
004535
004536          MOVE MESSAGGIO          TO VALUE-WEB.
004537          MOVE "MK-MESSAGE"       TO FIELD-WEB.
004538          MOVE "S"                TO MARKUP-WEB.
004539          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004540
004541          MOVE "INFORMATIVA"      TO VALUE-WEB.
004542          MOVE "MK-TITLE"         TO FIELD-WEB.
004543          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004544
004545          MOVE SECTION-WEB        TO VALUE-WEB.
004546          MOVE "MK-KEY"           TO FIELD-WEB.
004547          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004548
004549          MOVE SPACES             TO VALUE-WEB.
004550          MOVE "MK-BACK"          TO FIELD-WEB.
004551          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004552
004553          MOVE "TEMPLATE/MESSAGE.HTM"  TO PAGE-WEB.
004554          PERFORM SHOW-WEB        THRU EX-SHOW-WEB.
004555          MOVE SPACES             TO MESSAGGIO.
004556
004557  EX-VIS-POLITICA-USO-WEB.
004558          EXIT.
004559*
004560** SEGNA-POLITICA-SESSIONE-WEB: CONTROLLO SUPERATO (O ACCETTAZIONE
004561** APPENA REGISTRATA DA openpuso.exe): LA DATA DEL GIORNO VA SULLA
004562** RIGA DI SESSIONE GIA' SCRITTA DA REGISTRA-SESSIONE-WEB
004563*
004564  SEGNA-POLITICA-SESSIONE-WEB.
004565
004566          ACCEPT DATA-OGGI-LOGIN-WEB FROM DATE YYYYMMDD.
004567          MOVE DATA-OGGI-LOGIN-WEB TO SALVA-POLITICA-SES-WEB.
004568
004569          MOVE SPACES             TO NOME-VIEW.
004570          STRING "SESSIONE-WEB" SECTION-WEB
004571           DELIMITED BY SIZE INTO NOME-VIEW.
004572
004573          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
004574
004575          IF ESITO-NOK
004576           GO TO EX-SEGNA-POLITICA-SESSIONE-WEB
004577          END-IF.
004578
004579          MOVE SALVA-POLITICA-SES-WEB TO STRINGA-VIEW(73:8).
004580
004581          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
004582
004583  EX-SEGNA-POLITICA-SESSIONE-WEB.
004584          EXIT.
004585*
004586** VERIFICA-DELEGA-WEB: SE L'OPERATORE DI SESSIONE E' IN QUESTO
004587** MOMENTO SOSTITUTO DI UN COLLEGA ASSENTE (DELEGA ATTIVA SU
004588** ARKDEL, VEDI opendelw.cbl) NE RIPORTA IL CODICE IN
004589** DELEGANTE-WEB: LE REGISTRAZIONI SU ARKACC E ARKLOG INDICANO
004590** COSI' PER CONTO DI CHI E' STATA FATTA L'OPERAZIONE
004591*
004592  VERIFICA-DELEGA-WEB.
004593
004594          MOVE SPACES             TO DELEGANTE-WEB
004595                                     OPERATORE-DELEGA-WEB.
004596
004597          IF OPERATORE-SESSIONE-WEB = SPACES
004598           GO TO EX-VERIFICA-DELEGA-WEB
004599          END-IF.
004600
004601          MOVE "DELEGANTE"        TO AZIONE-DEL-WEB.
004602          MOVE OPERATORE-SESSIONE-WEB TO DELEGATO-DEL-WEB.
004603          PERFORM CHIAMA-DELEGA-WEB THRU EX-CHIAMA-DELEGA-WEB.
004604
004605          IF ESITO-DEL-WEB = "OK"
004606           MOVE DELEGANTE-DEL-WEB  TO DELEGANTE-WEB
004607           MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-DELEGA-WEB
004608          END-IF.
004609
004610  EX-VERIFICA-DELEGA-WEB.
004611          EXIT.
004612*
004613** CHIAMA-DELEGA-WEB: RICHIAMO DEL SERVIZIO DELLE DELEGHE CON
004614** AREA-DELEGA-WEB (SIGNIFICATO DELLE AZIONI IN opendelw.cbl)
004615*
004616  CHIAMA-DELEGA-WEB.
004617
004618          CALL "OPENDELW" USING AZIONE-DEL-WEB DELEGANTE-DEL-WEB
004619                                INIZIO-DEL-WEB FINE-DEL-WEB
004620                                DELEGATO-DEL-WEB MOTIVO-DEL-WEB
004621                                OPERATORE-DEL-WEB ESITO-DEL-WEB
004622                                NOTA-DEL-WEB.
004623          CANCEL "OPENDELW".
004624
004625  EX-CHIAMA-DELEGA-WEB.
004626          EXIT.
004627*
004628** IMPOSTA-DELEGANTE-ACC-WEB: UN EVENTO DI ACCESSO DELL'OPERATORE
004629** SOSTITUTO RIPORTA IL DELEGANTE, SE IL CHIAMANTE NON LO HA GIA'
004630** IMPOSTATO
004631*
004632  IMPOSTA-DELEGANTE-ACC-WEB.
004633
004634          IF DELEGANTE-ACC-WEB = SPACES
004635           AND OPERATORE-DELEGA-WEB NOT = SPACES
004636           AND UTENTE-ACC-WEB = OPERATORE-DELEGA-WEB
004637           MOVE DELEGANTE-WEB      TO DELEGANTE-ACC-WEB
004638          END-IF.
004639
004640  EX-IMPOSTA-DELEGANTE-ACC-WEB.
004641          EXIT.
004642*
004643  CONFRONTA-LETTURA-FORM-WEB.
004644
004645          IF VERBO-LETTURA-FORM-WEB(IND-FORM-WEB)
004646           = AZIONE-FORM-WEB
004647           MOVE "S"               TO LETTURA-FORM-WEB
004648          END-IF.
004649
004650  EX-CONFRONTA-LETTURA-FORM-WEB.
004651          EXIT.
004652*
004653** CONTROLLA-TOKEN-FORM-WEB: CONFRONTO DI MK-FORM CON IL GETTONE
004654** CHE LA SESSIONE AVEVA GIA' PRIMA DI QUESTA RICHIESTA (UNA
004655** SESSIONE APPENA NATA NON NE HA, QUINDI NON PUO' SCRIVERE AL
004656** PRIMO PASSAGGIO). IL PROGRAMMA CHE SCRIVE ANCHE SENZA ALCUNO
004657** DEI SEGNALI DI VERIFICA-TOKEN-FORM-WEB LA INVOCA DA SE' PRIMA
004658** DI SCRIVERE; UNA SECONDA INVOCAZIONE NELLA STESSA RICHIESTA NON
004659** RIPETE IL CONTROLLO. IL RIFIUTO CHIUDE LA SESSIONE PER QUESTA
004660** RICHIESTA, MOSTRA LA SEGNALAZIONE E FINISCE SU ARKACC (VIA
004661** OPENACCJ) CON L'AZIONE TENTATA
004662*
004663  CONTROLLA-TOKEN-FORM-WEB.
004664
004665          IF TOKEN-FORM-VERIFICATO OR SECTION-WEB = SPACES
004666           GO TO EX-CONTROLLA-TOKEN-FORM-WEB
004667          END-IF.
004668
004669          MOVE "MK-FORM"          TO FIELD-WEB.
004670          PERFORM READ-WEB        THRU EX-READ-WEB.
004671          MOVE VALUE-WEB(1:32)    TO TOKEN-FORM-RICEVUTO-WEB.
004672
004673          IF TOKEN-FORM-LETTO-WEB NOT = SPACES
004674           AND TOKEN-FORM-RICEVUTO-WEB = TOKEN-FORM-LETTO-WEB
004675           MOVE "S"               TO ESITO-TOKEN-FORM-WEB
004676           GO TO EX-CONTROLLA-TOKEN-FORM-WEB
004677          END-IF.
004678
004679          SET SESSIONE-RIFIUTATA  TO TRUE.
004680
004681          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
004682          MOVE "FORMTOKEN"        TO EVENTO-ACC-WEB.
004683          MOVE "KO"               TO ESITO-ACC-WEB.
004684          MOVE SPACES             TO NOTA-ACC-WEB.
004685          IF TOKEN-FORM-RICEVUTO-WEB = SPACES
004686           STRING "gettone assente " AZIONE-FORM-WEB
004687            DELIMITED BY SIZE INTO NOTA-ACC-WEB
004688          ELSE
004689           STRING "gettone errato " AZIONE-FORM-WEB
004690            DELIMITED BY SIZE INTO NOTA-ACC-WEB
004691          END-IF.
004692
004693          PERFORM IMPOSTA-DELEGANTE-ACC-WEB
004694           THRU EX-IMPOSTA-DELEGANTE-ACC-WEB.
004695          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
004696                                EVENTO-ACC-WEB ESITO-ACC-WEB
004697                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
004698          CANCEL "OPENACCJ".
004699          MOVE SPACES             TO DELEGANTE-ACC-WEB.
004700
004701          MOVE SPACES             TO MESSAGGIO.
004702          STRING "Operazione rifiutata: la richiesta non "
004703           DELIMITED BY SIZE
004704           "proviene da una pagina di questa sessione - "
004705           DELIMITED BY SIZE
004706           "riaprire la funzione dal menu e ripetere "
004707           DELIMITED BY SIZE
004708           "l'operazione"
004709           DELIMITED BY SIZE INTO MESSAGGIO.
004710
004711          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004712
004713  EX-CONTROLLA-TOKEN-FORM-WEB.
004714          EXIT.
004715*
004716** EMETTI-TOKEN-FORM-WEB: GETTONE DELLA SESSIONE, HASH SHA-WEB
004717** DELLA CHIAVE DI SESSIONE E DELL'ORA DI EMISSIONE AL CENTESIMO;
004718** RESTA LO STESSO PER TUTTA LA VITA DELLA SESSIONE, COSI' PIU'
004719** PAGINE APERTE INSIEME RESTANO VALIDE
004720*
004721  EMETTI-TOKEN-FORM-WEB.
004722
004723          MOVE SECTION-WEB        TO SEZIONE-SEME-FORM-WEB.
004724          ACCEPT ORA-SEME-FORM-WEB FROM TIME.
004725          MOVE SEME-TOKEN-FORM-WEB TO FIELD-WEB.
004726
004727          PERFORM SHA-WEB         THRU EX-SHA-WEB.
004728
004729          MOVE VALUE-WEB(1:32)    TO TOKEN-FORM-SES-WEB.
004730
004731  EX-EMETTI-TOKEN-FORM-WEB.
004732          EXIT.
004733*
004734** METTI-TOKEN-FORM-WEB: IL GETTONE DELLA SESSIONE AI MODELLI,
004735** COME CAMPO MK-FORM
004736*
004737  METTI-TOKEN-FORM-WEB.
004738
004739          IF TOKEN-FORM-SES-WEB = SPACES
004740           GO TO EX-METTI-TOKEN-FORM-WEB
004741          END-IF.
004742
004743          MOVE TOKEN-FORM-SES-WEB TO VALUE-WEB.
004744          MOVE "MK-FORM"          TO FIELD-WEB.
004745          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004746
004747  EX-METTI-TOKEN-FORM-WEB.
004748          EXIT.
004749*
004750** METTI-AIUTO-WEB: IL "?" DI OGNI PAGINA (CAMPO MK-AIUTO, GIA' IN
004751** HTML) APRE IN UNA NUOVA FINESTRA LA GUIDA DELLA VOCE CORRENTE
004752** (openhelp.exe); LA VOCE VIAGGIA COME TERNA IN MK-voce, COSI'
004753** LA RICHIESTA RESTA UNA LETTURA. SENZA SESSIONE IL CAMPO RESTA
004754** VUOTO E IL MODELLO NON MOSTRA NIENTE
004755*
004756  METTI-AIUTO-WEB.
004757
004758          MOVE "MK-OPERATORE"     TO FIELD-WEB.
004759          PERFORM READ-WEB        THRU EX-READ-WEB.
004760          MOVE VALUE-WEB(1:8)     TO OPERATORE-HLP-WEB.
004761
004762          MOVE SPACES             TO VALUE-WEB.
004763
004764          IF SECTION-WEB = SPACES
004765           GO TO METTI-LINK-AIUTO-WEB
004766          END-IF.
004767
004768          STRING '<a class="aiuto" target="_blank" '
004769                 'href="openhelp.exe?MK-KEY='
004770                                  DELIMITED BY SIZE
004771                 SECTION-WEB      DELIMITED BY SPACE
004772                 "&MK-OPERATORE=" DELIMITED BY SIZE
004773                 OPERATORE-HLP-WEB DELIMITED BY SPACE
004774                 "&MK-voce="      DELIMITED BY SIZE
004775                 MODULO-WEB ENTITA-WEB FUNZIONE-WEB
004776                                  DELIMITED BY SIZE
004777                 '">?</a>'        DELIMITED BY SIZE
004778           INTO VALUE-WEB.
004779
004780  METTI-LINK-AIUTO-WEB.
004781
004782          MOVE "MK-AIUTO"         TO FIELD-WEB.
004783          MOVE "S"                TO MARKUP-WEB.
004784          PERFORM METTI-WEB       THRU EX-METTI-WEB.
004785
004786  EX-METTI-AIUTO-WEB.
004787          EXIT.
004788*
004789** RENDI-SICURE-RIGHE-WEB: PRIMA DI MAKEFORM LE RIGHE DI ARKVIEW
004790** ANNOTATE DA SCRITTURA-VIEW DURANTE LA PAGINA
004791** (TAB-RIGHE-HTML-WEB) VENGONO RISCRITTE RESE SICURE,
004792** CONSERVANDO IN TABELLA IL VALORE ORIGINALE; RIPRISTINA-
004793** RIGHE-WEB LO RIMETTE SUBITO DOPO MAKEFORM, COSI'
004794** SU ARKVIEW I DATI RESTANO QUELLI VERI
004795*
004796  RENDI-SICURE-RIGHE-WEB.
004797
004798          MOVE "N"                TO PAGINA-HTML-WEB.
004799
004800          PERFORM RENDI-SICURA-RIGA-WEB
004801           THRU EX-RENDI-SICURA-RIGA-WEB
004802           VARYING IND-RIGA-HTML-WEB FROM 1 BY 1
004803           UNTIL IND-RIGA-HTML-WEB > NUM-RIGHE-HTML-WEB.
004804
004805  EX-RENDI-SICURE-RIGHE-WEB.
004806          EXIT.
004807*
004808  RENDI-SICURA-RIGA-WEB.
004809
004810          MOVE "N"      TO STATO-RIGA-HTML-WEB(IND-RIGA-HTML-WEB).
004811
004812          IF NOME-RIGA-HTML-WEB(IND-RIGA-HTML-WEB) = SPACES
004813           GO TO EX-RENDI-SICURA-RIGA-WEB
004814          END-IF.
004815
004816          MOVE NOME-RIGA-HTML-WEB(IND-RIGA-HTML-WEB) TO NOME-VIEW.
004817          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
004818
004819          IF ESITO-NOK
004820           GO TO EX-RENDI-SICURA-RIGA-WEB
004821          END-IF.
004822
004823          MOVE STRINGA-VIEW
004824           TO VALORE-RIGA-HTML-WEB(IND-RIGA-HTML-WEB).
004825          MOVE STRINGA-VIEW       TO STRINGA-HTML-WEB.
004826          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
004827
004828          IF STRINGA-HTML-ESC-WEB = STRINGA-VIEW
004829           GO TO EX-RENDI-SICURA-RIGA-WEB
004830          END-IF.
004831
004832          MOVE STRINGA-HTML-ESC-WEB TO STRINGA-VIEW.
004833          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
004834          MOVE "S"      TO STATO-RIGA-HTML-WEB(IND-RIGA-HTML-WEB).
004835
004836  EX-RENDI-SICURA-RIGA-WEB.
004837          EXIT.
004838*
004839  RIPRISTINA-RIGHE-WEB.
004840
004841          PERFORM RIPRISTINA-RIGA-WEB
004842           THRU EX-RIPRISTINA-RIGA-WEB
004843           VARYING IND-RIGA-HTML-WEB FROM 1 BY 1
004844           UNTIL IND-RIGA-HTML-WEB > NUM-RIGHE-HTML-WEB.
004845
004846          MOVE ZEROS              TO NUM-RIGHE-HTML-WEB.
004847          MOVE "S"                TO PAGINA-HTML-WEB.
004848
004849  EX-RIPRISTINA-RIGHE-WEB.
004850          EXIT.
004851*
004852  RIPRISTINA-RIGA-WEB.
004853
004854          IF NOT RIGA-HTML-RESA(IND-RIGA-HTML-WEB)
004855           GO TO EX-RIPRISTINA-RIGA-WEB
004856          END-IF.
004857
004858          MOVE NOME-RIGA-HTML-WEB(IND-RIGA-HTML-WEB) TO NOME-VIEW.
004859          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
004860
004861          IF ESITO-NOK
004862           GO TO EX-RIPRISTINA-RIGA-WEB
004863          END-IF.
004864
004865          MOVE VALORE-RIGA-HTML-WEB(IND-RIGA-HTML-WEB)
004866           TO STRINGA-VIEW.
004867          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
004868
004869  EX-RIPRISTINA-RIGA-WEB.
004870          EXIT.
004871*
004872** CONFRONTO PER PREFISSO DI UNO SLOT DELLA LISTA: LO SLOT VALE
004873** PER LA SUA LUNGHEZZA UTILE (SENZA SPAZI FINALI)
004874*
004875  CONFRONTA-ORIGINE-WEB.
004876
004877          IF SLOT-ORIGINE-WEB(IND-ORIGINE-WEB) = SPACES
004878           GO TO EX-CONFRONTA-ORIGINE-WEB
004879          END-IF.
004880
004881          MOVE 15                 TO LUNGH-ORIGINE-WEB.
004882
004883  TRIM-CONFRONTA-ORIGINE-WEB.
004884
004885          IF SLOT-ORIGINE-WEB(IND-ORIGINE-WEB)
004886           (LUNGH-ORIGINE-WEB:1) = SPACE
004887           SUBTRACT 1             FROM LUNGH-ORIGINE-WEB
004888           GO TO TRIM-CONFRONTA-ORIGINE-WEB
004889          END-IF.
004890
004891          IF ORIGINE-SESSIONE-WEB(1:LUNGH-ORIGINE-WEB) =
004892           SLOT-ORIGINE-WEB(IND-ORIGINE-WEB)
004893           (1:LUNGH-ORIGINE-WEB)
004894           MOVE "S"               TO ORIGINE-AMMESSA-WEB
004895          END-IF.
004896
004897  EX-CONFRONTA-ORIGINE-WEB.
004898          EXIT.
004899*
004900** VERIFICA-QUOTA-JOB-WEB: APPLICA IL TETTO DI RICHIESTE "A"/"E"
004901** PER UTENTE PRIMA DELL'ACCODAMENTO. LA POLITICA STA NEI
004902** PARAMETRI DI SISTEMA "JOB-QUOTA-MASSIMO" (0 = NESSUN LIMITE)
004903** E "JOB-QUOTA-ESENTI" (UTENTI A VIRGOLE, PER I CONTI DI
004904** ESERCIZIO CHE GUIDANO IL GIRO NOTTURNO). IL RICHIEDENTE E'
004905** UTENTE-JOB, GIA' VALORIZZATO DAL CHIAMANTE DI CALL-WEB.
004906*
004907  VERIFICA-QUOTA-JOB-WEB.
004908
004909          MOVE "N"                TO QUOTA-SUPERATA-WEB.
004910
004911          MOVE UTENTE-JOB         TO RICHIEDENTE-QUOTA-WEB.
004912
004913          IF RICHIEDENTE-QUOTA-WEB = SPACES
004914           GO TO EX-VERIFICA-QUOTA-JOB-WEB
004915          END-IF.
004916
004917          MOVE "JOB-QUOTA-MASSIMO" TO NOME-PAR-WEB.
004918          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004919          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004920
004921          IF ESITO-PAR-WEB NOT = "OK" OR
004922             NUMERO-PAR-WEB NOT NUMERIC
004923           GO TO EX-VERIFICA-QUOTA-JOB-WEB
004924          END-IF.
004925
004926          MOVE NUMERO-PAR-WEB     TO MAX-QUOTA-JOB-WEB.
004927
004928          MOVE "JOB-QUOTA-ESENTI" TO NOME-PAR-WEB.
004929          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
004930          MOVE VALORE-PAR-WEB(1:60) TO ESENTI-QUOTA-JOB-WEB.
004931
004932          IF MAX-QUOTA-JOB-WEB = ZEROS
004933           GO TO EX-VERIFICA-QUOTA-JOB-WEB
004934          END-IF.
004935
004936***** ESENZIONE: LA CHIAVE (SENZA SPAZI FINALI) COMPARE NELLA
004937***** LISTA A VIRGOLE DELLA POLITICA
004938
004939          MOVE 8                  TO LUNGH-QUOTA-JOB-WEB.
004940
004941  TRIM-QUOTA-JOB-WEB.
004942
004943          IF LUNGH-QUOTA-JOB-WEB > 1 AND
004944           RICHIEDENTE-QUOTA-WEB(LUNGH-QUOTA-JOB-WEB:1) = SPACE
004945           SUBTRACT 1             FROM LUNGH-QUOTA-JOB-WEB
004946           GO TO TRIM-QUOTA-JOB-WEB
004947          END-IF.
004948
004949          MOVE ZEROS              TO CONTA-ESENTE-JOB-WEB.
004950          INSPECT ESENTI-QUOTA-JOB-WEB
004951           TALLYING CONTA-ESENTE-JOB-WEB FOR ALL
004952           RICHIEDENTE-QUOTA-WEB(1:LUNGH-QUOTA-JOB-WEB).
004953
004954          IF CONTA-ESENTE-JOB-WEB > ZEROS
004955           GO TO EX-VERIFICA-QUOTA-JOB-WEB
004956          END-IF.
004957
004958***** CONTA LE RICHIESTE ANCORA APERTE DEL RICHIEDENTE
004959
004960          MOVE ZEROS              TO CONTA-QUOTA-JOB-WEB.
004961
004962          PERFORM OPEN-I-JOB      THRU EX-OPEN-I-JOB.
004963
004964          MOVE LOW-VALUES         TO CHIAVE-JOB.
004965          PERFORM STARTO-JOB      THRU EX-STARTO-JOB.
004966
004967          IF ESITO-NOK GO TO CHIUDI-QUOTA-JOB-WEB.
004968
004969  CICLO-QUOTA-JOB-WEB.
004970
004971          PERFORM LEGGO-NEXT-JOB  THRU EX-LEGGO-NEXT-JOB.
004972
004973          IF FINE-FILE = "S" GO TO CHIUDI-QUOTA-JOB-WEB.
004974
004975          IF UTENTE-JOB = RICHIEDENTE-QUOTA-WEB
004976           AND (JOB-IN-ATTESA OR JOB-IN-ESECUZIONE)
004977           ADD 1                  TO CONTA-QUOTA-JOB-WEB
004978          END-IF.
004979
004980          GO TO CICLO-QUOTA-JOB-WEB.
004981
004982  CHIUDI-QUOTA-JOB-WEB.
004983
004984          PERFORM CLOSE-JOB       THRU EX-CLOSE-JOB.
004985
004986          MOVE RICHIEDENTE-QUOTA-WEB TO UTENTE-JOB.
004987
004988          IF CONTA-QUOTA-JOB-WEB NOT LESS MAX-QUOTA-JOB-WEB
004989           MOVE "S"               TO QUOTA-SUPERATA-WEB
004990          END-IF.
004991
004992  EX-VERIFICA-QUOTA-JOB-WEB.
004993          EXIT.
004994*
004995** GESTIONE-INCIDENTE-WEB: USCITA COMUNE PER I FILE STATUS
004996** INATTESI E GLI ALTRI ABORTI. IL CHIAMANTE VALORIZZA
004997** PROGRAMMA-INC-WEB, FILE-INC-WEB, STATUS-INC-WEB,
004998** DESC-INC-WEB E SEVERITA-INC-WEB ("A" ACCODA ANCHE L'ALLARME
004999** ARKNOT); QUI SI SCRIVE L'INCIDENTE SU ARKINC (VIA OPENINCW,
005000** CHE ASSEGNA IL NUMERO), SI RIFIUTA LA SESSIONE E SI MOSTRA
005001** LA PAGINA DI CORTESIA COL NUMERO DA RIFERIRE ALL'ASSISTENZA
005002** (REVISIONE E CHIUSURA IN openminc.exe).
005003*
005004  GESTIONE-INCIDENTE-WEB.
005005
005006          MOVE ZEROS              TO NUMERO-INC-WEB.
005007
005008          CALL "OPENINCW" USING PROGRAMMA-INC-WEB SECTION-WEB
005009                                OPERATORE-SESSIONE-WEB
005010                                FILE-INC-WEB STATUS-INC-WEB
005011                                DESC-INC-WEB SEVERITA-INC-WEB
005012                                NUMERO-INC-WEB.
005013          CANCEL "OPENINCW".
005014
005015          SET SESSIONE-RIFIUTATA  TO TRUE.
005016
005017          MOVE SPACES             TO MESSAGGIO.
005018          STRING "Si e' verificato un problema tecnico: "
005019           "l'assistenza e' stata avvisata. Citare il numero "
005020           "di incidente " NUMERO-INC-WEB
005021           DELIMITED BY SIZE INTO MESSAGGIO.
005022
005023          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005024
005025  EX-GESTIONE-INCIDENTE-WEB.
005026          EXIT.
005027*
005028** PRENOTA-NUMERO-WEB: PROSSIMO NUMERO DELLA SERIE SERIE-NUM-WEB
005029** (ENTE ENTE-NUM-WEB) DAL NUMERATORE CENTRALIZZATO OPENNUMW, AL
005030** POSTO DELLE SCANSIONI "CERCA L'ULTIMO" DI OGNI ARCHIVIO. SE LA
005031** SCRITTURA DEL CHIAMANTE TROVA IL NUMERO GIA' OCCUPATO (DATI
005032** CARICATI PRIMA DEL NUMERATORE) BASTA RIPETERE LA PRENOTAZIONE
005033** CON MINIMO-NUM-WEB = NUMERO RESPINTO: IL CONTATORE SALTA OLTRE.
005034** CONFERMA-NUMERO-WEB, DOPO LA SCRITTURA RIUSCITA, SEGNA IL
005035** NUMERO COME USATO SUL GIORNALE ARKNUE
005036*
005037  PRENOTA-NUMERO-WEB.
005038
005039          MOVE "EMETTI"           TO AZIONE-NUM-WEB.
005040          MOVE ZEROS              TO NUMERO-NUM-WEB ANNO-NUM-WEB.
005041
005042          CALL "OPENNUMW" USING AZIONE-NUM-WEB SERIE-NUM-WEB
005043                                ENTE-NUM-WEB PROGRAMMA-NUM-WEB
005044                                OPERATORE-SESSIONE-WEB
005045                                MINIMO-NUM-WEB NUMERO-NUM-WEB
005046                                ANNO-NUM-WEB ESITO-NUM-WEB.
005047          CANCEL "OPENNUMW".
005048
005049          MOVE ZEROS              TO MINIMO-NUM-WEB.
005050
005051  EX-PRENOTA-NUMERO-WEB.
005052          EXIT.
005053
005054  CONFERMA-NUMERO-WEB.
005055
005056          MOVE "CONFERMA"         TO AZIONE-NUM-WEB.
005057
005058          CALL "OPENNUMW" USING AZIONE-NUM-WEB SERIE-NUM-WEB
005059                                ENTE-NUM-WEB PROGRAMMA-NUM-WEB
005060                                OPERATORE-SESSIONE-WEB
005061                                MINIMO-NUM-WEB NUMERO-NUM-WEB
005062                                ANNO-NUM-WEB ESITO-NUM-WEB.
005063          CANCEL "OPENNUMW".
005064
005065  EX-CONFERMA-NUMERO-WEB.
005066          EXIT.
005067*
005068** INTESTAZIONE-ENTE-WEB: RISOLVE LA CARTA INTESTATA DELL'ENTE
005069** DI SESSIONE DALLA FOTOGRAFIA "INTESTAZIONE-ENTE-nn" DI
005070** ARKVIEW (SCATTATA DA openment.exe: INTESTAZIONE 1-60, LOGO
005071** 61-100, PIE' 101-160) E LA PASSA ALLA PAGINA NEI CAMPI
005072** MK-INTESTAZIONE / MK-LOGO / MK-PIE; SENZA ENTE DI SESSIONE
005073** (O SENZA FOTOGRAFIA) I CAMPI RESTANO VUOTI E IL MODELLO
005074** MOSTRA IL BANNER DI SEMPRE
005075*
005076  INTESTAZIONE-ENTE-WEB.
005077
005078          MOVE SPACES             TO VALUE-WEB.
005079
005080          PERFORM LEGGI-ENTE-SESSIONE-WEB
005081           THRU EX-LEGGI-ENTE-SESSIONE-WEB.
005082
005083          IF ENTE-SESSIONE-WEB = ZEROS
005084           GO TO METTI-INTESTAZIONE-WEB
005085          END-IF.
005086
005087          MOVE SPACES             TO NOME-VIEW.
005088          STRING "INTESTAZIONE-ENTE-" ENTE-SESSIONE-WEB
005089           DELIMITED BY SIZE INTO NOME-VIEW.
005090          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
005091
005092          IF ESITO-NOK
005093           MOVE SPACES            TO STRINGA-VIEW
005094          END-IF.
005095
005096  METTI-INTESTAZIONE-WEB.
005097
005098          IF ENTE-SESSIONE-WEB = ZEROS OR ESITO-NOK
005099           MOVE SPACES            TO VALUE-WEB
005100           MOVE "MK-INTESTAZIONE" TO FIELD-WEB
005101           PERFORM METTI-WEB      THRU EX-METTI-WEB
005102           MOVE SPACES            TO VALUE-WEB
005103           MOVE "MK-LOGO"         TO FIELD-WEB
005104           PERFORM METTI-WEB      THRU EX-METTI-WEB
005105           MOVE SPACES            TO VALUE-WEB
005106           MOVE "MK-PIE"          TO FIELD-WEB
005107           PERFORM METTI-WEB      THRU EX-METTI-WEB
005108           GO TO EX-INTESTAZIONE-ENTE-WEB
005109          END-IF.
005110
005111          MOVE SPACES             TO VALUE-WEB.
005112          MOVE STRINGA-VIEW(1:60) TO VALUE-WEB.
005113          MOVE "MK-INTESTAZIONE"  TO FIELD-WEB.
005114          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005115
005116          MOVE SPACES             TO VALUE-WEB.
005117          MOVE STRINGA-VIEW(61:40) TO VALUE-WEB.
005118          MOVE "MK-LOGO"          TO FIELD-WEB.
005119          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005120
005121          MOVE SPACES             TO VALUE-WEB.
005122          MOVE STRINGA-VIEW(101:60) TO VALUE-WEB.
005123          MOVE "MK-PIE"           TO FIELD-WEB.
005124          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005125
005126  EX-INTESTAZIONE-ENTE-WEB.
005127          EXIT.
005128*
005129** ANNUNCIO-WEB: PASSA ALLA PAGINA L'EVENTUALE AVVISO DI
005130** MANUTENZIONE PROGRAMMATA (VUOTO = NIENTE BANNER)
005131*
005132  ANNUNCIO-WEB.
005133
005134          MOVE SPACES             TO VALUE-WEB.
005135
005136          MOVE "ANNUNCIO-WEB"     TO NOME-VIEW.
005137          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
005138
005139          IF ESITO-OK
005140           MOVE STRINGA-VIEW(1:80) TO VALUE-WEB
005141          END-IF.
005142
005143          MOVE "MK-ANNUNCIO"      TO FIELD-WEB.
005144          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005145
005146  EX-ANNUNCIO-WEB.
005147          EXIT.
005148*
005149** AMBIENTE-WEB: CONTRASSEGNO DELL'ISTANZA (SERVIZIO OPENAMBW);
005150** FUORI DALLA PRODUZIONE MK-AMBIENTE PORTA LA FILIGRANA DI TEST
005151** CHE OGNI MODELLO STAMPA IN EVIDENZA (VUOTO = PRODUZIONE)
005152*
005153  AMBIENTE-WEB.
005154
005155          CALL "OPENAMBW"         USING CODICE-AMB-WEB
005156                                        POSTA-AMB-WEB
005157                                        WEBHOOK-AMB-WEB.
005158          CANCEL "OPENAMBW".
005159
005160          MOVE SPACES             TO VALUE-WEB.
005161
005162          IF NOT AMB-PRODUZIONE
005163           STRING "TEST - AMBIENTE DI " DELIMITED BY SIZE
005164            CODICE-AMB-WEB DELIMITED BY SPACE
005165            INTO VALUE-WEB
005166          END-IF.
005167
005168          MOVE "MK-AMBIENTE"      TO FIELD-WEB.
005169          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005170
005171  EX-AMBIENTE-WEB.
005172          EXIT.
005173*
005174** RESA LOCALE DI IMPORTI E DATE SECONDO LA LINGUA DELLA
005175** SESSIONE (POSIZIONI 34-35 DELLA RIGA DI SESSIONE, COME LA
005176** RISOLUZIONE MESSAGGI): GLI UTENTI TEDESCHI E INGLESI NON
005177** DEVONO PIU' LEGGERE MALE 1.234,56. PROFILI INCORPORATI:
005178** "IT"/VUOTO E "DE" PUNTO PER MIGLIAIA E VIRGOLA DECIMALE,
005179** "EN" VIRGOLA PER MIGLIAIA E PUNTO DECIMALE; DATE GG/MM/AAAA
005180** PER IT, GG.MM.AAAA PER DE, MM/DD/YYYY PER EN.
005181*
005182  LEGGI-LINGUA-LOCALE-WEB.
005183
005184          MOVE "IT"               TO LINGUA-LOCALE-WEB.
005185
005186          MOVE SPACES             TO NOME-VIEW.
005187          STRING "SESSIONE-WEB" SECTION-WEB
005188           DELIMITED BY SIZE INTO NOME-VIEW.
005189          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
005190
005191          IF ESITO-OK AND STRINGA-VIEW(34:2) NOT = SPACES
005192           MOVE STRINGA-VIEW(34:2) TO LINGUA-LOCALE-WEB
005193          END-IF.
005194
005195  EX-LEGGI-LINGUA-LOCALE-WEB.
005196          EXIT.
005197*
005198** FORMATTA-IMPORTO-LINGUA-WEB: IL CHIAMANTE METTE L'IMPORTO
005199** IN IMPORTO-VIEW; IL RISULTATO RESO E' IN IMPORTO-RESO-WEB
005200*
005201  FORMATTA-IMPORTO-LINGUA-WEB.
005202
005203          PERFORM LEGGI-LINGUA-LOCALE-WEB
005204           THRU EX-LEGGI-LINGUA-LOCALE-WEB.
005205
005206          MOVE IMPORTO-VIEW       TO VIS-APPOGGIO-LOC-WEB.
005207          MOVE VIS-APPOGGIO-LOC-WEB TO IMPORTO-RESO-WEB.
005208
005209*         PER L'INGLESE SI SCAMBIANO I SEPARATORI (LA RESA
005210*         ITALIANA USA IL PUNTO PER LE MIGLIAIA E LA VIRGOLA
005211*         DECIMALE, L'INGLESE L'OPPOSTO)
005212          IF LINGUA-LOCALE-WEB = "EN"
005213           INSPECT IMPORTO-RESO-WEB CONVERTING ".," TO ",."
005214          END-IF.
005215
005216  EX-FORMATTA-IMPORTO-LINGUA-WEB.
005217          EXIT.
005218*
005219** FORMATTA-DATA-LINGUA-WEB: IL CHIAMANTE METTE LA DATA
005220** AAAAMMGG IN DATA-GREZZA-LOC-WEB; IL RISULTATO RESO E' IN
005221** DATA-RESA-WEB
005222*
005223  FORMATTA-DATA-LINGUA-WEB.
005224
005225          PERFORM LEGGI-LINGUA-LOCALE-WEB
005226           THRU EX-LEGGI-LINGUA-LOCALE-WEB.
005227
005228          MOVE SPACES             TO DATA-RESA-WEB.
005229
005230          IF LINGUA-LOCALE-WEB = "EN"
005231           STRING MM-LOC-WEB "/" GG-LOC-WEB "/" AAAA-LOC-WEB
005232            DELIMITED BY SIZE INTO DATA-RESA-WEB
005233           GO TO EX-FORMATTA-DATA-LINGUA-WEB
005234          END-IF.
005235
005236          IF LINGUA-LOCALE-WEB = "DE"
005237           STRING GG-LOC-WEB "." MM-LOC-WEB "." AAAA-LOC-WEB
005238            DELIMITED BY SIZE INTO DATA-RESA-WEB
005239           GO TO EX-FORMATTA-DATA-LINGUA-WEB
005240          END-IF.
005241
005242          STRING GG-LOC-WEB "/" MM-LOC-WEB "/" AAAA-LOC-WEB
005243           DELIMITED BY SIZE INTO DATA-RESA-WEB.
005244
005245  EX-FORMATTA-DATA-LINGUA-WEB.
005246          EXIT.
005247*
005248** NORMALIZZA-IMPORTO-LINGUA-WEB: RIPORTA IN CONVENZIONE
005249** ITALIANA CIO' CHE L'UTENTE HA DIGITATO IN VALUE-WEB NELLA
005250** PROPRIA CONVENZIONE, COSI' IL CARICAMENTO NUMERICO DI
005251** SEMPRE (ALFATONU) NON CAMBIA
005252*
005253  NORMALIZZA-IMPORTO-LINGUA-WEB.
005254
005255          PERFORM LEGGI-LINGUA-LOCALE-WEB
005256           THRU EX-LEGGI-LINGUA-LOCALE-WEB.
005257
005258          IF LINGUA-LOCALE-WEB = "EN"
005259           INSPECT VALUE-WEB CONVERTING ".," TO ",."
005260          END-IF.
005261
005262  EX-NORMALIZZA-IMPORTO-LINGUA-WEB.
005263          EXIT.
005264*
005265  FORMATO-DATA-WEB.
005266
005267          PERFORM LEGGI-LINGUA-LOCALE-WEB
005268           THRU EX-LEGGI-LINGUA-LOCALE-WEB.
005269
005270          MOVE SPACES             TO VALUE-WEB.
005271          EVALUATE LINGUA-LOCALE-WEB
005272           WHEN "EN"
005273            MOVE "MM/DD/YYYY"     TO VALUE-WEB
005274           WHEN "DE"
005275            MOVE "GG.MM.AAAA"     TO VALUE-WEB
005276           WHEN OTHER
005277            MOVE "GG/MM/AAAA"     TO VALUE-WEB
005278          END-EVALUATE.
005279
005280          MOVE "MK-FORMATODATA"   TO FIELD-WEB.
005281          PERFORM METTI-WEB       THRU EX-METTI-WEB.
005282
005283  EX-FORMATO-DATA-WEB.
005284          EXIT.
005285*
005286** VERIFICA-SOGLIE-API-WEB: CONTATORI DEL GETTONE SULLA RIGA
005287** "CONTA-API-WEB"+SIGLA+CODA DEL GETTONE DI ARKVIEW (APERTO I-O
005288** DAL CHIAMANTE): POS 1-8 GIORNO, 10-13 MINUTO HHMM, 15-18
005289** CHIAMATE NEL MINUTO, 20-25 CHIAMATE NEL GIORNO. UNA CHIAMATA
005290** OLTRE SOGLIA ACCENDE SOGLIA-API-SUPERATA E NON VIENE CONTATA,
005291** COSI' IL PARTNER RIENTRA APPENA SCADE LA FINESTRA. SENZA
005292** SOGLIE LA RIGA NON VIENE NEMMENO LETTA
005293*
005294  VERIFICA-SOGLIE-API-WEB.
005295
005296          MOVE "N"             TO SUPERATA-API-WEB.
005297
005298          IF SOGLIA-MINUTO-API-WEB = ZEROS
005299           AND SOGLIA-GIORNO-API-WEB = ZEROS
005300           GO TO EX-VERIFICA-SOGLIE-API-WEB
005301          END-IF.
005302
005303          MOVE SPACES          TO NOME-VIEW.
005304          STRING "CONTA-API-WEB" SISTEMA-API-WEB
005305           CODA-TOKEN-API-WEB
005306           DELIMITED BY SIZE INTO NOME-VIEW.
005307          PERFORM LEGGO-VIEW   THRU EX-LEGGO-VIEW.
005308
005309          IF ESITO-NOK
005310           OR STRINGA-VIEW(1:8) NOT = DATA-OGGI-API-WEB
005311           OR STRINGA-VIEW(15:4) NOT NUMERIC
005312           OR STRINGA-VIEW(20:6) NOT NUMERIC
005313           MOVE SPACES         TO STRINGA-VIEW
005314           MOVE DATA-OGGI-API-WEB TO STRINGA-VIEW(1:8)
005315           MOVE ORA-INIZIO-API-WEB(1:4) TO STRINGA-VIEW(10:4)
005316           MOVE ZEROS          TO CONTA-MINUTO-API-WEB
005317                                  CONTA-GIORNO-API-WEB
005318          ELSE
005319           MOVE STRINGA-VIEW(15:4) TO CONTA-MINUTO-API-WEB
005320           MOVE STRINGA-VIEW(20:6) TO CONTA-GIORNO-API-WEB
005321           IF STRINGA-VIEW(10:4) NOT = ORA-INIZIO-API-WEB(1:4)
005322            MOVE ORA-INIZIO-API-WEB(1:4) TO STRINGA-VIEW(10:4)
005323            MOVE ZEROS         TO CONTA-MINUTO-API-WEB
005324           END-IF
005325          END-IF.
005326
005327          IF SOGLIA-MINUTO-API-WEB > ZEROS
005328           AND CONTA-MINUTO-API-WEB NOT < SOGLIA-MINUTO-API-WEB
005329           MOVE "S"            TO SUPERATA-API-WEB
005330           MOVE SPACES         TO MOTIVO-API-WEB
005331           STRING "troppe richieste: oltre "
005332            SOGLIA-MINUTO-API-WEB " al minuto"
005333            DELIMITED BY SIZE INTO MOTIVO-API-WEB
005334           GO TO EX-VERIFICA-SOGLIE-API-WEB
005335          END-IF.
005336
005337          IF SOGLIA-GIORNO-API-WEB > ZEROS
005338           AND CONTA-GIORNO-API-WEB NOT < SOGLIA-GIORNO-API-WEB
005339           MOVE "S"            TO SUPERATA-API-WEB
005340           MOVE SPACES         TO MOTIVO-API-WEB
005341           STRING "troppe richieste: oltre "
005342            SOGLIA-GIORNO-API-WEB " al giorno"
005343            DELIMITED BY SIZE INTO MOTIVO-API-WEB
005344           GO TO EX-VERIFICA-SOGLIE-API-WEB
005345          END-IF.
005346
005347          ADD 1                TO CONTA-MINUTO-API-WEB
005348                                  CONTA-GIORNO-API-WEB.
005349          MOVE CONTA-MINUTO-API-WEB TO STRINGA-VIEW(15:4).
005350          MOVE CONTA-GIORNO-API-WEB TO STRINGA-VIEW(20:6).
005351
005352          PERFORM SCRITTURA-VIEW THRU EX-SCRITTURA-VIEW.
005353
005354  EX-VERIFICA-SOGLIE-API-WEB.
005355          EXIT.
005356*
005357** PARAMETRI DI SISTEMA (ARKPAR) TRAMITE IL SERVIZIO OPENPARW:
005358** NOME-PAR-WEB/QUALIFICA-PAR-WEB IN INGRESSO, VALORE-PAR-WEB
005359** (NUMERO-PAR-WEB PER I NUMERICI) ED ESITO-PAR-WEB IN USCITA.
005360** LEGGI-PARAMETRO-WEB LASCIA VALORE-PAR-WEB A SPAZI SE LA RIGA
005361** MANCA ("NO"): IL CHIAMANTE TIENE IL SUO COMPORTAMENTO DI
005362** SEMPRE. IMPOSTA/ELIMINA REGISTRANO L'OPERATORE DI SESSIONE E
005363** PROGRAMMA-PAR-WEB; SE IL VALORE E' RIFIUTATO ("KO") IL MOTIVO
005364** E' IN MOTIVO-PAR-WEB. PROSSIMO-PARAMETRO-WEB SCORRE LE RIGHE
005365** PER UTENTE DI UN PARAMETRO PARTENDO DA QUALIFICA A SPAZI
005366*
005367  LEGGI-PARAMETRO-WEB.
005368
005369          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
005370          PERFORM CHIAMA-PARAMETRO-WEB
005371           THRU EX-CHIAMA-PARAMETRO-WEB.
005372
005373  EX-LEGGI-PARAMETRO-WEB.
005374          EXIT.
005375
005376  IMPOSTA-PARAMETRO-WEB.
005377
005378          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
005379          PERFORM CHIAMA-PARAMETRO-WEB
005380           THRU EX-CHIAMA-PARAMETRO-WEB.
005381
005382  EX-IMPOSTA-PARAMETRO-WEB.
005383          EXIT.
005384
005385  ELIMINA-PARAMETRO-WEB.
005386
005387          MOVE "ELIMINA"          TO AZIONE-PAR-WEB.
005388          PERFORM CHIAMA-PARAMETRO-WEB
005389           THRU EX-CHIAMA-PARAMETRO-WEB.
005390
005391  EX-ELIMINA-PARAMETRO-WEB.
005392          EXIT.
005393
005394  PROSSIMO-PARAMETRO-WEB.
005395
005396          MOVE "PROSSIMO"         TO AZIONE-PAR-WEB.
005397          PERFORM CHIAMA-PARAMETRO-WEB
005398           THRU EX-CHIAMA-PARAMETRO-WEB.
005399
005400  EX-PROSSIMO-PARAMETRO-WEB.
005401          EXIT.
005402
005403  CHIAMA-PARAMETRO-WEB.
005404
005405          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-PAR-WEB.
005406
005407          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
005408                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
005409                                PROGRAMMA-PAR-WEB
005410                                OPERATORE-PAR-WEB ESITO-PAR-WEB
005411                                MOTIVO-PAR-WEB.
005412          CANCEL "OPENPARW".
005413
005414  EX-CHIAMA-PARAMETRO-WEB.
005415          EXIT.
005416*
005417** TICKET DI CAMBIAMENTO (ARKTKT, SERVIZIO OPENTKTW) PER LE
005418** MASCHERE CHE TOCCANO LA CONFIGURAZIONE. LEGGI-TICKET-WEB PORTA
005419** MK-ticket (FINO A 8 CIFRE, VUOTO = NESSUN TICKET) IN
005420** NUMERO-TKT-WEB; IL CHIAMANTE VALORIZZA POI ARCHIVIO-TKT-WEB E
005421** RIFERIMENTO-TKT-WEB (PER "STAB" IL TIPO-TAB) E PASSA DA
005422** VERIFICA-TICKET-WEB PRIMA DI SCRIVERE: CON ESITO-TKT-WEB
005423** DIVERSO DA "OK" IL MESSAGGIO E' GIA' PRONTO E NULLA VA TOCCATO.
005424** LE RIGHE DI STORICO SCRITTE DOPO UNA VERIFICA RIUSCITA
005425** FINISCONO DA SOLE SUL GIORNALE ARKTKU
005426*
005427  LEGGI-TICKET-WEB.
005428
005429          MOVE ZEROS              TO NUMERO-TKT-WEB.
005430          MOVE "OK"               TO ESITO-TKT-WEB.
005431          MOVE SPACES             TO MOTIVO-TKT-WEB.
005432
005433          MOVE "MK-ticket"        TO FIELD-WEB.
005434          PERFORM READ-WEB        THRU EX-READ-WEB.
005435
005436          IF NOT COBW3-SEARCH-FLAG-EXIST
005437           OR VALUE-WEB(1:8) = SPACES
005438           GO TO EX-LEGGI-TICKET-WEB
005439          END-IF.
005440
005441          MOVE 8                  TO LUNGH-TKT-WEB.
005442
005443  CICLO-LEGGI-TICKET-WEB.
005444
005445          IF VALUE-WEB(LUNGH-TKT-WEB:1) = SPACE
005446           SUBTRACT 1             FROM LUNGH-TKT-WEB
005447           GO TO CICLO-LEGGI-TICKET-WEB
005448          END-IF.
005449
005450          IF VALUE-WEB(1:LUNGH-TKT-WEB) NOT NUMERIC
005451           OR VALUE-WEB(9:1) NOT = SPACE
005452           MOVE "KO"              TO ESITO-TKT-WEB
005453           MOVE "numero di ticket non valido" TO MOTIVO-TKT-WEB
005454           GO TO EX-LEGGI-TICKET-WEB
005455          END-IF.
005456
005457          MOVE VALUE-WEB(1:LUNGH-TKT-WEB) TO NUMERO-TKT-WEB.
005458
005459  EX-LEGGI-TICKET-WEB.
005460          EXIT.
005461
005462  VERIFICA-TICKET-WEB.
005463
005464          IF ESITO-TKT-WEB = "OK"
005465           MOVE "VERIFICA"        TO AZIONE-TKT-WEB
005466           MOVE OPERATORE-SESSIONE-WEB TO UTENTE-TKT-WEB
005467           CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
005468                                 ARCHIVIO-TKT-WEB
005469                                 RIFERIMENTO-TKT-WEB
005470                                 PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
005471                                 ESITO-TKT-WEB MOTIVO-TKT-WEB
005472           CANCEL "OPENTKTW"
005473          END-IF.
005474
005475          IF ESITO-TKT-WEB NOT = "OK"
005476           MOVE SPACES            TO MESSAGGIO
005477           STRING "Ticket di cambiamento: " MOTIVO-TKT-WEB
005478            DELIMITED BY SIZE INTO MESSAGGIO
005479          END-IF.
005480
005481  EX-VERIFICA-TICKET-WEB.
005482          EXIT.
