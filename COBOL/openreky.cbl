000840 01 CER-REKY                   PIC 9(05).
000850 01 JOB-REKY                   PIC 9(05).
000860 01 CHIAVE-SALVA-REKY          PIC X(34).
000862*
000864 01 ERRORE-UNITA-REKY          PIC X(01).
000866 01 NOTA-UNITA-REKY            PIC X(60).
000870*
000880 PROCEDURE  DIVISION.
000890*
001480          COPY "PIOCER.CBL".
001490          COPY "PIOALI.CBL".
001500          COPY "PIOACC.CBL".
001504          COPY "PIOUDLW.CBL".
001505          COPY "PIOTOTP.CBL".
001506          COPY "PIOSTEP.CBL".
001510*
001520 ESEGUI-REKY.
001530
001540          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001541
001542***** IL CAMBIO DI CHIAVE RISCRIVE UN'UTENZA E LA SUA STORIA:
001543***** PRIMA L'OPERATORE CONFERMA LA PROPRIA IDENTITA' (PIOSTEP)
001544
001545          MOVE "OPENREKY"         TO CHIAMATA-STEP-WEB.
001546          MOVE OPERATORE-REKY     TO OPERATORE-STEP-WEB.
001547          MOVE SPACES             TO RIPETI-STEP-WEB.
001548          STRING "openreky.exe?MK-KEY=" SECTION-WEB
001549           "&MK-OPERATORE=" OPERATORE-REKY
001550           "&MK-FORM=" TOKEN-FORM-SES-WEB
001551           "&MK-FUNZIONE=esegui&MK-vecchia=" VECCHIA-REKY
001552           "&MK-nuova=" NUOVA-REKY
001553           DELIMITED BY SPACE INTO RIPETI-STEP-WEB.
001554
001555          PERFORM VERIFICA-STEP   THRU EX-VERIFICA-STEP.
001556
001557          IF NOT STEP-SUPERATO GO TO CHIUDI-UTEN-REKY.
001558
001560***** LA VECCHIA DEVE ESISTERE, LA NUOVA DEVE ESSERE LIBERA
001570
001580          MOVE NUOVA-REKY         TO CHIAVE-UTEN.
001730           GO TO CHIUDI-UTEN-REKY
001740          END-IF.
001750
001751***** TUTTA LA RINOMINA E' UN'UNITA' DI LAVORO SUL GIORNALE
001752***** (OPENUDLW): OGNI RECORD TOCCATO LASCIA PRIMA L'IMMAGINE,
001753***** E UN ERRORE A META' O UNA CADUTA RIPORTANO TUTTO INDIETRO
001754*
001755          MOVE "OPENREKY"         TO PROGRAMMA-UDL-WEB.
001756          MOVE OPERATORE-REKY     TO OPERATORE-UDL-WEB.
001757          PERFORM INIZIA-UNITA-WEB THRU EX-INIZIA-UNITA-WEB.
001758          IF ESITO-UDL-WEB NOT = "OK"
001759           MOVE NOTA-UDL-WEB      TO MESSAGGIO
001760           PERFORM VIS-MESS       THRU EX-VIS-MESS
001761           GO TO CHIUDI-UTEN-REKY
001762          END-IF.
001763
001764          MOVE "N"                TO ERRORE-UNITA-REKY.
001765          MOVE "ARKUTEN"          TO ARCHIVIO-UDL-WEB.
001766          MOVE NUOVA-REKY         TO CHIAVE-UDL-WEB.
001767          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
001768          MOVE "ARKUTEN"          TO ARCHIVIO-UDL-WEB.
001769          MOVE VECCHIA-REKY       TO CHIAVE-UDL-WEB.
001770          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
001771          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
001772
001773***** RINOMINA DEL RECORD ANAGRAFICO: SCRITTURA CON LA CHIAVE
001774***** NUOVA E DELETE DELLA VECCHIA
001780
001790          MOVE NUOVA-REKY         TO CHIAVE-UTEN.
001800          PERFORM SCRIVI-UTEN     THRU EX-SCRIVI-UTEN.
001830           MOVE "Errore nella scrittura della chiave nuova"
001840            TO MESSAGGIO
001850           PERFORM VIS-MESS       THRU EX-VIS-MESS
001855           MOVE "S"               TO ERRORE-UNITA-REKY
001860           GO TO CHIUDI-UTEN-REKY
001870          END-IF.
001880
001930
001940          PERFORM CASCATA-PERS-REKY
001950           THRU EX-CASCATA-PERS-REKY.
001954          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
001960          PERFORM CASCATA-PWH-REKY
001970           THRU EX-CASCATA-PWH-REKY.
001974          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
001980          PERFORM CASCATA-PEN-REKY
001990           THRU EX-CASCATA-PEN-REKY.
001994          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
002000          PERFORM CASCATA-CER-REKY
002010           THRU EX-CASCATA-CER-REKY.
002014          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
002020          PERFORM CASCATA-JOB-REKY
002030           THRU EX-CASCATA-JOB-REKY.
002034          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
002040
002050          PERFORM SCRIVI-ALIAS-REKY
002060           THRU EX-SCRIVI-ALIAS-REKY.
002064          IF ERRORE-UNITA-REKY = "S" GO TO RINUNCIA-REKY.
002070          PERFORM GIORNALE-REKY   THRU EX-GIORNALE-REKY.
002080
002090          MOVE SPACES             TO MESSAGGIO.
002130           " job " JOB-REKY
002140           DELIMITED BY SIZE INTO MESSAGGIO.
002150          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002151          GO TO CHIUDI-UTEN-REKY.
002152*
002153***** IMMAGINE NON SALVATA: QUEL RECORD NON E' STATO TOCCATO, IL
002154***** RESTO VIENE RIPORTATO INDIETRO DALL'ANNULLO DELL'UNITA'
002155*
002156 RINUNCIA-REKY.
002157
002158          MOVE NOTA-UNITA-REKY    TO MESSAGGIO.
002159          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002160
002170 CHIUDI-UTEN-REKY.
002180          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002181
002182          IF ID-UDL-WEB NOT = SPACES
002183           IF ERRORE-UNITA-REKY = "S"
002184            PERFORM ANNULLA-UNITA-WEB THRU EX-ANNULLA-UNITA-WEB
002185           ELSE
002186            PERFORM CONFERMA-UNITA-WEB THRU EX-CONFERMA-UNITA-WEB
002187           END-IF
002188          END-IF.
002190
002200 EX-ESEGUI-REKY.
002210          EXIT.
002220
002221*
002222***** IMMAGINE PRIMA DELLA MODIFICA (ARCHIVIO/CHIAVE-UDL-WEB);
002223***** AL PRIMO ERRORE SI SALVA LA NOTA E NON SI TOCCA PIU' NIENTE
002224*
002225 IMMAGINE-REKY.
002226
002227          IF ERRORE-UNITA-REKY = "S" GO TO EX-IMMAGINE-REKY.
002228
002229          PERFORM SALVA-IMMAGINE-WEB THRU EX-SALVA-IMMAGINE-WEB.
002230          IF ESITO-UDL-WEB NOT = "OK"
002231           MOVE "S"               TO ERRORE-UNITA-REKY
002232           MOVE NOTA-UDL-WEB      TO NOTA-UNITA-REKY
002233          END-IF.
002234
002235 EX-IMMAGINE-REKY.
002236          EXIT.
002237*
002238 CANCELLA-VECCHIA-REKY.
002240
002250          DELETE ARKUTEN RECORD
002260           INVALID KEY CONTINUE
002560          END-IF.
002570
002580          MOVE CHIAVE-PERS        TO CHIAVE-SALVA-REKY(1:15).
002581          MOVE "ARKPERS"          TO ARCHIVIO-UDL-WEB.
002582          MOVE CHIAVE-PERS        TO CHIAVE-UDL-WEB.
002583          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
002584          MOVE "ARKPERS"          TO ARCHIVIO-UDL-WEB.
002585          MOVE CHIAVE-SALVA-REKY(1:15) TO CHIAVE-UDL-WEB.
002586          MOVE NUOVA-REKY         TO CHIAVE-UDL-WEB(1:8).
002587          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
002588          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-PERS-REKY.
002590
002600          MOVE NUOVA-REKY         TO CHIAVE-UTEN-PERS.
002610          PERFORM SCRIVI-PERS     THRU EX-SCRIVI-PERS.
003050          END-IF.
003060
003070          MOVE CHIAVE-PWH         TO CHIAVE-SALVA-REKY(1:12).
003071          MOVE "ARKPWH"           TO ARCHIVIO-UDL-WEB.
003072          MOVE CHIAVE-PWH         TO CHIAVE-UDL-WEB.
003073          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
003074          MOVE "ARKPWH"           TO ARCHIVIO-UDL-WEB.
003075          MOVE CHIAVE-SALVA-REKY(1:12) TO CHIAVE-UDL-WEB.
003076          MOVE NUOVA-REKY         TO CHIAVE-UDL-WEB(1:8).
003077          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
003078          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-PWH-REKY.
003080
003090          MOVE NUOVA-REKY         TO CHIAVE-UTEN-PWH.
003100          PERFORM SCRIVI-PWH      THRU EX-SCRIVI-PWH.
003510           GO TO CICLO-PEN-REKY
003520          END-IF.
003530
003531          MOVE "ARKPEN"           TO ARCHIVIO-UDL-WEB.
003532          MOVE CHIAVE-PEN         TO CHIAVE-UDL-WEB.
003533          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
003534          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-PEN-REKY.
003540          IF UTENTE-OGG-PEN = VECCHIA-REKY
003550           MOVE NUOVA-REKY        TO UTENTE-OGG-PEN
003560          END-IF.
003940           GO TO CICLO-CER-REKY
003950          END-IF.
003960
003961          MOVE "ARKCER"           TO ARCHIVIO-UDL-WEB.
003962          MOVE CHIAVE-CER         TO CHIAVE-UDL-WEB.
003963          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
003964          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-CER-REKY.
003970          MOVE NUOVA-REKY         TO REVISORE-CER.
003980          PERFORM RISCRIVI-CER    THRU EX-RISCRIVI-CER.
003990
004310           GO TO CICLO-JOB-REKY
004320          END-IF.
004330
004331          MOVE "ARKJOB"           TO ARCHIVIO-UDL-WEB.
004332          MOVE CHIAVE-JOB         TO CHIAVE-UDL-WEB.
004333          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
004334          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-JOB-REKY.
004340          MOVE NUOVA-REKY         TO UTENTE-JOB.
004350          PERFORM RISCRIVI-JOB    THRU EX-RISCRIVI-JOB.
004360
004560          MOVE NUOVA-REKY         TO NUOVA-ALI.
004570          ACCEPT DATA-ALI         FROM DATE YYYYMMDD.
004580          MOVE OPERATORE-REKY     TO OPERATORE-ALI.
004581
004582          MOVE "ARKALI"           TO ARCHIVIO-UDL-WEB.
004583          MOVE CHIAVE-ALI         TO CHIAVE-UDL-WEB.
004584          PERFORM IMMAGINE-REKY   THRU EX-IMMAGINE-REKY.
004585          IF ERRORE-UNITA-REKY = "S" GO TO CHIUDI-ALI-REKY.
004590
004600          PERFORM SCRIVI-ALI      THRU EX-SCRIVI-ALI.
004610          IF ESITO-NOK
004620           PERFORM RISCRIVI-ALI   THRU EX-RISCRIVI-ALI
004630          END-IF.
004640
004645 CHIUDI-ALI-REKY.
004650          PERFORM CLOSE-ALI       THRU EX-CLOSE-ALI.
004660
004670 EX-SCRIVI-ALIAS-REKY.
