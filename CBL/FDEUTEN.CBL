000184*     ALLA SCADENZA DALLA SPAZZATA openpcmx.exe
000185   02 FORZA-CAMBIO-UTEN         PIC X(01).
000186      88 CAMBIO-FORZATO         VALUE "S".
000187*     PERSONA FISICA TITOLARE DELL'UTENZA: NUMERO-FIS DELLA
000188*     SCHEDA ARKFIS (CODICE FISCALE, openmfis.exe). PIU' UTENZE
000189*     DELLA STESSA PERSONA PUNTANO ALLA STESSA SCHEDA; ZERO O
000190*     NON NUMERICO (RECORD PRECEDENTI) = UTENZA NON COLLEGATA
000191   02 PERSONA-UTEN              PIC 9(08).
000192*     NATURA DELL'UTENZA: SPAZIO, "P" O LOW-VALUE = PERSONA, COME
000193*     PRIMA DI QUESTO CAMPO; "F" FUNZIONALE CONDIVISA, "S" DI
000194*     SERVIZIO/API, "B" IDENTITA' BATCH, "T" SONDA SINTETICA. LE
000195*     NON PERSONALI HANNO LA SCHEDA SU ARKSVC (openmsvc.exe) E LE
000196*     REGOLE DI DORMIENZA, DIRECTORY, PASSWORD E LOGIN DEL LORO
000197*     TIPO (SERVIZIO OPENSVCW, TABELLA "ST")
000198   02 TIPO-UTEN                 PIC X(01).
000199      88 UTENZA-PERSONA         VALUE "P" " " LOW-VALUE.
000200      88 UTENZA-BATCH           VALUE "B".
