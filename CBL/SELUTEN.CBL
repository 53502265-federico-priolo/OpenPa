000028*
000029* SELECT PER IL FILE UTENTI
000030*
000031* CHIAVI ALTERNATE: NOME, GRUPPO PRIMARIO, ENTE PRIMARIO E
000032* NUMERO DI GRUPPI EXTRA (START > 0 SU QUEST'ULTIMA DA' SOLO
000033* GLI UTENTI CHE HANNO GRUPPI AGGIUNTIVI, DA SCORRERE PER LE
000034* APPARTENENZE NON PRIMARIE). UN ARCHIVIO CREATO PRIMA DELLE
000035* CHIAVI ALTERNATE VA RICOSTRUITO CON openureo.exe
000036*
000040          SELECT ARKUTEN ASSIGN TO  FILE-UTEN
000050           ORGANIZATION IS INDEXED
000060           ACCESS MODE  IS DYNAMIC
000070           RECORD KEY   IS CHIAVE-UTEN
000071           ALTERNATE RECORD KEY IS NOME-UTEN       DUPLICATES
000072           ALTERNATE RECORD KEY IS GRUPPO-UTEN     DUPLICATES
000073           ALTERNATE RECORD KEY IS ENTE-UTEN       DUPLICATES
000074           ALTERNATE RECORD KEY IS NUM-GRUPPI-UTEN DUPLICATES
000080           LOCK MODE    IS AUTOMATIC WITH LOCK ON RECORD
000090           FILE STATUS  IS STATUS-UTEN.
000100*
