000280* POSIZIONE 47. CORRE COME PASSO "BIEX" DEL GIRO NOTTURNO.
000290* I CAMPI SENSIBILI A DIZIONARIO NON ESCONO IN CHIARO.
000300*
000302* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000304* OPENBIEX.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000306* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000308*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBIEX.
000330 ENVIRONMENT      DIVISION.
000430          COPY "SELJOB.CBL".
000440          COPY "SELDATO.CBL".
000450          COPY "SELCSV.CBL".
000455          COPY "SELTOT.CBL".
000460
000470 DATA             DIVISION.
000480 FILE SECTION.
000540          COPY "FDEJOB.CBL".
000550          COPY "FDEDATO.CBL".
000560          COPY "FDECSV.CBL".
000565          COPY "FDETOT.CBL".
000570
000580 WORKING-STORAGE  SECTION.
000590
000680 01 RIGHE-TAB-BIEX            PIC 9(7).
000690 01 RIGHE-USO-BIEX            PIC 9(7).
000700 01 RIGHE-JOB-BIEX            PIC 9(7).
000705 01 LETTI-BIEX                PIC 9(9).
000710*
000720 PROCEDURE  DIVISION.
000730*
001140           RIGHE-UTEN-BIEX " PERMESSI " RIGHE-ABI-BIEX
001150           " TABELLE " RIGHE-TAB-BIEX.
001160
001161          COMPUTE LETTI-BIEX = RIGHE-UTEN-BIEX + RIGHE-ABI-BIEX
001162           + RIGHE-TAB-BIEX + RIGHE-USO-BIEX + RIGHE-JOB-BIEX.
001163
001164***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
001165
001166          MOVE "OPENBIEX"            TO PROGRAMMA-TOT-WEB.
001167          MOVE LETTI-BIEX            TO LETTI-TOT-WEB.
001168          MOVE LETTI-BIEX            TO SCRITTI-TOT-WEB.
001169          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
001170          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
001171          MOVE ZEROS                 TO SCARTATI-TOT-WEB.
001172          MOVE "C"                   TO EQUAZIONE-TOT-WEB.
001173          PERFORM CONSEGNA-TOTALI-TOT
001174           THRU EX-CONSEGNA-TOTALI-TOT.
001175
001176          MOVE ZERO               TO RETURN-CODE.
001180
001190          GOBACK.
001200*
001250          COPY "PIOJOB.CBL".
001260          COPY "PIODATO.CBL".
001270          COPY "PIOCSV.CBL".
001275          COPY "PIOTOT.CBL".
001280*
001290***** UTENTI: CAMPI ANAGRAFICI E DI STATO, MAI LE CREDENZIALI
001300***** (RESET E TOTP SONO SENSIBILI A DIZIONARIO)
