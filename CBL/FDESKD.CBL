000233    05 ORA-A-SKD               PIC 9(04).
000234    05 GIORNI-SETT-SKD         PIC X(07).
000235    05 ULTIMA-MATERIA-ORA-SKD  PIC 9(06).
000236*     ENTE DEL PIANO: I GIORNI FESTIVI SONO QUELLI DEL CALENDARIO
000237*     "CL" DELL'ENTE, O DELL'ENTE 00 SE L'ENTE NON NE HA UNO
000238*     PROPRIO (VERIFICA-FESTIVO-TAB). NON NUMERICO = ENTE 00
000239    05 ENTE-SKD                PIC 99.
000240    05 FILLER                  PIC X(06).
