001606           '">Le mie sessioni</a>' DELIMITED BY SIZE
001607           INTO STRINGA-VIEW.
001608          MOVE "MIESESSIONI"      TO NOME-VIEW.
001616          MOVE "S"                TO MARKUP-WEB.
001624          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001632
001640          MOVE "TEMPLATE/PROFILO.HTM" TO PAGE-WEB.
001650          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001660
