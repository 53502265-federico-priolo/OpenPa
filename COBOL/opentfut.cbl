001600          STRING '"ANNULLA":"'     DELIMITED BY SIZE
001610           '<a href=opentfut.exe?MK-KEY=' DELIMITED BY SIZE
001620           SECTION-WEB             DELIMITED BY SIZE
001625           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001630           "&MK-FUNZIONE=elimina&MK-tipo=" DELIMITED BY SIZE
001640           TIPO-TFU                DELIMITED BY SIZE
001650           "&MK-ente="             DELIMITED BY SIZE
