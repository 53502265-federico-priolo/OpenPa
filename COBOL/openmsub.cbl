001760          STRING '"ELIMINA":"'     DELIMITED BY SIZE
001770           '<a href=openmsub.exe?MK-KEY=' DELIMITED BY SIZE
001780           SECTION-WEB             DELIMITED BY SIZE
001785           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001790           "&MK-FUNZIONE=elimina&MK-codice=" DELIMITED BY SIZE
001800           CODICE-SUB              DELIMITED BY SIZE
001810           '>'                     DELIMITED BY SIZE
