001760          STRING '"ELIMINA":"'     DELIMITED BY SIZE
001770           '<a href=openmmsg.exe?MK-KEY=' DELIMITED BY SIZE
001780           SECTION-WEB             DELIMITED BY SIZE
001785           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001790           "&MK-FUNZIONE=elimina&MK-codice=" DELIMITED BY SIZE
001800           CODICE-MSG              DELIMITED BY SIZE
001802           "&MK-lingua="           DELIMITED BY SIZE
