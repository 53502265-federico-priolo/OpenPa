001810           STRING '"TERMINA":"'   DELIMITED BY SIZE
001820            '<a href=openmyse.exe?MK-KEY=' DELIMITED BY SIZE
001830            SECTION-WEB           DELIMITED BY SIZE
001835            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001840            "&MK-FUNZIONE=termina&MK-sessione="
001850             DELIMITED BY SIZE
001860            KEY-VIEW(1:20)        DELIMITED BY SIZE
