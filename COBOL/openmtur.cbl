002890          STRING '"CHIUDI":"'     DELIMITED BY SIZE
002900           '<a href=openmtur.exe?MK-KEY=' DELIMITED BY SIZE
002910           SECTION-WEB            DELIMITED BY SIZE
002915           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002920           "&MK-FUNZIONE=chiudi&MK-voce=" DELIMITED BY SIZE
002930           CHIAVE-VIS-MTUR        DELIMITED BY SIZE
002940           '>'                    DELIMITED BY SIZE
