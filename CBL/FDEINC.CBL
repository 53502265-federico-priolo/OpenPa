000160   02 STATO-INC                 PIC X(01).
000170      88 INC-APERTO             VALUE "A" " ".
000180      88 INC-CHIUSO             VALUE "C".
000182*     PROBLEMA (ARKPRB) A CUI OPENBPRB HA RICONDOTTO L'INCIDENTE;
000184*     ZERO O NON NUMERICO = NON ANCORA RAGGRUPPATO
000186   02 PROBLEMA-INC              PIC 9(08).
000190   02 FILLER                    PIC X(05).
