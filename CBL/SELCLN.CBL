000050          ORGANIZATION IS INDEXED
000060          ACCESS MODE  IS DYNAMIC
000070          RECORD KEY   IS CHIAVE-UTEN-CLONE
000071          ALTERNATE RECORD KEY IS NOME-UTEN-CLONE       DUPLICATES
000072          ALTERNATE RECORD KEY IS GRUPPO-UTEN-CLONE     DUPLICATES
000073          ALTERNATE RECORD KEY IS ENTE-UTEN-CLONE       DUPLICATES
000074          ALTERNATE RECORD KEY IS NUM-GRUPPI-UTEN-CLONE DUPLICATES
000080          FILE STATUS  IS STATUS-CLU.
000090*
000100          SELECT ARKTABC ASSIGN TO NOME-CLONE-TAB-WEB
