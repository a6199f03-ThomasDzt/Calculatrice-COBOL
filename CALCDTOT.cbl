           05  FD-LOG-OPERANDE2    PIC X(14).
           05  FD-LOG-SEP5         PIC X(01).
           05  FD-LOG-RESULTAT     PIC X(14).
           05  FD-LOG-SEP6         PIC X(01).
           05  FD-LOG-COMPLEMENT   PIC X(40).
           05  FD-LOG-SEP7         PIC X(01).
           05  FD-LOG-SEQUENCE     PIC X(09).
           05  FD-LOG-SEP8         PIC X(01).
           05  FD-LOG-CONTROLE     PIC X(09).

      *Entrée du maître des totaux journaliers : la clé (date puis
      *code opération) et les cumuls du jour pour cette opération
      *-----------------------
      *Cumul d'une ligne de journal : seules les lignes portant la
      *date traitée et un résultat lisible sont cumulées, les autres
      *sont ignorées sans compter celles des autres jours ni la ligne
      *de report du chaînage écrite par l'apurement (opération RP)

       0910-LOG-CUMUL-START .
           ADD 1 TO WS-CNT-LUES.

           IF FD-LOG-DATE IS NUMERIC
              AND FUNCTION NUMVAL (FD-LOG-DATE) = WS-DATE-TRAITEE
              AND FD-LOG-OPERATION NOT = "RP"
               IF FUNCTION TEST-NUMVAL (FD-LOG-RESULTAT) = 0
                   MOVE FUNCTION UPPER-CASE (FD-LOG-OPERATION)
                           TO WS-LOG-OPER
