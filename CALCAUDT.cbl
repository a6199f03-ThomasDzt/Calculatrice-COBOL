      *donnent légitimement des résultats voisins). Les écarts sont
      *listés sur le rapport d'exceptions AUDITRPT : un rapport vide
      *prouve l'intégrité du journal.
      *Une ligne d'intérêts (IN) se rejoue sur le complément qu'elle
      *porte (taux, dates, convention, mode) ; le nombre de jours
      *journalisé doit en outre être exactement celui de ses dates.
      *Le chaînage des lignes est vérifié dans le même passage : un
      *numéro d'ordre qui ne suit pas le précédent (ligne supprimée
      *ou insérée), une valeur de contrôle qui ne se recalcule pas à
      *partir de la précédente (ligne modifiée) et un horodatage
      *antérieur à celui de la ligne précédente sont listés sur le
      *rapport. Une ligne de report (RP) écrite par l'apurement
      *ancre la chaîne en tête de journal et doit la prolonger
      *exactement ailleurs, ce qui permet d'auditer les générations
      *d'archive concaténées devant le journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAUDT.
       AUTHOR. ThomasD.
           05  FD-LOG-OPERANDE2    PIC X(14).
           05  FD-LOG-SEP5         PIC X(01).
           05  FD-LOG-RESULTAT     PIC X(14).
           05  FD-LOG-SEP6         PIC X(01).
           05  FD-LOG-COMPLEMENT   PIC X(40).
      *Complément du calcul d'intérêts (opération IN) : taux annuel,
      *dates de début et de fin, convention et mode
           05  FD-LOG-INTERET REDEFINES FD-LOG-COMPLEMENT.
               10  FD-LOG-IN-TAUX      PIC X(11).
               10  FILLER              PIC X(01).
               10  FD-LOG-IN-DEBUT     PIC X(08).
               10  FILLER              PIC X(01).
               10  FD-LOG-IN-FIN       PIC X(08).
               10  FILLER              PIC X(01).
               10  FD-LOG-IN-CONV      PIC X(07).
               10  FILLER              PIC X(01).
               10  FD-LOG-IN-MODE      PIC X(01).
               10  FILLER              PIC X(01).
      *Chaînage de la ligne : numéro d'ordre et valeur de contrôle
           05  FD-LOG-SEP7         PIC X(01).
           05  FD-LOG-SEQUENCE     PIC X(09).
           05  FD-LOG-SEP8         PIC X(01).
           05  FD-LOG-CONTROLE     PIC X(09).
      *Vue de la ligne couverte par la valeur de contrôle
       01  FD-TRANS-LOG-SCELLE.
           05  FD-LOG-CONTENU      PIC X(116).
           05  FILLER              PIC X(10).

      *Ligne du rapport d'exceptions
       FD  AUDIT-REPORT-FILE.
       01  WS-CNT-ECARTS          PIC 9(07)   VALUE 0.
       01  WS-CNT-NON-VERIF       PIC 9(07)   VALUE 0.

      *Totaux du chaînage : numéros d'ordre en rupture, valeurs de
      *contrôle rompues (ligne sans chaînage après le début de la
      *chaîne et report incohérent compris), horodatages antérieurs
      *à la ligne précédente, et lignes de report rencontrées
       01  WS-CNT-SEQUENCES       PIC 9(07)   VALUE 0.
       01  WS-CNT-RUPTURES        PIC 9(07)   VALUE 0.
       01  WS-CNT-DESORDRES       PIC 9(07)   VALUE 0.
       01  WS-CNT-REPORTS         PIC 9(07)   VALUE 0.

      *Chaînage courant : numéro d'ordre et valeur de contrôle de la
      *dernière ligne chaînée, indicateur de chaîne commencée,
      *même calcul de la valeur de contrôle que Calcul2 (cumul modulo
      *un nombre premier voisin du milliard, position dans la ligne)
       01  WS-CHAINE-SEQUENCE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE-CONTROLE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE              PIC X(01)   VALUE "N".
           88  WS-CHAINE-OUI                  VALUE "Y".
       01  WS-CHAINE-CUMUL        PIC 9(12).
       01  WS-CHAINE-MODULE       PIC 9(09)   VALUE 999999937.
       01  WS-CHAINE-IDX          PIC 9(03)   COMP.
       01  WS-CHAINE-ATTENDU      PIC 9(09).

      *Chaînage relu sur la ligne en cours
       01  WS-LIGNE-SEQUENCE      PIC 9(09).
       01  WS-LIGNE-CONTROLE      PIC 9(09).

      *Horodatage (date puis heure) de la ligne en cours et de la
      *ligne précédente, pour détecter les lignes désordonnées
       01  WS-HORODATE            PIC X(16).
       01  WS-HORODATE-PREC       PIC X(16)   VALUE SPACES.

      *Motif d'une anomalie de chaînage et zones d'édition
       01  WS-CHAINE-MOTIF        PIC X(60).
       01  WS-EDIT-SEQ1           PIC Z(08)9(1).
       01  WS-EDIT-SEQ2           PIC Z(08)9(1).

      *Numéro de la ligne de journal en cours, repris sur le rapport
      *d'exceptions pour retrouver la ligne incriminée
       01  WS-NO-LIGNE            PIC 9(07)   VALUE 0.
       01  WS-AUD-RES             PIC S9(10)V999.
       01  WS-AUD-DELTA           PIC S9(10)V999.

      *Rejeu du calcul d'intérêts : mêmes zones et même calcul que
      *Calcul2 (capital au centime, taux, dates vues en année, mois,
      *jour, décompte des jours, base, durée, facteur, intérêts) ;
      *le nombre de jours recalculé est gardé pour être rapproché de
      *celui journalisé en second opérande
       01  WS-INT-CAPITAL         PIC S9(10)V99.
       01  WS-INT-TAUX            PIC S9(03)V9(06).
       01  WS-INT-DEBUT-X.
           05  WS-INT-DEB-AA      PIC 9(04).
           05  WS-INT-DEB-MM      PIC 9(02).
           05  WS-INT-DEB-JJ      PIC 9(02).
       01  WS-INT-DEBUT REDEFINES WS-INT-DEBUT-X
                                  PIC 9(08).
       01  WS-INT-FIN-X.
           05  WS-INT-FIN-AA      PIC 9(04).
           05  WS-INT-FIN-MM      PIC 9(02).
           05  WS-INT-FIN-JJ      PIC 9(02).
       01  WS-INT-FIN REDEFINES WS-INT-FIN-X
                                  PIC 9(08).
       01  WS-INT-CONV            PIC X(07).
           88  WS-INT-CONV-A360               VALUE "ACT/360".
           88  WS-INT-CONV-A365               VALUE "ACT/365".
           88  WS-INT-CONV-30360              VALUE "30/360".
       01  WS-INT-MODE            PIC X(01).
           88  WS-INT-MODE-SIMPLE             VALUE "S".
           88  WS-INT-MODE-COMPOSE            VALUE "C".
       01  WS-INT-JJ1             PIC 9(02).
       01  WS-INT-JJ2             PIC 9(02).
       01  WS-INT-JOURS           PIC 9(07).
       01  WS-INT-BASE            PIC 9(03).
       01  WS-INT-DUREE           PIC 9(05)V9(09).
       01  WS-INT-FACTEUR         PIC S9(09)V9(12).
       01  WS-INT-INTERET         PIC S9(10)V99.
       01  WS-INT-JOURS-CALC      PIC 9(07).
       01  WS-EDIT-JOURS          PIC Z(06)9(1).

      *Issue du recalcul de la ligne en cours
       01  WS-VERIF               PIC X(01).
           88  WS-VERIF-OK                    VALUE "O".
       UNTIL   WS-LOG-EOF-OUI.

      *Totaux de contrôle sur le rapport et sur SYSOUT, et code
      *retour 4 dès qu'un écart ou une anomalie de chaînage a été
      *constaté
       PERFORM 0440-AUDIT-TOTAUX-START
       THRU    0440-AUDIT-TOTAUX-END.

       CLOSE AUDIT-REPORT-FILE.

       IF WS-CNT-ECARTS > 0
          OR WS-CNT-SEQUENCES > 0
          OR WS-CNT-RUPTURES > 0
          OR WS-CNT-DESORDRES > 0
           MOVE 4 TO RETURN-CODE
       END-IF.



      *-----------------------
      *Vérification d'une ligne de journal : contrôle du chaînage,
      *puis extraction des valeurs, recalcul de l'opération et
      *rapprochement à la tolérance près ; une ligne de report ne
      *porte aucun calcul et n'est pas comptée parmi les lignes lues

       0410-LOG-VERIFIER-START .
           ADD 1 TO WS-NO-LIGNE.

           PERFORM 0450-CHAINE-VERIFIER-START
           THRU    0450-CHAINE-VERIFIER-END.

           IF FD-LOG-OPERATION = "RP"
               ADD 1 TO WS-CNT-REPORTS
           ELSE
               ADD 1 TO WS-CNT-LUES

               IF FUNCTION TEST-NUMVAL (FD-LOG-OPERANDE1) NOT = 0
                  OR FUNCTION TEST-NUMVAL (FD-LOG-OPERANDE2) NOT = 0
                  OR FUNCTION TEST-NUMVAL (FD-LOG-RESULTAT) NOT = 0
                   SET WS-VERIF-IMPOSSIBLE TO TRUE
               ELSE
                   COMPUTE WS-OPERANDE1 =
                           FUNCTION NUMVAL (FD-LOG-OPERANDE1)
                   COMPUTE WS-OPERANDE2 =
                           FUNCTION NUMVAL (FD-LOG-OPERANDE2)
                   COMPUTE WS-RESULTAT-LOG =
                           FUNCTION NUMVAL (FD-LOG-RESULTAT)

                   PERFORM 0411-RECALCUL-START
                   THRU    0411-RECALCUL-END
               END-IF

               EVALUATE TRUE

                   WHEN WS-VERIF-OK
                       ADD 1 TO WS-CNT-CONFORMES

                   WHEN WS-VERIF-ECART
                       ADD 1 TO WS-CNT-ECARTS
                       PERFORM 0430-ECART-ECRITURE-START
                       THRU    0430-ECART-ECRITURE-END

                   WHEN OTHER
                       ADD 1 TO WS-CNT-NON-VERIF

               END-EVALUATE
           END-IF.

           PERFORM 0400-LOG-LIRE-START
           THRU    0400-LOG-LIRE-END.
           PERFORM 0412-AUDIT-OPERATION-START
           THRU    0412-AUDIT-OPERATION-END.

           MOVE WS-INT-JOURS TO WS-INT-JOURS-CALC.

      *Rapprochement : l'écart absolu entre le résultat journalisé et
      *le résultat recalculé doit rester sous la tolérance de la
      *ligne, qui tient compte de l'incertitude des opérandes relus
                           SET WS-VERIF-OK TO TRUE
                       END-IF
               END-COMPUTE

      *Une ligne d'intérêts doit aussi porter exactement le nombre
      *de jours que ses dates et sa convention donnent

               IF FD-LOG-OPERATION = "IN"
                  AND WS-INT-JOURS-CALC NOT = WS-OPERANDE2
                   SET WS-VERIF-ECART TO TRUE
               END-IF
           END-IF.

       0411-RECALCUL-END .
                           SET WS-RECALC-OK TO TRUE
                   END-COMPUTE

      *Le calcul d'intérêts se rejoue sur le capital journalisé en
      *premier opérande et sur le complément de la ligne (taux,
      *dates, convention, mode), le second opérande ne portant que
      *le nombre de jours

               WHEN "IN"
                   PERFORM 0415-INTERET-REJEU-START
                   THRU    0415-INTERET-REJEU-END

      *Une table de sensibilité journalise le nombre de cellules en
      *premier opérande et le nombre de cellules en erreur en
      *second : le résultat, nombre de cellules calculées, se rejoue
      *comme une soustraction

               WHEN "TS"
               WHEN "ts"
                   COMPUTE WS-AUD-RES ROUNDED =
                           WS-AUD-OP1 - WS-AUD-OP2
                       ON SIZE ERROR
                           CONTINUE
                       NOT ON SIZE ERROR
                           SET WS-RECALC-OK TO TRUE
                   END-COMPUTE

               WHEN "/ "
                   IF WS-AUD-OP2 NOT = 0
                       COMPUTE WS-AUD-RES ROUNDED =
           EXIT.


      *-----------------------
      *Rejeu d'une ligne d'intérêts, à l'identique du calcul de
      *Calcul2 : un complément illisible (taux non numérique, date
      *invalide, convention ou mode inconnu, fin avant début) laisse
      *la ligne non vérifiable ; le nombre de jours recalculé est
      *rendu dans WS-INT-JOURS, les intérêts dans WS-AUD-RES

       0415-INTERET-REJEU-START .
           MOVE 0 TO WS-INT-JOURS.
           MOVE FD-LOG-IN-DEBUT TO WS-INT-DEBUT-X.
           MOVE FD-LOG-IN-FIN   TO WS-INT-FIN-X.
           MOVE FD-LOG-IN-CONV  TO WS-INT-CONV.
           MOVE FD-LOG-IN-MODE  TO WS-INT-MODE.

           IF FUNCTION TEST-NUMVAL (FD-LOG-IN-TAUX) = 0
              AND WS-INT-DEBUT IS NUMERIC
              AND WS-INT-FIN IS NUMERIC
              AND (WS-INT-CONV-A360 OR WS-INT-CONV-A365
                   OR WS-INT-CONV-30360)
              AND (WS-INT-MODE-SIMPLE OR WS-INT-MODE-COMPOSE)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-INT-DEBUT) = 0
                  AND FUNCTION TEST-DATE-YYYYMMDD (WS-INT-FIN) = 0
                  AND WS-INT-FIN >= WS-INT-DEBUT
                   COMPUTE WS-INT-CAPITAL ROUNDED = WS-AUD-OP1
                   COMPUTE WS-INT-TAUX =
                           FUNCTION NUMVAL (FD-LOG-IN-TAUX)

                   PERFORM 0416-INTERET-CALCUL-START
                   THRU    0416-INTERET-CALCUL-END
               END-IF
           END-IF.

       0415-INTERET-REJEU-END .
           EXIT.


      *-----------------------
      *Décompte des jours (jours réels pour ACT/360 et ACT/365 ; en
      *30/360, le 31 de début ramené au 30, le 31 de fin ramené au
      *30 lorsque le jour de début est lui-même au 30) puis intérêts
      *simples ou composés, arrondis au centime comme dans Calcul2

       0416-INTERET-CALCUL-START .
           IF WS-INT-CONV-30360
               MOVE WS-INT-DEB-JJ TO WS-INT-JJ1
               MOVE WS-INT-FIN-JJ TO WS-INT-JJ2
               IF WS-INT-JJ1 = 31
                   MOVE 30 TO WS-INT-JJ1
               END-IF
               IF WS-INT-JJ2 = 31 AND WS-INT-JJ1 = 30
                   MOVE 30 TO WS-INT-JJ2
               END-IF
               COMPUTE WS-INT-JOURS =
                       (WS-INT-FIN-AA - WS-INT-DEB-AA) * 360
                       + (WS-INT-FIN-MM - WS-INT-DEB-MM) * 30
                       + WS-INT-JJ2 - WS-INT-JJ1
           ELSE
               COMPUTE WS-INT-JOURS =
                       FUNCTION INTEGER-OF-DATE (WS-INT-FIN)
                       - FUNCTION INTEGER-OF-DATE (WS-INT-DEBUT)
           END-IF.

           IF WS-INT-CONV-A365
               MOVE 365 TO WS-INT-BASE
           ELSE
               MOVE 360 TO WS-INT-BASE
           END-IF.

           IF WS-INT-MODE-SIMPLE
               COMPUTE WS-INT-INTERET ROUNDED =
                       WS-INT-CAPITAL * WS-INT-TAUX * WS-INT-JOURS
                       / WS-INT-BASE / 100
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       SET WS-RECALC-OK TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-INT-DUREE ROUNDED =
                       WS-INT-JOURS / WS-INT-BASE
               COMPUTE WS-INT-FACTEUR ROUNDED =
                       (1 + WS-INT-TAUX / 100) ** WS-INT-DUREE
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       COMPUTE WS-INT-INTERET ROUNDED =
                               WS-INT-CAPITAL * (WS-INT-FACTEUR - 1)
                           ON SIZE ERROR
                               CONTINUE
                           NOT ON SIZE ERROR
                               SET WS-RECALC-OK TO TRUE
                       END-COMPUTE
               END-COMPUTE
           END-IF.

           IF WS-RECALC-OK
               MOVE WS-INT-INTERET TO WS-AUD-RES
           END-IF.

       0416-INTERET-CALCUL-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport d'exceptions

           PERFORM 0420-AUDIT-ECRITURE-START
           THRU    0420-AUDIT-ECRITURE-END.

      *Ligne d'intérêts : le nombre de jours que donnent ses dates,
      *à rapprocher de celui journalisé en second opérande

           IF FD-LOG-OPERATION = "IN"
               MOVE WS-INT-JOURS-CALC TO WS-EDIT-JOURS
               MOVE SPACES TO WS-AUDIT-LIGNE
               STRING "  jours recalculés : "     DELIMITED BY SIZE
                      FUNCTION TRIM (WS-EDIT-JOURS)
                                                  DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      FD-LOG-COMPLEMENT           DELIMITED BY SIZE
                      INTO WS-AUDIT-LIGNE
               PERFORM 0420-AUDIT-ECRITURE-START
               THRU    0420-AUDIT-ECRITURE-END
           END-IF.

       0430-ECART-ECRITURE-END .
           EXIT.

           PERFORM 0420-AUDIT-ECRITURE-START
           THRU    0420-AUDIT-ECRITURE-END.

           MOVE SPACES TO WS-AUDIT-LIGNE.
           STRING "Numéros en rupture : " DELIMITED BY SIZE
                  WS-CNT-SEQUENCES      DELIMITED BY SIZE
                  "  Contrôles rompus : " DELIMITED BY SIZE
                  WS-CNT-RUPTURES       DELIMITED BY SIZE
                  "  Désordres : "      DELIMITED BY SIZE
                  WS-CNT-DESORDRES      DELIMITED BY SIZE
                  "  Reports : "        DELIMITED BY SIZE
                  WS-CNT-REPORTS        DELIMITED BY SIZE
                  INTO WS-AUDIT-LIGNE.
           PERFORM 0420-AUDIT-ECRITURE-START
           THRU    0420-AUDIT-ECRITURE-END.

           DISPLAY "CALCAUDT : " WS-CNT-LUES " lues, "
                   WS-CNT-CONFORMES " conformes, "
                   WS-CNT-ECARTS " écarts, "
                   WS-CNT-NON-VERIF " non vérifiables".
           DISPLAY "CALCAUDT : " WS-CNT-SEQUENCES
                   " numéros en rupture, "
                   WS-CNT-RUPTURES " contrôles rompus, "
                   WS-CNT-DESORDRES " désordres, "
                   WS-CNT-REPORTS " reports".

       0440-AUDIT-TOTAUX-END .
           EXIT.


      *-----------------------
      *Contrôle du chaînage de la ligne en cours. Une ligne de report
      *ancre la chaîne quand elle n'est pas commencée et doit sinon la
      *prolonger à l'identique. Une ligne chaînée doit porter le
      *numéro d'ordre suivant et une valeur de contrôle qui se
      *recalcule à partir de celle de la ligne précédente ; après
      *une anomalie la chaîne repart de la ligne, pour que chaque
      *anomalie ne soit signalée qu'une fois. Une ligne sans chaînage
      *n'est admise qu'avant le début de la chaîne (journal antérieur
      *au chaînage). L'horodatage ne doit jamais reculer, les lignes de
      *report, datées de l'apurement, mises à part

       0450-CHAINE-VERIFIER-START .
           IF FD-LOG-SEQUENCE IS NUMERIC
              AND FD-LOG-CONTROLE IS NUMERIC
               MOVE FD-LOG-SEQUENCE TO WS-LIGNE-SEQUENCE
               MOVE FD-LOG-CONTROLE TO WS-LIGNE-CONTROLE

               IF FD-LOG-OPERATION = "RP"
                   IF WS-CHAINE-OUI
                      AND (WS-LIGNE-SEQUENCE NOT = WS-CHAINE-SEQUENCE
                       OR WS-LIGNE-CONTROLE NOT = WS-CHAINE-CONTROLE)
                       ADD 1 TO WS-CNT-RUPTURES
                       MOVE "report incohérent avec la chaîne"
                               TO WS-CHAINE-MOTIF
                       PERFORM 0455-CHAINE-ANOMALIE-START
                       THRU    0455-CHAINE-ANOMALIE-END
                   END-IF
               ELSE
                   COMPUTE WS-CHAINE-ATTENDU = WS-CHAINE-SEQUENCE + 1
                   IF WS-LIGNE-SEQUENCE NOT = WS-CHAINE-ATTENDU
                       ADD 1 TO WS-CNT-SEQUENCES
                       MOVE WS-CHAINE-ATTENDU TO WS-EDIT-SEQ1
                       MOVE WS-LIGNE-SEQUENCE TO WS-EDIT-SEQ2
                       MOVE SPACES TO WS-CHAINE-MOTIF
                       STRING "numéro d'ordre attendu "
                                                  DELIMITED BY SIZE
                              FUNCTION TRIM (WS-EDIT-SEQ1)
                                                  DELIMITED BY SIZE
                              ", lu "             DELIMITED BY SIZE
                              FUNCTION TRIM (WS-EDIT-SEQ2)
                                                  DELIMITED BY SIZE
                              INTO WS-CHAINE-MOTIF
                       PERFORM 0455-CHAINE-ANOMALIE-START
                       THRU    0455-CHAINE-ANOMALIE-END
                   END-IF

                   PERFORM 0451-CHAINE-CALCUL-START
                   THRU    0451-CHAINE-CALCUL-END

                   IF WS-CHAINE-CUMUL NOT = WS-LIGNE-CONTROLE
                       ADD 1 TO WS-CNT-RUPTURES
                       MOVE "valeur de contrôle rompue"
                               TO WS-CHAINE-MOTIF
                       PERFORM 0455-CHAINE-ANOMALIE-START
                       THRU    0455-CHAINE-ANOMALIE-END
                   END-IF
               END-IF

               MOVE WS-LIGNE-SEQUENCE TO WS-CHAINE-SEQUENCE
               MOVE WS-LIGNE-CONTROLE TO WS-CHAINE-CONTROLE
               SET WS-CHAINE-OUI TO TRUE
           ELSE
               IF WS-CHAINE-OUI
                   ADD 1 TO WS-CNT-RUPTURES
                   MOVE "ligne sans chaînage dans la chaîne"
                           TO WS-CHAINE-MOTIF
                   PERFORM 0455-CHAINE-ANOMALIE-START
                   THRU    0455-CHAINE-ANOMALIE-END
               END-IF
           END-IF.

           IF FD-LOG-OPERATION NOT = "RP"
              AND FD-LOG-DATE IS NUMERIC
              AND FD-LOG-TIME IS NUMERIC
               MOVE SPACES TO WS-HORODATE
               STRING FD-LOG-DATE DELIMITED BY SIZE
                      FD-LOG-TIME DELIMITED BY SIZE
                      INTO WS-HORODATE

               IF WS-HORODATE-PREC NOT = SPACES
                  AND WS-HORODATE < WS-HORODATE-PREC
                   ADD 1 TO WS-CNT-DESORDRES
                   MOVE SPACES TO WS-CHAINE-MOTIF
                   STRING "recul d'horodatage, précédente "
                                                  DELIMITED BY SIZE
                          WS-HORODATE-PREC (1:8)  DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-HORODATE-PREC (9:8)  DELIMITED BY SIZE
                          INTO WS-CHAINE-MOTIF
                   PERFORM 0455-CHAINE-ANOMALIE-START
                   THRU    0455-CHAINE-ANOMALIE-END
               END-IF

               MOVE WS-HORODATE TO WS-HORODATE-PREC
           END-IF.

       0450-CHAINE-VERIFIER-END .
           EXIT.


      *-----------------------
      *Recalcul de la valeur de contrôle de la ligne en cours à partir
      *de celle de la ligne chaînée précédente, rendue dans
      *WS-CHAINE-CUMUL (même calcul que Calcul2)

       0451-CHAINE-CALCUL-START .
           MOVE WS-CHAINE-CONTROLE TO WS-CHAINE-CUMUL.

           PERFORM VARYING WS-CHAINE-IDX FROM 1 BY 1
                   UNTIL WS-CHAINE-IDX > 116
               COMPUTE WS-CHAINE-CUMUL = FUNCTION MOD (
                       WS-CHAINE-CUMUL * 257 + FUNCTION ORD (
                       FD-LOG-CONTENU (WS-CHAINE-IDX:1)),
                       WS-CHAINE-MODULE)
           END-PERFORM.

       0451-CHAINE-CALCUL-END .
           EXIT.


      *-----------------------
      *Mise en forme d'une anomalie de chaînage : la ligne de journal
      *incriminée, son horodatage, son opération et le motif

       0455-CHAINE-ANOMALIE-START .
           MOVE SPACES TO WS-AUDIT-LIGNE.
           STRING "Ligne "                        DELIMITED BY SIZE
                  WS-NO-LIGNE                     DELIMITED BY SIZE
                  " : "                           DELIMITED BY SIZE
                  FD-LOG-DATE                     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FD-LOG-TIME                     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FD-LOG-OPERATION                DELIMITED BY SIZE
                  " chaînage : "                  DELIMITED BY SIZE
                  WS-CHAINE-MOTIF                 DELIMITED BY SIZE
                  INTO WS-AUDIT-LIGNE.
           PERFORM 0420-AUDIT-ECRITURE-START
           THRU    0420-AUDIT-ECRITURE-END.

       0455-CHAINE-ANOMALIE-END .
           EXIT.
