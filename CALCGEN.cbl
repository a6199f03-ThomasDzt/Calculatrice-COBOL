      *jour associé à la fréquence, puis le corps de l'enregistrement
      *CALCIN à produire, tel qu'il suit l'identifiant de demande
      *(opérande opération opérande directive, ou EX expression
      *directive). Un calcul en deux temps s'écrit sur deux
      *définitions consécutives : dans le corps de la seconde, R:*
      *désigne le résultat de la demande générée pour la définition
      *précédente ; il est remplacé par R: suivi de l'identifiant
      *attribué à celle-ci, et doit donc être suivi d'au moins sept
      *blancs pour lui laisser la place
       FD  PLAN-FILE.
       01  FD-PLAN-REC.
           05  FD-PLAN-FREQ        PIC X(02).
           05  WS-GEN-ID-JJ       PIC 9(02).
           05  WS-GEN-ID-SEQ      PIC 9(03).

      *Identifiant attribué à la définition précédente (blancs si
      *elle n'a pas été générée aujourd'hui), corps de la définition
      *en cours après remplacement des références R:*, position de la
      *référence trouvée et état du remplacement (C en cours, F
      *terminé, E référence impossible à remplacer)
       01  WS-GEN-PREC-ID         PIC X(08)   VALUE SPACES.
       01  WS-GEN-CORPS           PIC X(66).
       01  WS-GEN-POS             PIC 9(03).
       01  WS-GEN-REF-ETAT        PIC X(01).
           88  WS-GEN-REF-FINI                VALUE "F".
           88  WS-GEN-REF-ERREUR              VALUE "E".

      *Compteurs de contrôle : définitions lues, retenues pour le
      *jour, écrites, et définitions invalides ignorées
       01  WS-CNT-LUES            PIC 9(05)   VALUE 0.
           IF WS-PLAN-DU-OUI
               PERFORM 0530-GEN-ECRITURE-START
               THRU    0530-GEN-ECRITURE-END
           ELSE
               MOVE SPACES TO WS-GEN-PREC-ID
           END-IF.

           PERFORM 0500-PLAN-LIRE-START
      *-----------------------
      *Ecriture de l'enregistrement CALCIN d'une définition due :
      *l'identifiant de demande attribué (G + mois + jour + séquence
      *dans la journée) suivi du corps repris de la définition, les
      *références R:* remplacées ; une référence impossible à
      *remplacer fait ignorer la définition

       0530-GEN-ECRITURE-START .
           MOVE FD-PLAN-CORPS TO WS-GEN-CORPS.
           MOVE "C" TO WS-GEN-REF-ETAT.

           PERFORM 0540-GEN-REFERENCE-START
           THRU    0540-GEN-REFERENCE-END
           UNTIL   WS-GEN-REF-FINI OR WS-GEN-REF-ERREUR.

           IF WS-GEN-REF-ERREUR
               ADD 1 TO WS-CNT-INVALIDES
               MOVE SPACES TO WS-GEN-PREC-ID
           ELSE
               ADD 1 TO WS-CNT-RETENUES
               ADD 1 TO WS-GEN-ID-SEQ

               MOVE SPACES        TO FD-GEN-REC
               MOVE WS-GEN-ID     TO FD-GEN-ID
               MOVE SPACE         TO FD-GEN-SEP
               MOVE WS-GEN-CORPS  TO FD-GEN-CORPS

               WRITE FD-GEN-REC

               MOVE WS-GEN-ID     TO WS-GEN-PREC-ID
           END-IF.

       0530-GEN-ECRITURE-END .
           EXIT.


      *-----------------------
      *Remplacement de la première référence R:* restante du corps
      *par R: suivi de l'identifiant de la demande générée pour la
      *définition précédente ; sans demande précédente générée
      *aujourd'hui, ou sans sept blancs derrière R:* pour loger
      *l'identifiant, la référence est impossible à remplacer

       0540-GEN-REFERENCE-START .
           MOVE 0 TO WS-GEN-POS.
           INSPECT WS-GEN-CORPS TALLYING WS-GEN-POS
                   FOR CHARACTERS BEFORE INITIAL "R:*".

           IF WS-GEN-POS >= 66
               MOVE "F" TO WS-GEN-REF-ETAT
           ELSE
               ADD 1 TO WS-GEN-POS

               EVALUATE TRUE

                   WHEN WS-GEN-PREC-ID = SPACES
                       MOVE "E" TO WS-GEN-REF-ETAT
                       DISPLAY "Définition CALCPLAN invalide, R:* "
                               "sans demande précédente générée : "
                               FD-PLAN-CORPS (1:30)

                   WHEN WS-GEN-POS > 57
                       MOVE "E" TO WS-GEN-REF-ETAT
                       DISPLAY "Définition CALCPLAN invalide, pas de "
                               "place derrière R:* : "
                               FD-PLAN-CORPS (1:30)

                   WHEN WS-GEN-CORPS (WS-GEN-POS + 3:7) NOT = SPACES
                       MOVE "E" TO WS-GEN-REF-ETAT
                       DISPLAY "Définition CALCPLAN invalide, pas de "
                               "place derrière R:* : "
                               FD-PLAN-CORPS (1:30)

                   WHEN OTHER
                       MOVE WS-GEN-PREC-ID
                               TO WS-GEN-CORPS (WS-GEN-POS + 2:8)

               END-EVALUATE
           END-IF.

       0540-GEN-REFERENCE-END .
           EXIT.
