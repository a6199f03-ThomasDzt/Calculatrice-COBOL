      *quel (il ne disparaît jamais) et le rapport d'ancienneté
      *REJRPT liste les rejets encore en cours au-delà du délai
      *(en jours, carte SYSIN).
      *Un rejet REF (référence R: à une demande rejetée) dépend du
      *rejet de la demande référencée : il est traité avec ce rejet
      *parent et listé sous lui dans REJRPT. Resoumis derrière son
      *parent, il repart en même temps que lui (avec sa propre
      *correction s'il en a une) ; tant que le parent reste en cours
      *ou s'il est abandonné, le dépendant reste en cours.
      *Les demandes refusées par la gestion financière arrivent avec
      *les rejets du jour (motif FIN, écrites par CALCACQ) ; leur
      *enregistrement est reconstitué depuis l'extraction envoyée :
      *pour une expression, un amortissement ou un calcul
      *d'intérêts, seul le code est connu et le texte est à rétablir
      *par une correction.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSUB.
       AUTHOR. ThomasD.
      *Correction : l'identifiant de demande du rejet visé, l'action
      *(O1 premier opérande, OP opération, O2 second opérande, ST
      *directive de stockage, ID identifiant de demande, EX texte
      *d'une variante expression — l'expression d'un rejet EX, les
      *paramètres du prêt d'un rejet AM ou ceux du calcul d'un rejet
      *IN —, AB abandon du rejet) et la
      *nouvelle valeur ; O1, OP et O2 ne s'appliquent qu'au découpage
      *simple
       FD  CORRECTION-FILE.
           05  FILLER             PIC X(01).
           05  WS-TRAIT-EXPR-STOCK PIC X(02).

      *Variante du rejet en cours : les codes EX, AM, IN et TS juste
      *après l'identifiant désignent le découpage expression (texte
      *puis directive en fin d'enregistrement), comme dans Calcul2 ;
      *les corrections d'opérande ou d'opération ne s'y appliquent
      *pas
       01  WS-TRAIT-VARIANTE      PIC X(01).
           88  WS-TRAIT-VAR-EXPR              VALUE "Y".

      *Ligne de travail du rapport d'ancienneté
       01  WS-AGE-LIGNE           PIC X(100).

      *Rejets en attente de correction (rejets du jour et rejets
      *repris encore en cours), relevés par une première lecture des
      *deux fichiers : un rejet parent d'un groupe en fait partie
       01  WS-ATT-MAX             PIC 9(03)   VALUE 500.
       01  WS-ATT-NB              PIC 9(03)   VALUE 0.
       01  WS-ATT-TABLE.
           05  WS-ATT-ID          PIC X(08)   OCCURS 500 TIMES.
       01  WS-ATT-IDX             PIC 9(03)   COMP.

      *Rejets dépendants (motif REF) relevés par la même lecture :
      *date d'entrée, statut, enregistrement CALCIN d'origine, motif,
      *identifiant du rejet parent (blancs si la demande référencée
      *n'est pas un rejet en attente : le dépendant est alors traité
      *seul) et indicateur de traitement (O une fois écrit)
       01  WS-DEP-MAX             PIC 9(03)   VALUE 200.
       01  WS-DEP-NB              PIC 9(03)   VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTREE      OCCURS 200 TIMES.
               10  WS-DEP-DATE        PIC X(08).
               10  WS-DEP-STATUT      PIC X(02).
               10  WS-DEP-ENREG       PIC X(75).
               10  WS-DEP-MOTIF       PIC X(03).
               10  WS-DEP-PARENT      PIC X(08).
               10  WS-DEP-FAIT        PIC X(01).
       01  WS-DEP-IDX             PIC 9(03)   COMP.
       01  WS-DEP-TROUVE          PIC 9(03)   COMP.
       01  WS-DEP-AUTRE           PIC 9(03)   COMP.

      *Recherche des références R: dans un enregistrement dépendant :
      *position de lecture et identifiant référencé
       01  WS-REF-POS             PIC 9(03)   COMP.
       01  WS-REF-ID              PIC X(08).

      *Groupe en cours : identifiant d'origine et statut du rejet
      *parent qui vient d'être traité, statut du parent direct du
      *dépendant examiné, indicateur de progression d'une passe sur
      *la table des dépendants et indicateur d'en-tête de groupe déjà
      *imprimé
       01  WS-GRP-PARENT-ID       PIC X(08).
       01  WS-GRP-STATUT          PIC X(02).
       01  WS-GRP-PARENT-STATUT   PIC X(02).
       01  WS-GRP-PROGRES         PIC X(01).
           88  WS-GRP-PROGRES-OUI             VALUE "Y".
       01  WS-GRP-ENTETE          PIC X(01).
           88  WS-GRP-ENTETE-OUI              VALUE "Y".

      *Rejets traités avec leur groupe
       01  WS-CNT-DEPENDANTS      PIC 9(07)   VALUE 0.

       PROCEDURE DIVISION.

      *Lecture et contrôle du délai d'ancienneté : sans paramètre
       PERFORM 0700-COR-CHARGER-START
       THRU    0700-COR-CHARGER-END.

      *Relevé des rejets en attente et des rejets dépendants, pour
      *traiter chaque groupe avec son rejet parent
       PERFORM 0703-GROUPES-RELEVER-START
       THRU    0703-GROUPES-RELEVER-END.

      *Ouverture des fichiers de rejets et des sorties
       OPEN OUTPUT REJET-APRES-FILE.
       IF WS-APRES-FILE-STATUS NOT = "00"
       PERFORM 0720-JOUR-TRAITER-TOUT-START
       THRU    0720-JOUR-TRAITER-TOUT-END.

      *Dépendants dont le parent n'a pas été rencontré
       PERFORM 0789-DEP-RESTANTS-START
       THRU    0789-DEP-RESTANTS-END.

      *Corrections restées sans rejet correspondant
       PERFORM 0770-COR-ORPHELINES-START
       THRU    0770-COR-ORPHELINES-END.
           EXIT.


      *-----------------------
      *Première lecture des rejets repris puis des rejets du jour :
      *relevé des rejets en attente et des rejets dépendants, puis
      *rattachement de chaque dépendant à son rejet parent ; les deux
      *fichiers sont refermés pour le traitement proprement dit

       0703-GROUPES-RELEVER-START .
           OPEN INPUT REJET-AVANT-FILE.

           IF WS-AVANT-FILE-STATUS = "00"
               PERFORM 0711-AVANT-LIRE-START
               THRU    0711-AVANT-LIRE-END

               PERFORM 0704-AVANT-RELEVER-START
               THRU    0704-AVANT-RELEVER-END
               UNTIL   WS-AVANT-EOF-OUI

               CLOSE REJET-AVANT-FILE
               MOVE "N" TO WS-AVANT-EOF
           END-IF.

           OPEN INPUT REJET-JOUR-FILE.

           IF WS-REJ-FILE-STATUS = "00"
               PERFORM 0721-JOUR-LIRE-START
               THRU    0721-JOUR-LIRE-END

               PERFORM 0705-JOUR-RELEVER-START
               THRU    0705-JOUR-RELEVER-END
               UNTIL   WS-REJ-EOF-OUI

               CLOSE REJET-JOUR-FILE
               MOVE "N" TO WS-REJ-EOF
           END-IF.

           PERFORM 0707-DEP-RATTACHER-START
           THRU    0707-DEP-RATTACHER-END
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL   WS-DEP-IDX > WS-DEP-NB.

       0703-GROUPES-RELEVER-END .
           EXIT.


      *-----------------------
      *Relevé d'un rejet repris : seuls les rejets encore en cours
      *sont en attente

       0704-AVANT-RELEVER-START .
           IF FD-AVANT-STATUT = "EC"
               MOVE FD-AVANT-DATE   TO WS-TRAIT-DATE
               MOVE FD-AVANT-STATUT TO WS-TRAIT-STATUT
               MOVE FD-AVANT-ENREG  TO WS-TRAIT-ENREG
               MOVE FD-AVANT-MOTIF  TO WS-TRAIT-MOTIF
               PERFORM 0706-ATTENTE-RANGER-START
               THRU    0706-ATTENTE-RANGER-END
           END-IF.

           PERFORM 0711-AVANT-LIRE-START
           THRU    0711-AVANT-LIRE-END.

       0704-AVANT-RELEVER-END .
           EXIT.


      *-----------------------
      *Relevé d'un rejet du jour, en attente par définition

       0705-JOUR-RELEVER-START .
           MOVE WS-DATE-JOUR TO WS-TRAIT-DATE.
           MOVE "EC"         TO WS-TRAIT-STATUT.
           MOVE FD-REJ-ENREG TO WS-TRAIT-ENREG.
           MOVE FD-REJ-MOTIF TO WS-TRAIT-MOTIF.

           PERFORM 0706-ATTENTE-RANGER-START
           THRU    0706-ATTENTE-RANGER-END.

           PERFORM 0721-JOUR-LIRE-START
           THRU    0721-JOUR-LIRE-END.

       0705-JOUR-RELEVER-END .
           EXIT.


      *-----------------------
      *Rangement d'un rejet en attente dans la table des attentes,
      *et dans la table des dépendants pour un rejet REF ; une table
      *saturée est signalée, le rejet sera alors traité seul

       0706-ATTENTE-RANGER-START .
           IF WS-ATT-NB >= WS-ATT-MAX
               DISPLAY "Table des rejets en attente saturée, rejet "
                       WS-TRAIT-ID " traité hors groupe"
           ELSE
               ADD 1 TO WS-ATT-NB
               MOVE WS-TRAIT-ID TO WS-ATT-ID (WS-ATT-NB)
           END-IF.

           IF WS-TRAIT-MOTIF = "REF"
               IF WS-DEP-NB >= WS-DEP-MAX
                   DISPLAY "Table des rejets dépendants saturée, "
                           "rejet " WS-TRAIT-ID " traité seul"
               ELSE
                   ADD 1 TO WS-DEP-NB
                   MOVE WS-TRAIT-DATE   TO WS-DEP-DATE (WS-DEP-NB)
                   MOVE WS-TRAIT-STATUT TO WS-DEP-STATUT (WS-DEP-NB)
                   MOVE WS-TRAIT-ENREG  TO WS-DEP-ENREG (WS-DEP-NB)
                   MOVE WS-TRAIT-MOTIF  TO WS-DEP-MOTIF (WS-DEP-NB)
                   MOVE SPACES          TO WS-DEP-PARENT (WS-DEP-NB)
                   MOVE "N"             TO WS-DEP-FAIT (WS-DEP-NB)
               END-IF
           END-IF.

       0706-ATTENTE-RANGER-END .
           EXIT.


      *-----------------------
      *Rattachement d'un dépendant à son rejet parent : la première
      *référence R: de l'enregistrement (derrière l'identifiant) qui
      *désigne un autre rejet en attente donne le parent

       0707-DEP-RATTACHER-START .
           PERFORM 0708-DEP-REFERENCE-START
           THRU    0708-DEP-REFERENCE-END
           VARYING WS-REF-POS FROM 10 BY 1
           UNTIL   WS-REF-POS > 73
           OR      WS-DEP-PARENT (WS-DEP-IDX) NOT = SPACES.

       0707-DEP-RATTACHER-END .
           EXIT.


      *-----------------------
      *Examen d'une position de l'enregistrement dépendant : R: (ou
      *r:) y introduit l'identifiant d'une demande référencée, qui
      *s'arrête au premier blanc, opérateur ou parenthèse

       0708-DEP-REFERENCE-START .
           IF WS-DEP-ENREG (WS-DEP-IDX) (WS-REF-POS:2) = "R:"
              OR WS-DEP-ENREG (WS-DEP-IDX) (WS-REF-POS:2) = "r:"
               MOVE SPACES TO WS-REF-ID
               UNSTRING WS-DEP-ENREG (WS-DEP-IDX) (WS-REF-POS + 2:)
                   DELIMITED BY SPACE OR "+" OR "-" OR "*" OR "/"
                             OR "(" OR ")"
                   INTO WS-REF-ID
               END-UNSTRING

               IF WS-REF-ID NOT = SPACES
                  AND WS-REF-ID NOT = WS-DEP-ENREG (WS-DEP-IDX) (1:8)
                   PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                           UNTIL WS-ATT-IDX > WS-ATT-NB
                       IF WS-ATT-ID (WS-ATT-IDX) = WS-REF-ID
                           MOVE WS-REF-ID
                                   TO WS-DEP-PARENT (WS-DEP-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0708-DEP-REFERENCE-END .
           EXIT.


      *-----------------------
      *Reprise du fichier des rejets en cours de l'exécution
      *précédente (absent au tout premier lancement)
           MOVE FD-AVANT-MOTIF  TO WS-TRAIT-MOTIF.

           IF WS-TRAIT-EN-COURS
               PERFORM 0725-REJET-AIGUILLER-START
               THRU    0725-REJET-AIGUILLER-END
           ELSE
               PERFORM 0750-APRES-ECRITURE-START
               THRU    0750-APRES-ECRITURE-END
           MOVE FD-REJ-ENREG TO WS-TRAIT-ENREG.
           MOVE FD-REJ-MOTIF TO WS-TRAIT-MOTIF.

           PERFORM 0725-REJET-AIGUILLER-START
           THRU    0725-REJET-AIGUILLER-END.

           PERFORM 0721-JOUR-LIRE-START
           THRU    0721-JOUR-LIRE-END.
           EXIT.


      *-----------------------
      *Aiguillage d'un rejet en cours : un dépendant rattaché à un
      *rejet parent est laissé de côté, il sera traité avec son
      *groupe ; tout autre rejet est traité, puis les dépendants dont
      *il est le parent le suivent

       0725-REJET-AIGUILLER-START .
           MOVE 0 TO WS-DEP-TROUVE.

           IF WS-TRAIT-MOTIF = "REF"
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-NB
                       OR WS-DEP-TROUVE > 0
                   IF WS-DEP-ENREG (WS-DEP-IDX) = WS-TRAIT-ENREG
                      AND WS-DEP-PARENT (WS-DEP-IDX) NOT = SPACES
                       MOVE WS-DEP-IDX TO WS-DEP-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-DEP-TROUVE = 0
               MOVE WS-TRAIT-ID TO WS-GRP-PARENT-ID

               PERFORM 0730-REJET-TRAITER-START
               THRU    0730-REJET-TRAITER-END

               MOVE WS-TRAIT-STATUT TO WS-GRP-STATUT
               PERFORM 0785-GROUPE-TRAITER-START
               THRU    0785-GROUPE-TRAITER-END
           END-IF.

       0725-REJET-AIGUILLER-END .
           EXIT.


      *-----------------------
      *Traitement d'un rejet en cours : recherche d'une correction à
      *son identifiant ; sans correction, le rejet est reporté tel
      *quel et son ancienneté est contrôlée

       0730-REJET-TRAITER-START .
           PERFORM 0731-COR-CHERCHER-START
           THRU    0731-COR-CHERCHER-END.

           IF WS-COR-TROUVEE > 0
               PERFORM 0740-CORRIGER-START
           EXIT.


      *-----------------------
      *Recherche d'une correction non encore appliquée à
      *l'identifiant du rejet en cours (rang rendu dans
      *WS-COR-TROUVEE, zéro sans correction)

       0731-COR-CHERCHER-START .
           MOVE 0 TO WS-COR-TROUVEE.

           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-COR-NB
                   OR WS-COR-TROUVEE > 0
               IF WS-COR-ID (WS-COR-IDX) = WS-TRAIT-ID
                  AND WS-COR-APPLIQUEE (WS-COR-IDX) = "N"
                   MOVE WS-COR-IDX TO WS-COR-TROUVEE
               END-IF
           END-PERFORM.

       0731-COR-CHERCHER-END .
           EXIT.


      *-----------------------
      *Application de la correction trouvée : l'abandon solde le rejet
      *sans le resoumettre, toute autre action remplace la zone visée
      *puis l'enregistrement corrigé part sur CALCRES au format CALCIN
      *et le rejet passe au statut RS ; une action inconnue, ou un
      *remplacement d'opérande ou d'opération sur une variante
      *expression (codes EX, AM, IN et TS), laisse le rejet en
      *cours

       0740-CORRIGER-START .
           MOVE "Y" TO WS-COR-APPLIQUEE (WS-COR-TROUVEE).

      *La variante du rejet se lit sur le code placé juste après
      *l'identifiant, comme dans Calcul2 : EX, AM, IN et TS suivent le
      *découpage expression (texte puis directive en fin
      *d'enregistrement), tout autre code le découpage simple

           IF WS-TRAIT-EXPR-CODE = "EX" OR "ex"
              OR WS-TRAIT-EXPR-CODE = "AM" OR "am"
              OR WS-TRAIT-EXPR-CODE = "IN" OR "in"
              OR WS-TRAIT-EXPR-CODE = "TS" OR "ts"
               MOVE "Y" TO WS-TRAIT-VARIANTE
           ELSE
               MOVE "N" TO WS-TRAIT-VARIANTE
                   THRU    0742-RESOUMETTRE-END

      *L'action EX remplace le texte d'une variante expression :
      *l'expression d'un rejet EX, les trois paramètres du prêt
      *d'un rejet AM, les paramètres du calcul d'un rejet IN ou
      *l'expression et les plages d'un rejet TS

               WHEN "EX"
                   IF WS-TRAIT-VAR-EXPR
           EXIT.


      *-----------------------
      *Traitement du groupe du rejet parent qui vient d'être traité :
      *passes successives sur la table des dépendants jusqu'à ce
      *qu'aucun ne reste à traiter, pour suivre aussi les dépendants
      *d'un dépendant

       0785-GROUPE-TRAITER-START .
           MOVE "N" TO WS-GRP-ENTETE.
           MOVE "Y" TO WS-GRP-PROGRES.

           PERFORM 0786-GROUPE-PASSE-START
           THRU    0786-GROUPE-PASSE-END
           UNTIL   NOT WS-GRP-PROGRES-OUI.

       0785-GROUPE-TRAITER-END .
           EXIT.


      *-----------------------
      *Une passe sur la table des dépendants : est traité tout
      *dépendant non encore traité dont le parent est le rejet du
      *groupe ou un dépendant déjà traité

       0786-GROUPE-PASSE-START .
           MOVE "N" TO WS-GRP-PROGRES.

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-NB
               IF WS-DEP-FAIT (WS-DEP-IDX) = "N"
                  AND WS-DEP-PARENT (WS-DEP-IDX) NOT = SPACES
                   MOVE SPACES TO WS-GRP-PARENT-STATUT

                   IF WS-DEP-PARENT (WS-DEP-IDX) = WS-GRP-PARENT-ID
                       MOVE WS-GRP-STATUT TO WS-GRP-PARENT-STATUT
                   ELSE
                       PERFORM VARYING WS-DEP-AUTRE FROM 1 BY 1
                               UNTIL WS-DEP-AUTRE > WS-DEP-NB
                           IF WS-DEP-FAIT (WS-DEP-AUTRE) = "O"
                              AND WS-DEP-ENREG (WS-DEP-AUTRE) (1:8)
                                  = WS-DEP-PARENT (WS-DEP-IDX)
                               MOVE WS-DEP-STATUT (WS-DEP-AUTRE)
                                       TO WS-GRP-PARENT-STATUT
                           END-IF
                       END-PERFORM
                   END-IF

                   IF WS-GRP-PARENT-STATUT NOT = SPACES
                       PERFORM 0787-DEPENDANT-TRAITER-START
                       THRU    0787-DEPENDANT-TRAITER-END
                       MOVE "Y" TO WS-GRP-PROGRES
                   END-IF
               END-IF
           END-PERFORM.

       0786-GROUPE-PASSE-END .
           EXIT.


      *-----------------------
      *Traitement d'un dépendant avec son groupe : parent resoumis,
      *le dépendant repart derrière lui, avec sa propre correction
      *s'il en a une, tel quel sinon ; parent en cours ou abandonné,
      *le dépendant reste en cours et une correction qui lui est
      *destinée est retenue (à refournir avec celle du parent)

       0787-DEPENDANT-TRAITER-START .
           MOVE "O" TO WS-DEP-FAIT (WS-DEP-IDX).
           ADD 1 TO WS-CNT-DEPENDANTS.

           MOVE WS-DEP-DATE (WS-DEP-IDX)   TO WS-TRAIT-DATE.
           MOVE WS-DEP-STATUT (WS-DEP-IDX) TO WS-TRAIT-STATUT.
           MOVE WS-DEP-ENREG (WS-DEP-IDX)  TO WS-TRAIT-ENREG.
           MOVE WS-DEP-MOTIF (WS-DEP-IDX)  TO WS-TRAIT-MOTIF.

           IF NOT WS-GRP-ENTETE-OUI
               SET WS-GRP-ENTETE-OUI TO TRUE
               MOVE SPACES TO WS-AGE-LIGNE
               STRING "Groupe du rejet "   DELIMITED BY SIZE
                      WS-GRP-PARENT-ID     DELIMITED BY SIZE
                      "  statut "          DELIMITED BY SIZE
                      WS-GRP-STATUT        DELIMITED BY SIZE
                      INTO WS-AGE-LIGNE
               PERFORM 0760-AGE-ECRITURE-START
               THRU    0760-AGE-ECRITURE-END
           END-IF.

           PERFORM 0731-COR-CHERCHER-START
           THRU    0731-COR-CHERCHER-END.

           IF WS-GRP-PARENT-STATUT = "RS"
               IF WS-COR-TROUVEE > 0
                   PERFORM 0740-CORRIGER-START
                   THRU    0740-CORRIGER-END
               ELSE
                   PERFORM 0742-RESOUMETTRE-START
                   THRU    0742-RESOUMETTRE-END
               END-IF
           ELSE
               IF WS-COR-TROUVEE > 0
                   MOVE "Y" TO WS-COR-APPLIQUEE (WS-COR-TROUVEE)
                   DISPLAY "Correction du rejet " WS-TRAIT-ID
                           " retenue, rejet parent "
                           WS-DEP-PARENT (WS-DEP-IDX)
                           " non resoumis"
               END-IF
               ADD 1 TO WS-CNT-EN-COURS
               PERFORM 0745-ANCIENNETE-START
               THRU    0745-ANCIENNETE-END
           END-IF.

           MOVE WS-TRAIT-STATUT TO WS-DEP-STATUT (WS-DEP-IDX).

           MOVE SPACES TO WS-AGE-LIGNE.
           STRING "  dépendant "             DELIMITED BY SIZE
                  WS-DEP-ENREG (WS-DEP-IDX) (1:8)
                                             DELIMITED BY SIZE
                  " de "                     DELIMITED BY SIZE
                  WS-DEP-PARENT (WS-DEP-IDX) DELIMITED BY SIZE
                  "  statut "                DELIMITED BY SIZE
                  WS-TRAIT-STATUT            DELIMITED BY SIZE
                  "  entré le "              DELIMITED BY SIZE
                  WS-TRAIT-DATE              DELIMITED BY SIZE
                  INTO WS-AGE-LIGNE.
           PERFORM 0760-AGE-ECRITURE-START
           THRU    0760-AGE-ECRITURE-END.

           PERFORM 0750-APRES-ECRITURE-START
           THRU    0750-APRES-ECRITURE-END.

       0787-DEPENDANT-TRAITER-END .
           EXIT.


      *-----------------------
      *Dépendants dont le rejet parent n'a jamais été traité (chaîne
      *de références circulaire) : chacun est traité seul, pour
      *qu'aucun rejet ne disparaisse

       0789-DEP-RESTANTS-START .
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-NB
               IF WS-DEP-FAIT (WS-DEP-IDX) = "N"
                  AND WS-DEP-PARENT (WS-DEP-IDX) NOT = SPACES
                   MOVE "O" TO WS-DEP-FAIT (WS-DEP-IDX)
                   MOVE WS-DEP-DATE (WS-DEP-IDX)   TO WS-TRAIT-DATE
                   MOVE WS-DEP-STATUT (WS-DEP-IDX) TO WS-TRAIT-STATUT
                   MOVE WS-DEP-ENREG (WS-DEP-IDX)  TO WS-TRAIT-ENREG
                   MOVE WS-DEP-MOTIF (WS-DEP-IDX)  TO WS-TRAIT-MOTIF
                   PERFORM 0730-REJET-TRAITER-START
                   THRU    0730-REJET-TRAITER-END
               END-IF
           END-PERFORM.

       0789-DEP-RESTANTS-END .
           EXIT.


      *-----------------------
      *Totaux de contrôle, sur le rapport et sur SYSOUT

           PERFORM 0760-AGE-ECRITURE-START
           THRU    0760-AGE-ECRITURE-END.

           MOVE SPACES TO WS-AGE-LIGNE.
           STRING "Dont traités avec leur groupe : " DELIMITED BY SIZE
                  WS-CNT-DEPENDANTS                  DELIMITED BY SIZE
                  INTO WS-AGE-LIGNE.
           PERFORM 0760-AGE-ECRITURE-START
           THRU    0760-AGE-ECRITURE-END.

           DISPLAY "CALCRSUB : " WS-CNT-REPRIS " repris, "
                   WS-CNT-JOUR " du jour, "
                   WS-CNT-RESOUMIS " resoumis, "
                   WS-CNT-ABANDONNES " abandonnés, "
                   WS-CNT-EN-COURS " en cours, "
                   WS-CNT-DEPENDANTS " avec leur groupe, "
                   WS-CNT-AGES " au-delà du délai".

       0780-TOTAUX-END .
