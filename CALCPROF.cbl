      *Entretien du fichier des profils opérateurs CALCOPER, hors de
      *toute session de la calculatrice : les cartes du fichier de
      *pilotage PROFCTL ajoutent un opérateur (AJ), changent son
      *autorisation du mode batch (BA), son masque de registres de
      *stockage M1 à M9 (RG), sa grandeur maximale d'opérande (MX),
      *son droit de libération (VA), le suspendent (SU) ou le
      *réactivent (RA), ou listent les profils (LI). Chaque carte est
      *contrôlée avant d'être appliquée ; une carte refusée ne
      *touche à rien, et une grandeur illisible ne peut plus arrêter
      *la chaîne de nuit comme le faisait une saisie à la main. Le
      *responsable désigné par le paramètre du job (PARM='SECU01') ne
      *peut modifier son propre profil. Chaque modification est écrite
      *sur l'historique des profils (qui, quand, champ, avant, après) ;
      *le rapport PROFRPT liste les cartes et présente la revue des
      *accès (profils actifs et leurs droits) à viser par le
      *responsable de la sécurité. CALCOPER est relu sur OPRAVANT et
      *réécrit sur OPRAPRES, comme CALCLIB pour CALCLIBR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPROF.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier des profils issu du dernier entretien
           SELECT OPER-AVANT-FILE ASSIGN TO "OPRAVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRAV-FILE-STATUS.

      *Fichier des profils réécrit par cette exécution
           SELECT OPER-APRES-FILE ASSIGN TO "OPRAPRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRAP-FILE-STATUS.

      *Cartes de pilotage : une commande par carte
           SELECT CONTROLE-FILE ASSIGN TO "PROFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Modifications du jour, ajoutées ensuite à l'historique
      *permanent des profils
           SELECT HISTO-FILE ASSIGN TO "PROFJOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

      *Rapport des cartes et revue des accès
           SELECT PROF-REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Même découpage que l'enregistrement lu par Calcul2 et
      *CALCLIBR : identifiant, mode batch (O autorisé), masque des
      *registres M1 à M9 (O permis), grandeur maximale d'opérande,
      *droit de libération (O autorisé, N ou blanc refusé) et statut
      *du profil (S suspendu, A ou blanc actif)
       FD  OPER-AVANT-FILE.
       01  FD-OPRAV-REC.
           05  FD-OPER-ID          PIC X(08).
           05  FD-OPER-SEP1        PIC X(01).
           05  FD-OPER-BATCH       PIC X(01).
           05  FD-OPER-SEP2        PIC X(01).
           05  FD-OPER-REGISTRES   PIC X(09).
           05  FD-OPER-SEP3        PIC X(01).
           05  FD-OPER-MAXI        PIC X(14).
           05  FD-OPER-SEP4        PIC X(01).
           05  FD-OPER-VALIDEUR    PIC X(01).
           05  FD-OPER-SEP5        PIC X(01).
           05  FD-OPER-STATUT      PIC X(01).

       FD  OPER-APRES-FILE.
       01  FD-OPRAP-REC            PIC X(39).

      *Carte de pilotage : AJ ident batch masque grandeur [valideur],
      *BA ident O|N, RG ident masque, MX ident grandeur, VA ident
      *O|N, SU ident, RA ident, LI
       FD  CONTROLE-FILE.
       01  FD-CTL-REC              PIC X(80).

      *Ligne d'historique : date et heure de l'exécution, responsable
      *de la modification, opérateur modifié, carte, champ, valeur
      *avant et valeur après
       FD  HISTO-FILE.
       01  FD-HIST-REC.
           05  FD-HIST-DATE        PIC 9(08).
           05  FD-HIST-SEP1        PIC X(01).
           05  FD-HIST-HEURE       PIC 9(08).
           05  FD-HIST-SEP2        PIC X(01).
           05  FD-HIST-AUTEUR      PIC X(08).
           05  FD-HIST-SEP3        PIC X(01).
           05  FD-HIST-OPER        PIC X(08).
           05  FD-HIST-SEP4        PIC X(01).
           05  FD-HIST-VERBE       PIC X(02).
           05  FD-HIST-SEP5        PIC X(01).
           05  FD-HIST-CHAMP       PIC X(09).
           05  FD-HIST-SEP6        PIC X(01).
           05  FD-HIST-AVANT       PIC X(14).
           05  FD-HIST-SEP7        PIC X(01).
           05  FD-HIST-APRES       PIC X(14).
           05  FILLER              PIC X(02).

      *Ligne du rapport
       FD  PROF-REPORT-FILE.
       01  FD-RPT-REC              PIC X(100).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-OPRAV-FILE-STATUS   PIC X(02).
       01  WS-OPRAP-FILE-STATUS   PIC X(02).
       01  WS-CTL-FILE-STATUS     PIC X(02).
       01  WS-HIST-FILE-STATUS    PIC X(02).
       01  WS-RPT-FILE-STATUS     PIC X(02).

      *Fins de fichier
       01  WS-OPRAV-EOF           PIC X(01)   VALUE "N".
           88  WS-OPRAV-EOF-OUI               VALUE "Y".
       01  WS-CTL-EOF             PIC X(01)   VALUE "N".
           88  WS-CTL-EOF-OUI                 VALUE "Y".

      *Paramètre de lancement : l'identifiant du responsable qui
      *soumet l'entretien (PARM='SECU01' côté JCL)
       01  WS-CMD-PARM            PIC X(08).
       01  WS-AUTEUR-ID           PIC X(08).

      *Date et heure de l'exécution, portées par chaque ligne
      *d'historique
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE               PIC 9(08).

      *Table des profils chargés depuis CALCOPER, mise à jour par les
      *cartes puis réécrite dans le même ordre (les profils ajoutés
      *à la suite)
       01  WS-OPR-MAX             PIC 9(03)   VALUE 200.
       01  WS-OPR-NB              PIC 9(03)   VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTREE      OCCURS 200 TIMES.
               10  WS-OPR-ID          PIC X(08).
               10  WS-OPR-BATCH       PIC X(01).
               10  WS-OPR-REGISTRES   PIC X(09).
               10  WS-OPR-MAXI        PIC X(14).
               10  WS-OPR-VALIDEUR    PIC X(01).
               10  WS-OPR-STATUT      PIC X(01).
       01  WS-OPR-IDX             PIC 9(03)   COMP.
       01  WS-OPR-IDX2            PIC 9(03)   COMP.

      *Profil en cours de réécriture sur OPRAPRES, même découpage
      *que FD-OPRAV-REC ; le fichier chargé est déjà fermé à ce
      *moment
       01  WS-OPER-REC.
           05  WS-OPER-ID             PIC X(08).
           05  WS-OPER-SEP1           PIC X(01).
           05  WS-OPER-BATCH          PIC X(01).
           05  WS-OPER-SEP2           PIC X(01).
           05  WS-OPER-REGISTRES      PIC X(09).
           05  WS-OPER-SEP3           PIC X(01).
           05  WS-OPER-MAXI           PIC X(14).
           05  WS-OPER-SEP4           PIC X(01).
           05  WS-OPER-VALIDEUR       PIC X(01).
           05  WS-OPER-SEP5           PIC X(01).
           05  WS-OPER-STATUT         PIC X(01).

      *Profil visé par la carte en cours (zéro quand il est inconnu)
       01  WS-OPR-CIBLE           PIC 9(03)   VALUE 0.

      *Découpage de la carte en cours : le verbe, l'identifiant de
      *l'opérateur et jusqu'à quatre valeurs, séparés par des blancs
      *; la zone de reste décèle une carte trop longue et les zones
      *sont d'un caractère plus larges que leur contenu pour déceler
      *une valeur trop longue
       01  WS-CTL-VERBE           PIC X(02).
       01  WS-CTL-IDENT           PIC X(09).
       01  WS-CTL-ZONE1           PIC X(15).
       01  WS-CTL-ZONE2           PIC X(15).
       01  WS-CTL-ZONE3           PIC X(15).
       01  WS-CTL-ZONE4           PIC X(15).
       01  WS-CTL-RESTE           PIC X(20).
       01  WS-CTL-MOTIF           PIC X(50).
       01  WS-CTL-IMAGE           PIC X(50).

      *Contrôle d'un masque de registres : neuf caractères O ou N
       01  WS-MASQUE              PIC X(15).
       01  WS-MASQUE-IDX          PIC 9(02)   COMP.
       01  WS-MASQUE-OK           PIC X(01).
           88  WS-MASQUE-OK-OUI               VALUE "Y".

      *Contrôle d'une grandeur maximale : valeur entière strictement
      *positive, réécrite au format du fichier (signe et treize
      *chiffres)
       01  WS-MAXI-SAISIE         PIC X(15).
       01  WS-MAXI-VALEUR         PIC S9(13)V999.
       01  WS-MAXI-ENTIER         PIC S9(13).
       01  WS-MAXI-EDIT           PIC +9(13).
       01  WS-MAXI-OK             PIC X(01).
           88  WS-MAXI-OK-OUI                 VALUE "Y".

      *Zones d'une ligne d'historique en préparation
       01  WS-HIST-CHAMP          PIC X(09).
       01  WS-HIST-AVANT          PIC X(14).
       01  WS-HIST-APRES          PIC X(14).

      *Zones de la revue des accès : registres permis vus comme leurs
      *numéros (un point pour un registre refusé), grandeur éditée
       01  WS-REVUE-REG           PIC X(09).
       01  WS-REVUE-NO            PIC 9(01).
       01  WS-REVUE-MAXI          PIC 9(10)V999.
       01  WS-REVUE-EDIT          PIC Z(09)9(1).
       01  WS-REVUE-GRANDEUR      PIC X(14).
       01  WS-REVUE-VALIDEUR      PIC X(01).
       01  WS-REVUE-STATUT        PIC X(08).

      *Compteurs de contrôle : cartes lues et refusées, champs
      *modifiés, profils ajoutés, anomalies du fichier chargé,
      *profils actifs et suspendus de la revue
       01  WS-CNT-CARTES          PIC 9(05)   VALUE 0.
       01  WS-CNT-CARTES-REF      PIC 9(05)   VALUE 0.
       01  WS-CNT-MODIFS          PIC 9(05)   VALUE 0.
       01  WS-CNT-AJOUTS          PIC 9(05)   VALUE 0.
       01  WS-CNT-ANOMALIES       PIC 9(05)   VALUE 0.
       01  WS-CNT-ACTIFS          PIC 9(05)   VALUE 0.
       01  WS-CNT-SUSPENDUS       PIC 9(05)   VALUE 0.

      *Ligne de travail du rapport
       01  WS-RPT-LIGNE           PIC X(100).

       PROCEDURE DIVISION.

      *Identification du responsable de l'entretien : sans
      *identifiant le job s'arrête sans rien modifier
       ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
       MOVE FUNCTION UPPER-CASE (WS-CMD-PARM) TO WS-AUTEUR-ID.

       IF WS-AUTEUR-ID = SPACES
           DISPLAY "Erreur, identifiant du responsable absent"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE FROM TIME.

      *Ouverture du rapport
       OPEN OUTPUT PROF-REPORT-FILE.
       IF WS-RPT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de PROFRPT, code "
                   WS-RPT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Entretien des profils opérateurs----------"
               TO WS-RPT-LIGNE.
       PERFORM 1595-RPT-ECRITURE-START
       THRU    1595-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       STRING "Responsable : "  DELIMITED BY SIZE
              WS-AUTEUR-ID       DELIMITED BY SIZE
              "  Exécution : "   DELIMITED BY SIZE
              WS-DATE-JOUR       DELIMITED BY SIZE
              " "                DELIMITED BY SIZE
              WS-HEURE           DELIMITED BY SIZE
              INTO WS-RPT-LIGNE.
       PERFORM 1595-RPT-ECRITURE-START
       THRU    1595-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       PERFORM 1595-RPT-ECRITURE-START
       THRU    1595-RPT-ECRITURE-END.

      *Chargement des profils ; un fichier encore absent laisse la
      *table vide, le premier profil viendra d'une carte AJ
       PERFORM 1500-OPER-CHARGER-START
       THRU    1500-OPER-CHARGER-END.

      *Ouverture des modifications du jour, écrites au fil des
      *cartes appliquées
       OPEN OUTPUT HISTO-FILE.
       IF WS-HIST-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de PROFJOUR, code "
                   WS-HIST-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *Lecture, contrôle et application des cartes de pilotage
       OPEN INPUT CONTROLE-FILE.
       IF WS-CTL-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de PROFCTL, code "
                   WS-CTL-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Modifications et cartes refusées----------"
               TO WS-RPT-LIGNE.
       PERFORM 1595-RPT-ECRITURE-START
       THRU    1595-RPT-ECRITURE-END.

       PERFORM 1510-CTL-LIRE-START
       THRU    1510-CTL-LIRE-END.

       PERFORM 1520-CTL-TRAITER-START
       THRU    1520-CTL-TRAITER-END
       UNTIL   WS-CTL-EOF-OUI.

       CLOSE CONTROLE-FILE.
       CLOSE HISTO-FILE.

      *Réécriture du fichier des profils à partir de la table
       PERFORM 1580-OPER-REECRIRE-START
       THRU    1580-OPER-REECRIRE-END.

      *Revue des accès et totaux
       PERFORM 1585-REVUE-START
       THRU    1585-REVUE-END.

       PERFORM 1590-TOTAUX-START
       THRU    1590-TOTAUX-END.

       CLOSE PROF-REPORT-FILE.

       DISPLAY "CALCPROF : " WS-CNT-CARTES " cartes lues, "
               WS-CNT-CARTES-REF " cartes refusées, "
               WS-CNT-MODIFS " champs modifiés, "
               WS-CNT-AJOUTS " profils ajoutés".

      *Code retour 4 dès qu'une carte a été refusée ou que le
      *fichier chargé porte une anomalie, pour que rien ne passe
      *inaperçu dans la chaîne
       IF WS-CNT-CARTES-REF > 0
          OR WS-CNT-ANOMALIES > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       STOP RUN.

      ******************************************************************
      *Chargement des profils dans la table ; un identifiant déjà
      *chargé est signalé en anomalie (Calcul2 ne retient que le
      *premier) et recopié tel quel

       1500-OPER-CHARGER-START .
           OPEN INPUT OPER-AVANT-FILE.

           IF WS-OPRAV-FILE-STATUS = "00"
               PERFORM 1501-OPER-LIRE-START
               THRU    1501-OPER-LIRE-END

               PERFORM 1502-OPER-RANGER-START
               THRU    1502-OPER-RANGER-END
               UNTIL   WS-OPRAV-EOF-OUI

               CLOSE OPER-AVANT-FILE
           ELSE
               IF WS-OPRAV-FILE-STATUS NOT = "35"
                   DISPLAY "Erreur à l'ouverture de OPRAVANT, code "
                           WS-OPRAV-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1500-OPER-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'un profil du fichier issu du dernier entretien

       1501-OPER-LIRE-START .
           READ OPER-AVANT-FILE
               AT END
                   SET WS-OPRAV-EOF-OUI TO TRUE
           END-READ.

       1501-OPER-LIRE-END .
           EXIT.


      *-----------------------
      *Rangement d'un profil lu dans la table ; une ligne à blanc est
      *passée, une table saturée arrête le programme plutôt que de
      *perdre des profils à la réécriture

       1502-OPER-RANGER-START .
           IF FD-OPRAV-REC NOT = SPACES
               IF WS-OPR-NB >= WS-OPR-MAX
                   DISPLAY "Erreur, table des profils saturée"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPR-NB
                   IF FUNCTION UPPER-CASE (WS-OPR-ID (WS-OPR-IDX))
                      = FUNCTION UPPER-CASE (FD-OPER-ID)
                       ADD 1 TO WS-CNT-ANOMALIES
                       DISPLAY "Anomalie, profil en double : "
                               FD-OPER-ID
                       MOVE SPACES TO WS-RPT-LIGNE
                       STRING "Anomalie, profil en double : "
                                                  DELIMITED BY SIZE
                              FD-OPER-ID          DELIMITED BY SIZE
                              INTO WS-RPT-LIGNE
                       PERFORM 1595-RPT-ECRITURE-START
                       THRU    1595-RPT-ECRITURE-END
                   END-IF
               END-PERFORM

               ADD 1 TO WS-OPR-NB
               MOVE FD-OPER-ID        TO WS-OPR-ID (WS-OPR-NB)
               MOVE FD-OPER-BATCH     TO WS-OPR-BATCH (WS-OPR-NB)
               MOVE FD-OPER-REGISTRES TO WS-OPR-REGISTRES (WS-OPR-NB)
               MOVE FD-OPER-MAXI      TO WS-OPR-MAXI (WS-OPR-NB)
               MOVE FD-OPER-VALIDEUR  TO WS-OPR-VALIDEUR (WS-OPR-NB)
               MOVE FD-OPER-STATUT    TO WS-OPR-STATUT (WS-OPR-NB)
           END-IF.

           PERFORM 1501-OPER-LIRE-START
           THRU    1501-OPER-LIRE-END.

       1502-OPER-RANGER-END .
           EXIT.


      *-----------------------
      *Lecture d'une carte de pilotage

       1510-CTL-LIRE-START .
           READ CONTROLE-FILE
               AT END
                   SET WS-CTL-EOF-OUI TO TRUE
           END-READ.

       1510-CTL-LIRE-END .
           EXIT.


      *-----------------------
      *Exécution d'une carte : découpage en verbe, identifiant et
      *valeurs, contrôle de l'identifiant visé, puis aiguillage ; une
      *carte à blanc est passée, une carte inconnue est refusée

       1520-CTL-TRAITER-START .
           IF FD-CTL-REC NOT = SPACES
               ADD 1 TO WS-CNT-CARTES
               MOVE FD-CTL-REC TO WS-CTL-IMAGE

               MOVE SPACES TO WS-CTL-VERBE
               MOVE SPACES TO WS-CTL-IDENT
               MOVE SPACES TO WS-CTL-ZONE1
               MOVE SPACES TO WS-CTL-ZONE2
               MOVE SPACES TO WS-CTL-ZONE3
               MOVE SPACES TO WS-CTL-ZONE4
               MOVE SPACES TO WS-CTL-RESTE
               MOVE SPACES TO WS-CTL-MOTIF

               UNSTRING FD-CTL-REC
                   DELIMITED BY ALL SPACE
                   INTO WS-CTL-VERBE
                        WS-CTL-IDENT
                        WS-CTL-ZONE1
                        WS-CTL-ZONE2
                        WS-CTL-ZONE3
                        WS-CTL-ZONE4
                        WS-CTL-RESTE
               END-UNSTRING

               MOVE FUNCTION UPPER-CASE (WS-CTL-VERBE)
                       TO WS-CTL-VERBE
               MOVE FUNCTION UPPER-CASE (WS-CTL-IDENT)
                       TO WS-CTL-IDENT
               MOVE FUNCTION UPPER-CASE (WS-CTL-ZONE1)
                       TO WS-CTL-ZONE1
               MOVE FUNCTION UPPER-CASE (WS-CTL-ZONE2)
                       TO WS-CTL-ZONE2
               MOVE FUNCTION UPPER-CASE (WS-CTL-ZONE4)
                       TO WS-CTL-ZONE4

               IF WS-CTL-VERBE = "LI"
                   IF WS-CTL-IDENT NOT = SPACES
                       MOVE "zone en trop sur la carte"
                               TO WS-CTL-MOTIF
                   ELSE
                       PERFORM 1565-LISTER-START
                       THRU    1565-LISTER-END
                   END-IF
               ELSE
                   PERFORM 1525-CTL-CIBLE-START
                   THRU    1525-CTL-CIBLE-END
               END-IF

               IF WS-CTL-MOTIF = SPACES
                   EVALUATE WS-CTL-VERBE

                       WHEN "LI"
                           CONTINUE

                       WHEN "AJ"
                           PERFORM 1530-AJOUTER-START
                           THRU    1530-AJOUTER-END

                       WHEN "BA"
                           PERFORM 1540-BATCH-START
                           THRU    1540-BATCH-END

                       WHEN "RG"
                           PERFORM 1545-REGISTRES-START
                           THRU    1545-REGISTRES-END

                       WHEN "MX"
                           PERFORM 1550-MAXI-START
                           THRU    1550-MAXI-END

                       WHEN "VA"
                           PERFORM 1555-VALIDEUR-START
                           THRU    1555-VALIDEUR-END

                       WHEN "SU"
                       WHEN "RA"
                           PERFORM 1560-STATUT-START
                           THRU    1560-STATUT-END

                   END-EVALUATE
               END-IF

               IF WS-CTL-MOTIF NOT = SPACES
                   PERFORM 1576-CTL-REFUS-START
                   THRU    1576-CTL-REFUS-END
               END-IF
           END-IF.

           PERFORM 1510-CTL-LIRE-START
           THRU    1510-CTL-LIRE-END.

       1520-CTL-TRAITER-END .
           EXIT.


      *-----------------------
      *Contrôle commun aux cartes qui visent un opérateur : verbe
      *connu, identifiant de un à huit caractères, zones en trop,
      *profil existant (inexistant pour AJ) et pas celui du
      *responsable qui soumet l'entretien ; le profil visé est rendu
      *dans WS-OPR-CIBLE

       1525-CTL-CIBLE-START .
           MOVE 0 TO WS-OPR-CIBLE.

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-NB OR WS-OPR-CIBLE > 0
               IF FUNCTION UPPER-CASE (WS-OPR-ID (WS-OPR-IDX))
                  = WS-CTL-IDENT
                   MOVE WS-OPR-IDX TO WS-OPR-CIBLE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CTL-VERBE NOT = "AJ"
                    AND WS-CTL-VERBE NOT = "BA"
                    AND WS-CTL-VERBE NOT = "RG"
                    AND WS-CTL-VERBE NOT = "MX"
                    AND WS-CTL-VERBE NOT = "VA"
                    AND WS-CTL-VERBE NOT = "SU"
                    AND WS-CTL-VERBE NOT = "RA"
                   MOVE "verbe inconnu" TO WS-CTL-MOTIF
               WHEN WS-CTL-IDENT = SPACES
                    OR WS-CTL-IDENT (9:1) NOT = SPACE
                   MOVE "identifiant d'opérateur invalide"
                           TO WS-CTL-MOTIF
               WHEN WS-CTL-RESTE NOT = SPACES
                    OR (WS-CTL-VERBE NOT = "AJ"
                        AND (WS-CTL-ZONE2 NOT = SPACES
                             OR WS-CTL-ZONE3 NOT = SPACES
                             OR WS-CTL-ZONE4 NOT = SPACES))
                    OR ((WS-CTL-VERBE = "SU" OR WS-CTL-VERBE = "RA")
                        AND WS-CTL-ZONE1 NOT = SPACES)
                   MOVE "zone en trop sur la carte" TO WS-CTL-MOTIF
               WHEN WS-CTL-IDENT (1:8) = WS-AUTEUR-ID
                   MOVE "modification de son propre profil"
                           TO WS-CTL-MOTIF
               WHEN WS-CTL-VERBE = "AJ" AND WS-OPR-CIBLE > 0
                   MOVE "profil déjà existant" TO WS-CTL-MOTIF
               WHEN WS-CTL-VERBE NOT = "AJ" AND WS-OPR-CIBLE = 0
                   MOVE "profil inconnu" TO WS-CTL-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1525-CTL-CIBLE-END .
           EXIT.


      *-----------------------
      *Ajout d'un opérateur : toutes les valeurs sont contrôlées
      *avant que le profil rejoigne la table ; le droit de libération
      *omis vaut N, le profil est créé actif. Chaque champ du profil
      *créé est écrit sur l'historique

       1530-AJOUTER-START .
           MOVE WS-CTL-ZONE2 TO WS-MASQUE.
           PERFORM 1570-MASQUE-CTRL-START
           THRU    1570-MASQUE-CTRL-END.

           MOVE WS-CTL-ZONE3 TO WS-MAXI-SAISIE.
           PERFORM 1572-MAXI-CTRL-START
           THRU    1572-MAXI-CTRL-END.

           IF WS-CTL-ZONE4 = SPACES
               MOVE "N" TO WS-CTL-ZONE4
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTL-ZONE1 NOT = "O" AND WS-CTL-ZONE1 NOT = "N"
                   MOVE "mode batch autre que O ou N"
                           TO WS-CTL-MOTIF
               WHEN NOT WS-MASQUE-OK-OUI
                   MOVE "masque de registres invalide"
                           TO WS-CTL-MOTIF
               WHEN NOT WS-MAXI-OK-OUI
                   MOVE "grandeur maximale invalide" TO WS-CTL-MOTIF
               WHEN WS-CTL-ZONE4 NOT = "O" AND WS-CTL-ZONE4 NOT = "N"
                   MOVE "droit de libération autre que O ou N"
                           TO WS-CTL-MOTIF
               WHEN WS-OPR-NB >= WS-OPR-MAX
                   MOVE "table des profils saturée" TO WS-CTL-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-OPR-NB
                   MOVE WS-OPR-NB TO WS-OPR-CIBLE
                   MOVE WS-CTL-IDENT   TO WS-OPR-ID (WS-OPR-CIBLE)
                   MOVE WS-CTL-ZONE1   TO WS-OPR-BATCH (WS-OPR-CIBLE)
                   MOVE WS-MASQUE      TO
                           WS-OPR-REGISTRES (WS-OPR-CIBLE)
                   MOVE WS-MAXI-EDIT   TO WS-OPR-MAXI (WS-OPR-CIBLE)
                   MOVE WS-CTL-ZONE4   TO
                           WS-OPR-VALIDEUR (WS-OPR-CIBLE)
                   MOVE "A"            TO WS-OPR-STATUT (WS-OPR-CIBLE)
                   ADD 1 TO WS-CNT-AJOUTS

                   MOVE SPACES TO WS-HIST-AVANT
                   MOVE "STATUT"    TO WS-HIST-CHAMP
                   MOVE "A"         TO WS-HIST-APRES
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
                   MOVE "BATCH"     TO WS-HIST-CHAMP
                   MOVE WS-CTL-ZONE1 TO WS-HIST-APRES
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
                   MOVE "REGISTRES" TO WS-HIST-CHAMP
                   MOVE WS-MASQUE   TO WS-HIST-APRES
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
                   MOVE "MAXI"      TO WS-HIST-CHAMP
                   MOVE WS-MAXI-EDIT TO WS-HIST-APRES
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
                   MOVE "VALIDEUR"  TO WS-HIST-CHAMP
                   MOVE WS-CTL-ZONE4 TO WS-HIST-APRES
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1530-AJOUTER-END .
           EXIT.


      *-----------------------
      *Changement de l'autorisation du mode batch (O ou N)

       1540-BATCH-START .
           EVALUATE TRUE
               WHEN WS-CTL-ZONE1 NOT = "O" AND WS-CTL-ZONE1 NOT = "N"
                   MOVE "mode batch autre que O ou N"
                           TO WS-CTL-MOTIF
               WHEN FUNCTION UPPER-CASE (WS-OPR-BATCH (WS-OPR-CIBLE))
                    = WS-CTL-ZONE1
                   MOVE "valeur déjà en place" TO WS-CTL-MOTIF
               WHEN OTHER
                   MOVE "BATCH" TO WS-HIST-CHAMP
                   MOVE WS-OPR-BATCH (WS-OPR-CIBLE) TO WS-HIST-AVANT
                   MOVE WS-CTL-ZONE1 TO WS-HIST-APRES
                   MOVE WS-CTL-ZONE1 TO WS-OPR-BATCH (WS-OPR-CIBLE)
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1540-BATCH-END .
           EXIT.


      *-----------------------
      *Changement du masque des registres de stockage M1 à M9

       1545-REGISTRES-START .
           MOVE WS-CTL-ZONE1 TO WS-MASQUE.
           PERFORM 1570-MASQUE-CTRL-START
           THRU    1570-MASQUE-CTRL-END.

           EVALUATE TRUE
               WHEN NOT WS-MASQUE-OK-OUI
                   MOVE "masque de registres invalide"
                           TO WS-CTL-MOTIF
               WHEN FUNCTION UPPER-CASE
                        (WS-OPR-REGISTRES (WS-OPR-CIBLE))
                    = WS-MASQUE (1:9)
                   MOVE "valeur déjà en place" TO WS-CTL-MOTIF
               WHEN OTHER
                   MOVE "REGISTRES" TO WS-HIST-CHAMP
                   MOVE WS-OPR-REGISTRES (WS-OPR-CIBLE)
                           TO WS-HIST-AVANT
                   MOVE WS-MASQUE TO WS-HIST-APRES
                   MOVE WS-MASQUE TO WS-OPR-REGISTRES (WS-OPR-CIBLE)
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1545-REGISTRES-END .
           EXIT.


      *-----------------------
      *Changement de la grandeur maximale d'opérande, réécrite au
      *format du fichier

       1550-MAXI-START .
           MOVE WS-CTL-ZONE1 TO WS-MAXI-SAISIE.
           PERFORM 1572-MAXI-CTRL-START
           THRU    1572-MAXI-CTRL-END.

           EVALUATE TRUE
               WHEN NOT WS-MAXI-OK-OUI
                   MOVE "grandeur maximale invalide" TO WS-CTL-MOTIF
               WHEN WS-OPR-MAXI (WS-OPR-CIBLE) = WS-MAXI-EDIT
                   MOVE "valeur déjà en place" TO WS-CTL-MOTIF
               WHEN OTHER
                   MOVE "MAXI" TO WS-HIST-CHAMP
                   MOVE WS-OPR-MAXI (WS-OPR-CIBLE) TO WS-HIST-AVANT
                   MOVE WS-MAXI-EDIT TO WS-HIST-APRES
                   MOVE WS-MAXI-EDIT TO WS-OPR-MAXI (WS-OPR-CIBLE)
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1550-MAXI-END .
           EXIT.


      *-----------------------
      *Changement du droit de libération (O ou N), lu par CALCLIBR ;
      *un droit à blanc vaut N

       1555-VALIDEUR-START .
           MOVE FUNCTION UPPER-CASE (WS-OPR-VALIDEUR (WS-OPR-CIBLE))
                   TO WS-REVUE-VALIDEUR.
           IF WS-REVUE-VALIDEUR NOT = "O"
               MOVE "N" TO WS-REVUE-VALIDEUR
           END-IF.

           EVALUATE TRUE
               WHEN WS-CTL-ZONE1 NOT = "O" AND WS-CTL-ZONE1 NOT = "N"
                   MOVE "droit de libération autre que O ou N"
                           TO WS-CTL-MOTIF
               WHEN WS-REVUE-VALIDEUR = WS-CTL-ZONE1
                   MOVE "valeur déjà en place" TO WS-CTL-MOTIF
               WHEN OTHER
                   MOVE "VALIDEUR" TO WS-HIST-CHAMP
                   MOVE WS-OPR-VALIDEUR (WS-OPR-CIBLE)
                           TO WS-HIST-AVANT
                   MOVE WS-CTL-ZONE1 TO WS-HIST-APRES
                   MOVE WS-CTL-ZONE1 TO WS-OPR-VALIDEUR (WS-OPR-CIBLE)
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1555-VALIDEUR-END .
           EXIT.


      *-----------------------
      *Suspension (SU) ou réactivation (RA) d'un profil : un profil
      *suspendu garde ses droits mais ne peut plus se signer

       1560-STATUT-START .
           EVALUATE TRUE
               WHEN WS-CTL-VERBE = "SU"
                    AND FUNCTION UPPER-CASE
                            (WS-OPR-STATUT (WS-OPR-CIBLE)) = "S"
                   MOVE "profil déjà suspendu" TO WS-CTL-MOTIF
               WHEN WS-CTL-VERBE = "RA"
                    AND FUNCTION UPPER-CASE
                            (WS-OPR-STATUT (WS-OPR-CIBLE)) NOT = "S"
                   MOVE "profil déjà actif" TO WS-CTL-MOTIF
               WHEN OTHER
                   MOVE "STATUT" TO WS-HIST-CHAMP
                   MOVE WS-OPR-STATUT (WS-OPR-CIBLE) TO WS-HIST-AVANT
                   IF WS-CTL-VERBE = "SU"
                       MOVE "S" TO WS-HIST-APRES
                   ELSE
                       MOVE "A" TO WS-HIST-APRES
                   END-IF
                   MOVE WS-HIST-APRES TO WS-OPR-STATUT (WS-OPR-CIBLE)
                   PERFORM 1575-HISTO-ECRIRE-START
                   THRU    1575-HISTO-ECRIRE-END
           END-EVALUATE.

       1560-STATUT-END .
           EXIT.


      *-----------------------
      *Liste de tous les profils, suspendus compris, dans la sortie
      *du job

       1565-LISTER-START .
           DISPLAY "----------Profils opérateurs----------".

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-NB
               MOVE WS-OPR-IDX TO WS-OPR-IDX2
               PERFORM 1586-REVUE-ZONES-START
               THRU    1586-REVUE-ZONES-END
               DISPLAY WS-OPR-ID (WS-OPR-IDX) " batch "
                       WS-OPR-BATCH (WS-OPR-IDX) " registres "
                       WS-REVUE-REG " grandeur "
                       FUNCTION TRIM (WS-REVUE-GRANDEUR)
                       " valideur " WS-REVUE-VALIDEUR " "
                       WS-REVUE-STATUT
           END-PERFORM.

       1565-LISTER-END .
           EXIT.


      *-----------------------
      *Contrôle d'un masque de registres : exactement neuf caractères,
      *chacun O (stockage permis) ou N

       1570-MASQUE-CTRL-START .
           MOVE "Y" TO WS-MASQUE-OK.

           IF WS-MASQUE (10:6) NOT = SPACES
               MOVE "N" TO WS-MASQUE-OK
           END-IF.

           PERFORM VARYING WS-MASQUE-IDX FROM 1 BY 1
                   UNTIL WS-MASQUE-IDX > 9
               IF WS-MASQUE (WS-MASQUE-IDX:1) NOT = "O"
                  AND WS-MASQUE (WS-MASQUE-IDX:1) NOT = "N"
                   MOVE "N" TO WS-MASQUE-OK
               END-IF
           END-PERFORM.

       1570-MASQUE-CTRL-END .
           EXIT.


      *-----------------------
      *Contrôle d'une grandeur maximale : valeur numérique, entière,
      *strictement positive et tenant dans la grandeur du profil de
      *Calcul2 ; rendue au format du fichier dans WS-MAXI-EDIT

       1572-MAXI-CTRL-START .
           MOVE "N" TO WS-MAXI-OK.

           IF WS-MAXI-SAISIE NOT = SPACES
              AND WS-MAXI-SAISIE (15:1) = SPACE
              AND FUNCTION TEST-NUMVAL (WS-MAXI-SAISIE) = 0
               COMPUTE WS-MAXI-VALEUR =
                       FUNCTION NUMVAL (WS-MAXI-SAISIE)
                   ON SIZE ERROR
                       MOVE 0 TO WS-MAXI-VALEUR
               END-COMPUTE
               MOVE WS-MAXI-VALEUR TO WS-MAXI-ENTIER

               IF WS-MAXI-VALEUR > 0
                  AND WS-MAXI-VALEUR <= 9999999999
                  AND WS-MAXI-VALEUR = WS-MAXI-ENTIER
                   MOVE WS-MAXI-ENTIER TO WS-MAXI-EDIT
                   SET WS-MAXI-OK-OUI TO TRUE
               END-IF
           END-IF.

       1572-MAXI-CTRL-END .
           EXIT.


      *-----------------------
      *Ecriture d'une modification sur l'historique du jour et de sa
      *ligne de preuve avant / après sur le rapport

       1575-HISTO-ECRIRE-START .
           ADD 1 TO WS-CNT-MODIFS.

           MOVE SPACES         TO FD-HIST-REC.
           MOVE WS-DATE-JOUR   TO FD-HIST-DATE.
           MOVE SPACE          TO FD-HIST-SEP1.
           MOVE WS-HEURE       TO FD-HIST-HEURE.
           MOVE SPACE          TO FD-HIST-SEP2.
           MOVE WS-AUTEUR-ID   TO FD-HIST-AUTEUR.
           MOVE SPACE          TO FD-HIST-SEP3.
           MOVE WS-CTL-IDENT   TO FD-HIST-OPER.
           MOVE SPACE          TO FD-HIST-SEP4.
           MOVE WS-CTL-VERBE   TO FD-HIST-VERBE.
           MOVE SPACE          TO FD-HIST-SEP5.
           MOVE WS-HIST-CHAMP  TO FD-HIST-CHAMP.
           MOVE SPACE          TO FD-HIST-SEP6.
           MOVE WS-HIST-AVANT  TO FD-HIST-AVANT.
           MOVE SPACE          TO FD-HIST-SEP7.
           MOVE WS-HIST-APRES  TO FD-HIST-APRES.
           WRITE FD-HIST-REC.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING WS-CTL-IDENT (1:8)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CTL-VERBE          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-HIST-CHAMP         DELIMITED BY SIZE
                  " avant : "           DELIMITED BY SIZE
                  WS-HIST-AVANT         DELIMITED BY SIZE
                  "  après : "          DELIMITED BY SIZE
                  WS-HIST-APRES         DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

       1575-HISTO-ECRIRE-END .
           EXIT.


      *-----------------------
      *Carte refusée : comptée, affichée et listée avec son motif

       1576-CTL-REFUS-START .
           ADD 1 TO WS-CNT-CARTES-REF.

           DISPLAY "Carte refusée, " FUNCTION TRIM (WS-CTL-MOTIF)
                   " : " WS-CTL-IMAGE.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Refusée : "       DELIMITED BY SIZE
                  WS-CTL-IMAGE       DELIMITED BY SIZE
                  " : "              DELIMITED BY SIZE
                  WS-CTL-MOTIF       DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

       1576-CTL-REFUS-END .
           EXIT.


      *-----------------------
      *Réécriture du fichier des profils à partir de la table, dans
      *l'ordre du fichier chargé et les profils ajoutés à la suite

       1580-OPER-REECRIRE-START .
           OPEN OUTPUT OPER-APRES-FILE.
           IF WS-OPRAP-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de OPRAPRES, code "
                       WS-OPRAP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-NB
               MOVE WS-OPR-ID (WS-OPR-IDX)        TO WS-OPER-ID
               MOVE SPACE                         TO WS-OPER-SEP1
               MOVE WS-OPR-BATCH (WS-OPR-IDX)     TO WS-OPER-BATCH
               MOVE SPACE                         TO WS-OPER-SEP2
               MOVE WS-OPR-REGISTRES (WS-OPR-IDX) TO WS-OPER-REGISTRES
               MOVE SPACE                         TO WS-OPER-SEP3
               MOVE WS-OPR-MAXI (WS-OPR-IDX)      TO WS-OPER-MAXI
               MOVE SPACE                         TO WS-OPER-SEP4
               MOVE WS-OPR-VALIDEUR (WS-OPR-IDX)  TO WS-OPER-VALIDEUR
               MOVE SPACE                         TO WS-OPER-SEP5
               MOVE WS-OPR-STATUT (WS-OPR-IDX)    TO WS-OPER-STATUT
               MOVE WS-OPER-REC TO FD-OPRAP-REC
               WRITE FD-OPRAP-REC
           END-PERFORM.

           CLOSE OPER-APRES-FILE.

       1580-OPER-REECRIRE-END .
           EXIT.


      *-----------------------
      *Revue des accès : chaque profil actif et ses droits, dans
      *l'état du fichier réécrit, puis les profils suspendus, et la
      *place du visa du responsable de la sécurité

       1585-REVUE-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE "----------Revue des accès----------" TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE "Opérateur Batch Registres Grandeur maximale Valideur"
                   TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           PERFORM VARYING WS-OPR-IDX2 FROM 1 BY 1
                   UNTIL WS-OPR-IDX2 > WS-OPR-NB
               PERFORM 1586-REVUE-ZONES-START
               THRU    1586-REVUE-ZONES-END

               IF FUNCTION UPPER-CASE (WS-OPR-STATUT (WS-OPR-IDX2))
                  = "S"
                   ADD 1 TO WS-CNT-SUSPENDUS
               ELSE
                   ADD 1 TO WS-CNT-ACTIFS
                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING WS-OPR-ID (WS-OPR-IDX2)
                                              DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          WS-OPR-BATCH (WS-OPR-IDX2)
                                              DELIMITED BY SIZE
                          "     "             DELIMITED BY SIZE
                          WS-REVUE-REG        DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-REVUE-GRANDEUR   DELIMITED BY SIZE
                          "     "             DELIMITED BY SIZE
                          WS-REVUE-VALIDEUR   DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 1595-RPT-ECRITURE-START
                   THRU    1595-RPT-ECRITURE-END
               END-IF
           END-PERFORM.

           IF WS-CNT-SUSPENDUS > 0
               MOVE SPACES TO WS-RPT-LIGNE
               PERFORM 1595-RPT-ECRITURE-START
               THRU    1595-RPT-ECRITURE-END

               MOVE "Profils suspendus :" TO WS-RPT-LIGNE
               PERFORM 1595-RPT-ECRITURE-START
               THRU    1595-RPT-ECRITURE-END

               PERFORM VARYING WS-OPR-IDX2 FROM 1 BY 1
                       UNTIL WS-OPR-IDX2 > WS-OPR-NB
                   IF FUNCTION UPPER-CASE (WS-OPR-STATUT (WS-OPR-IDX2))
                      = "S"
                       MOVE SPACES TO WS-RPT-LIGNE
                       STRING "  "              DELIMITED BY SIZE
                              WS-OPR-ID (WS-OPR-IDX2)
                                                DELIMITED BY SIZE
                              INTO WS-RPT-LIGNE
                       PERFORM 1595-RPT-ECRITURE-START
                       THRU    1595-RPT-ECRITURE-END
                   END-IF
               END-PERFORM
           END-IF.

       1585-REVUE-END .
           EXIT.


      *-----------------------
      *Zones d'affichage d'un profil (rang WS-OPR-IDX2) : numéros des
      *registres permis, grandeur maximale éditée (signalée quand
      *elle est illisible), droit de libération et statut

       1586-REVUE-ZONES-START .
           MOVE ALL "." TO WS-REVUE-REG.
           PERFORM VARYING WS-MASQUE-IDX FROM 1 BY 1
                   UNTIL WS-MASQUE-IDX > 9
               IF FUNCTION UPPER-CASE (WS-OPR-REGISTRES (WS-OPR-IDX2)
                                       (WS-MASQUE-IDX:1)) = "O"
                   MOVE WS-MASQUE-IDX TO WS-REVUE-NO
                   MOVE WS-REVUE-NO TO WS-REVUE-REG (WS-MASQUE-IDX:1)
               END-IF
           END-PERFORM.

           IF FUNCTION TEST-NUMVAL (WS-OPR-MAXI (WS-OPR-IDX2)) = 0
               COMPUTE WS-REVUE-MAXI =
                       FUNCTION NUMVAL (WS-OPR-MAXI (WS-OPR-IDX2))
                   ON SIZE ERROR
                       MOVE 0 TO WS-REVUE-MAXI
               END-COMPUTE
               MOVE WS-REVUE-MAXI TO WS-REVUE-EDIT
               MOVE WS-REVUE-EDIT TO WS-REVUE-GRANDEUR
           ELSE
               MOVE "   illisible" TO WS-REVUE-GRANDEUR
           END-IF.

           MOVE FUNCTION UPPER-CASE (WS-OPR-VALIDEUR (WS-OPR-IDX2))
                   TO WS-REVUE-VALIDEUR.
           IF WS-REVUE-VALIDEUR NOT = "O"
               MOVE "N" TO WS-REVUE-VALIDEUR
           END-IF.

           IF FUNCTION UPPER-CASE (WS-OPR-STATUT (WS-OPR-IDX2)) = "S"
               MOVE "suspendu" TO WS-REVUE-STATUT
           ELSE
               MOVE "actif" TO WS-REVUE-STATUT
           END-IF.

       1586-REVUE-ZONES-END .
           EXIT.


      *-----------------------
      *Totaux du rapport et visa de la revue des accès

       1590-TOTAUX-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Cartes lues : "       DELIMITED BY SIZE
                  WS-CNT-CARTES           DELIMITED BY SIZE
                  "  refusées : "        DELIMITED BY SIZE
                  WS-CNT-CARTES-REF       DELIMITED BY SIZE
                  "  Champs modifiés : " DELIMITED BY SIZE
                  WS-CNT-MODIFS           DELIMITED BY SIZE
                  "  Profils ajoutés : " DELIMITED BY SIZE
                  WS-CNT-AJOUTS           DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Profils actifs : "    DELIMITED BY SIZE
                  WS-CNT-ACTIFS           DELIMITED BY SIZE
                  "  suspendus : "        DELIMITED BY SIZE
                  WS-CNT-SUSPENDUS        DELIMITED BY SIZE
                  "  Anomalies : "        DELIMITED BY SIZE
                  WS-CNT-ANOMALIES        DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE "Visa du responsable de la sécurité :"
                   TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

           MOVE "Date du visa :" TO WS-RPT-LIGNE.
           PERFORM 1595-RPT-ECRITURE-START
           THRU    1595-RPT-ECRITURE-END.

       1590-TOTAUX-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport

       1595-RPT-ECRITURE-START .
           MOVE WS-RPT-LIGNE TO FD-RPT-REC.
           WRITE FD-RPT-REC.

       1595-RPT-ECRITURE-END .
           EXIT.
