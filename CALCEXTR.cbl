      *pied portant le nombre de détails et le total de contrôle
      *(somme des résultats) : le destinataire prouve ainsi qu'il a
      *tout chargé, et un écart de comptage se trace jusqu'à ce
      *fichier. Les tables de sensibilité (opération TS), dont le
      *résultat est un nombre de cellules et non un montant, ne sont
      *pas envoyées à la finance : elles sont seulement comptées.
      *Libération à deux signatures : un résultat dont la valeur
      *absolue dépasse le seuil de son opération (fichier LIBSEUIL)
      *n'est pas extrait mais retenu sur le fichier des libérations
      *CALCLIB, en attente de la décision d'un valideur (CALCLIBR).
      *Une demande libérée depuis l'extraction précédente part dans
      *cette extraction, une demande refusée n'est jamais extraite ;
      *le pied porte en plus le nombre de demandes en attente et le
      *nombre de refus constatés. CALCLIB est relu sur LIBAVANT et
      *réécrit sur LIBAPRES, chaque demande gardant la trace de
      *l'exécution, de l'opérateur du batch, du valideur et des
      *dates de mise en attente et de décision.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEXTR.
       AUTHOR. ThomasD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-FILE-STATUS.

      *Seuils de libération : un code opération et son seuil par
      *enregistrement, tenus par l'exploitation
           SELECT SEUIL-FILE ASSIGN TO "LIBSEUIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEUIL-FILE-STATUS.

      *Historique des exécutions batch écrit par Calcul2 : le
      *dernier enregistrement désigne l'exécution extraite et
      *l'opérateur qui l'a lancée
           SELECT CONTROLE-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

      *Fichier des libérations issu de l'exécution précédente
      *(absent au tout premier lancement)
           SELECT LIB-AVANT-FILE ASSIGN TO "LIBAVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBAV-FILE-STATUS.

      *Fichier des libérations réécrit par cette exécution
           SELECT LIB-APRES-FILE ASSIGN TO "LIBAPRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBAP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INTERFACE-FILE.
       01  FD-INTF-REC             PIC X(80).

      *Seuil de libération : le code opération tel qu'écrit dans
      *CALCOUT puis le seuil, même écriture qu'un opérande CALCIN
       FD  SEUIL-FILE.
       01  FD-SEUIL-REC.
           05  FD-SEUIL-OPERATION      PIC X(02).
           05  FD-SEUIL-SEP1           PIC X(01).
           05  FD-SEUIL-VALEUR         PIC X(14).

      *Même découpage que l'enregistrement de contrôle écrit par
      *Calcul2 ; seuls l'exécution et l'opérateur servent ici
       FD  CONTROLE-FILE.
       01  FD-CTRL-REC.
           05  FD-CTRL-RUN-ID          PIC X(16).
           05  FD-CTRL-SEP1            PIC X(01).
           05  FD-CTRL-OPER-ID         PIC X(08).
           05  FD-CTRL-RESTE           PIC X(95).

      *Demande du fichier des libérations, relue telle quelle ; le
      *découpage est celui de WS-LIB-REC
       FD  LIB-AVANT-FILE.
       01  FD-LIBAV-REC            PIC X(145).

       FD  LIB-APRES-FILE.
       01  FD-LIBAP-REC            PIC X(145).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-BATCH-OUT-STATUS    PIC X(02).
       01  WS-INTF-FILE-STATUS    PIC X(02).
       01  WS-SEUIL-FILE-STATUS   PIC X(02).
       01  WS-CTRL-STATUS         PIC X(02).
       01  WS-LIBAV-FILE-STATUS   PIC X(02).
       01  WS-LIBAP-FILE-STATUS   PIC X(02).

      *Fin de fichier du fichier des résultats
       01  WS-OUT-EOF             PIC X(01)   VALUE "N".
           88  WS-OUT-EOF-OUI                 VALUE "Y".

      *Fins de fichier des seuils, de l'historique des exécutions et
      *du fichier des libérations repris
       01  WS-SEUIL-EOF           PIC X(01)   VALUE "N".
           88  WS-SEUIL-EOF-OUI               VALUE "Y".
       01  WS-CTRL-EOF            PIC X(01)   VALUE "N".
           88  WS-CTRL-EOF-OUI                VALUE "Y".
       01  WS-LIBAV-EOF           PIC X(01)   VALUE "N".
           88  WS-LIBAV-EOF-OUI               VALUE "Y".

      *Table des seuils de libération par code opération
       01  WS-SEUIL-MAX           PIC 9(03)   VALUE 50.
       01  WS-SEUIL-NB            PIC 9(03)   VALUE 0.
       01  WS-SEUIL-TABLE.
           05  WS-SEUIL-ENTREE    OCCURS 50 TIMES.
               10  WS-SEUIL-OPERATION PIC X(02).
               10  WS-SEUIL-VALEUR    PIC 9(10)V999.
       01  WS-SEUIL-IDX           PIC 9(03)   COMP.
       01  WS-SEUIL-DEPASSE       PIC X(01).
           88  WS-SEUIL-DEPASSE-OUI           VALUE "Y".

      *Exécution extraite et opérateur qui l'a lancée, repris du
      *dernier enregistrement de CALCHIST
       01  WS-EXEC-RUN-ID         PIC X(16)   VALUE SPACES.
       01  WS-EXEC-OPER-ID        PIC X(08)   VALUE SPACES.

      *Demande du fichier des libérations : la demande telle
      *qu'écrite dans CALCOUT, l'exécution qui l'a produite et son
      *opérateur, le statut (AT en attente, LI libérée, RE refusée,
      *EX libérée puis extraite), la date et l'heure de mise en
      *attente, le valideur et la date et l'heure de sa décision,
      *enfin l'extraction qui a pris en compte la décision
       01  WS-LIB-REC.
           05  WS-LIB-ID              PIC X(08).
           05  WS-LIB-SEP0            PIC X(01).
           05  WS-LIB-OPERANDE1       PIC X(14).
           05  WS-LIB-SEP1            PIC X(01).
           05  WS-LIB-OPERATION       PIC X(02).
           05  WS-LIB-SEP2            PIC X(01).
           05  WS-LIB-OPERANDE2       PIC X(14).
           05  WS-LIB-SEP3            PIC X(01).
           05  WS-LIB-RESULTAT        PIC X(14).
           05  WS-LIB-SEP4            PIC X(01).
           05  WS-LIB-RUN-ID          PIC X(16).
           05  WS-LIB-SEP5            PIC X(01).
           05  WS-LIB-OPER-BATCH      PIC X(08).
           05  WS-LIB-SEP6            PIC X(01).
           05  WS-LIB-STATUT          PIC X(02).
               88  WS-LIB-ATTENTE                 VALUE "AT".
               88  WS-LIB-LIBEREE                 VALUE "LI".
               88  WS-LIB-REFUSEE                 VALUE "RE".
               88  WS-LIB-EXTRAITE                VALUE "EX".
           05  WS-LIB-SEP7            PIC X(01).
           05  WS-LIB-MISE            PIC X(16).
           05  WS-LIB-SEP8            PIC X(01).
           05  WS-LIB-VALIDEUR        PIC X(08).
           05  WS-LIB-SEP9            PIC X(01).
           05  WS-LIB-DECISION        PIC X(16).
           05  WS-LIB-SEP10           PIC X(01).
           05  WS-LIB-EXTRACTION      PIC X(16).

      *Demandes de l'exécution extraite déjà présentes sur le
      *fichier des libérations (extraction relancée) : elles ne sont
      *ni retenues une seconde fois ni extraites en double
       01  WS-DEJA-MAX            PIC 9(03)   VALUE 500.
       01  WS-DEJA-NB             PIC 9(03)   VALUE 0.
       01  WS-DEJA-TABLE.
           05  WS-DEJA-ID         PIC X(08)   OCCURS 500 TIMES.
       01  WS-DEJA-IDX            PIC 9(03)   COMP.
       01  WS-DEJA-TROUVE         PIC X(01).
           88  WS-DEJA-TROUVE-OUI             VALUE "Y".

      *Détail en cours d'écriture : identifiant et opération de la
      *demande, valeur absolue du résultat comparée au seuil
       01  WS-DET-ID              PIC X(08).
       01  WS-DET-OPERATION       PIC X(02).
       01  WS-VAL-ABSOLUE         PIC 9(10)V999.

      *Date et heure d'extraction, et identifiant d'exécution repris
      *dans l'en-tête (même construction que l'identifiant du rapport
      *de Calcul2 : date et heure concaténées)
       01  WS-EDIT-HASH           PIC +9(15).9(3).

      *Compteurs de contrôle : enregistrements lus, détails écrits et
      *enregistrements illisibles ignorés ; les tables de sensibilité
      *sont comptées à part
       01  WS-CNT-LUS             PIC 9(07)   VALUE 0.
       01  WS-CNT-ECRITS          PIC 9(07)   VALUE 0.
       01  WS-CNT-IGNORES         PIC 9(07)   VALUE 0.

      *Tables de sensibilité lues et laissées hors de l'extraction
       01  WS-CNT-TABLES          PIC 9(07)   VALUE 0.

      *Compteurs de la libération : demandes en attente (retenues
      *par cette extraction ou encore sans décision), demandes
      *libérées extraites et refus pris en compte
       01  WS-CNT-ATTENTE         PIC 9(07)   VALUE 0.
       01  WS-CNT-RETENUES        PIC 9(07)   VALUE 0.
       01  WS-CNT-LIBEREES        PIC 9(07)   VALUE 0.
       01  WS-CNT-REFUSEES        PIC 9(07)   VALUE 0.

      *Ligne de travail du fichier d'interface
       01  WS-INTF-LIGNE          PIC X(80).

           STOP RUN
       END-IF.

      *Chargement des seuils de libération et de l'exécution
      *extraite : sans eux aucune demande ne part, un gros résultat
      *ne doit pas passer faute de contrôle
       PERFORM 0830-SEUILS-CHARGER-START
       THRU    0830-SEUILS-CHARGER-END.

       PERFORM 0835-EXEC-CHARGER-START
       THRU    0835-EXEC-CHARGER-END.

      *Ouverture du fichier des libérations réécrit
       OPEN OUTPUT LIB-APRES-FILE.
       IF WS-LIBAP-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de LIBAPRES, code "
                   WS-LIBAP-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *En-tête : date d'extraction et identifiant d'exécution
       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE FROM TIME.
       PERFORM 0820-INTF-ECRITURE-START
       THRU    0820-INTF-ECRITURE-END.

      *Reprise du fichier des libérations : les demandes libérées
      *depuis l'extraction précédente sont extraites, les refus
      *sont comptés, les demandes sans décision restent en attente
       PERFORM 0840-LIB-REPRENDRE-START
       THRU    0840-LIB-REPRENDRE-END.

      *Lecture de tout le fichier des résultats et écriture des
      *détails
       PERFORM 0800-OUT-LIRE-START
       UNTIL   WS-OUT-EOF-OUI.

      *Pied : nombre de détails écrits et total de contrôle des
      *résultats, la preuve de chargement du destinataire, puis le
      *nombre de demandes en attente de libération et le nombre de
      *refus pris en compte par cette extraction
       MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.

       MOVE SPACES TO WS-INTF-LIGNE.
       STRING "T;"            DELIMITED BY SIZE
              WS-CNT-ECRITS   DELIMITED BY SIZE
              ";"             DELIMITED BY SIZE
              WS-EDIT-HASH    DELIMITED BY SIZE
              ";"             DELIMITED BY SIZE
              WS-CNT-ATTENTE  DELIMITED BY SIZE
              ";"             DELIMITED BY SIZE
              WS-CNT-REFUSEES DELIMITED BY SIZE
              INTO WS-INTF-LIGNE.
       PERFORM 0820-INTF-ECRITURE-START
       THRU    0820-INTF-ECRITURE-END.

       CLOSE BATCH-OUTPUT-FILE.
       CLOSE INTERFACE-FILE.
       CLOSE LIB-APRES-FILE.

       DISPLAY "CALCEXTR : " WS-CNT-LUS " lus, "
               WS-CNT-ECRITS " extraits, "
               WS-CNT-IGNORES " ignorés".
       DISPLAY "CALCEXTR : " WS-CNT-TABLES
               " tables de sensibilité non extraites".
       DISPLAY "CALCEXTR : " WS-CNT-RETENUES " retenus ce jour, "
               WS-CNT-ATTENTE " en attente de libération, "
               WS-CNT-LIBEREES " libérés extraits, "
               WS-CNT-REFUSEES " refusés".

      *Code retour 4 quand au moins un enregistrement illisible a été
      *laissé de côté : l'extraction est incomplète et doit se voir


      *-----------------------
      *Traitement d'un enregistrement : les zones numériques éditées
      *sont relues en valeur ; un enregistrement illisible est
      *signalé et laissé de côté plutôt qu'extrait de travers, un
      *résultat au-delà du seuil de son opération est retenu pour
      *libération au lieu d'être extrait. Une table de sensibilité
      *(TS) ne porte en résultat que son nombre de cellules
      *calculées, pas un montant : elle est comptée à part, ni
      *extraite, ni soumise au seuil, ni prise au total de contrôle

       0810-DETAIL-START .
           ADD 1 TO WS-CNT-LUS.
               DISPLAY "Enregistrement illisible ignoré : "
                       FD-BATCH-OUT-ID
           ELSE
               IF FD-BATCH-OUT-OPERATION = "TS"
                   ADD 1 TO WS-CNT-TABLES
               ELSE
                   COMPUTE WS-VAL-OPERANDE1 =
                           FUNCTION NUMVAL (FD-BATCH-OUT-OPERANDE1)
                   COMPUTE WS-VAL-OPERANDE2 =
                           FUNCTION NUMVAL (FD-BATCH-OUT-OPERANDE2)
                   COMPUTE WS-VAL-RESULTAT =
                           FUNCTION NUMVAL (FD-BATCH-OUT-RESULTAT)

                   MOVE FD-BATCH-OUT-ID        TO WS-DET-ID
                   MOVE FD-BATCH-OUT-OPERATION TO WS-DET-OPERATION

                   PERFORM 0850-SEUIL-CONTROLER-START
                   THRU    0850-SEUIL-CONTROLER-END

                   IF WS-SEUIL-DEPASSE-OUI
                       PERFORM 0855-RETENIR-START
                       THRU    0855-RETENIR-END
                   ELSE
                       PERFORM 0815-DETAIL-ECRIRE-START
                       THRU    0815-DETAIL-ECRIRE-END
                   END-IF
               END-IF
           END-IF.

           PERFORM 0800-OUT-LIRE-START
           EXIT.


      *-----------------------
      *Ecriture d'un détail : les valeurs relues sont rééditées en
      *numérique signé à virgule fixe et le résultat entre dans le
      *total de contrôle

       0815-DETAIL-ECRIRE-START .
           MOVE WS-VAL-OPERANDE1 TO WS-EDIT-OPERANDE1.
           MOVE WS-VAL-OPERANDE2 TO WS-EDIT-OPERANDE2.
           MOVE WS-VAL-RESULTAT  TO WS-EDIT-RESULTAT.

           ADD WS-VAL-RESULTAT TO WS-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "Dépassement du total de contrôle"
           END-ADD.

           MOVE SPACES TO WS-INTF-LIGNE.
           STRING "D;"              DELIMITED BY SIZE
                  WS-DET-ID         DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-EDIT-OPERANDE1 DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-DET-OPERATION  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-EDIT-OPERANDE2 DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-EDIT-RESULTAT  DELIMITED BY SIZE
                  INTO WS-INTF-LIGNE.
           PERFORM 0820-INTF-ECRITURE-START
           THRU    0820-INTF-ECRITURE-END.

           ADD 1 TO WS-CNT-ECRITS.

       0815-DETAIL-ECRIRE-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du fichier d'interface


       0820-INTF-ECRITURE-END .
           EXIT.


      *-----------------------
      *Chargement des seuils de libération : un fichier absent, un
      *seuil illisible ou négatif, une table saturée arrêtent
      *l'extraction avant toute écriture, le fichier est à corriger

       0830-SEUILS-CHARGER-START .
           OPEN INPUT SEUIL-FILE.
           IF WS-SEUIL-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de LIBSEUIL, code "
                       WS-SEUIL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0831-SEUIL-LIRE-START
           THRU    0831-SEUIL-LIRE-END.

           PERFORM 0832-SEUIL-RANGER-START
           THRU    0832-SEUIL-RANGER-END
           UNTIL   WS-SEUIL-EOF-OUI.

           CLOSE SEUIL-FILE.

       0830-SEUILS-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'un seuil de libération

       0831-SEUIL-LIRE-START .
           READ SEUIL-FILE
               AT END
                   SET WS-SEUIL-EOF-OUI TO TRUE
           END-READ.

       0831-SEUIL-LIRE-END .
           EXIT.


      *-----------------------
      *Rangement d'un seuil dans la table, code opération en
      *majuscules ; une ligne à blanc est passée

       0832-SEUIL-RANGER-START .
           IF FD-SEUIL-REC NOT = SPACES
               IF FUNCTION TEST-NUMVAL (FD-SEUIL-VALEUR) NOT = 0
                   DISPLAY "Erreur, seuil de libération illisible : "
                           FD-SEUIL-REC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF FUNCTION NUMVAL (FD-SEUIL-VALEUR) < 0
                   DISPLAY "Erreur, seuil de libération négatif : "
                           FD-SEUIL-REC
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-SEUIL-NB >= WS-SEUIL-MAX
                   DISPLAY "Erreur, table des seuils saturée à "
                           WS-SEUIL-MAX " codes opération"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-SEUIL-NB
               MOVE FUNCTION UPPER-CASE (FD-SEUIL-OPERATION)
                       TO WS-SEUIL-OPERATION (WS-SEUIL-NB)
               COMPUTE WS-SEUIL-VALEUR (WS-SEUIL-NB) =
                       FUNCTION NUMVAL (FD-SEUIL-VALEUR)
           END-IF.

           PERFORM 0831-SEUIL-LIRE-START
           THRU    0831-SEUIL-LIRE-END.

       0832-SEUIL-RANGER-END .
           EXIT.


      *-----------------------
      *Lecture de tout l'historique des exécutions : le dernier
      *enregistrement est celui de l'exécution qui a produit
      *CALCOUT ; sans historique l'opérateur du batch est inconnu et
      *l'extraction s'arrête

       0835-EXEC-CHARGER-START .
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTRL-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCHIST, code "
                       WS-CTRL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0836-EXEC-LIRE-START
           THRU    0836-EXEC-LIRE-END
           UNTIL   WS-CTRL-EOF-OUI.

           CLOSE CONTROLE-FILE.

           IF WS-EXEC-RUN-ID = SPACES
               DISPLAY "Aucune exécution à extraire sur CALCHIST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0835-EXEC-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement de l'historique des exécutions,
      *le dernier lu restant en place

       0836-EXEC-LIRE-START .
           READ CONTROLE-FILE
               AT END
                   SET WS-CTRL-EOF-OUI TO TRUE
               NOT AT END
                   IF FD-CTRL-RUN-ID NOT = SPACES
                       MOVE FD-CTRL-RUN-ID  TO WS-EXEC-RUN-ID
                       MOVE FUNCTION UPPER-CASE (FD-CTRL-OPER-ID)
                               TO WS-EXEC-OPER-ID
                   END-IF
           END-READ.

       0836-EXEC-LIRE-END .
           EXIT.


      *-----------------------
      *Reprise du fichier des libérations de l'exécution précédente,
      *recopié demande par demande sur LIBAPRES ; absent au tout
      *premier lancement

       0840-LIB-REPRENDRE-START .
           OPEN INPUT LIB-AVANT-FILE.

           IF WS-LIBAV-FILE-STATUS = "00"
               PERFORM 0841-LIB-LIRE-START
               THRU    0841-LIB-LIRE-END

               PERFORM 0842-LIB-TRAITER-START
               THRU    0842-LIB-TRAITER-END
               UNTIL   WS-LIBAV-EOF-OUI

               CLOSE LIB-AVANT-FILE
           END-IF.

       0840-LIB-REPRENDRE-END .
           EXIT.


      *-----------------------
      *Lecture d'une demande du fichier des libérations

       0841-LIB-LIRE-START .
           READ LIB-AVANT-FILE
               AT END
                   SET WS-LIBAV-EOF-OUI TO TRUE
           END-READ.

       0841-LIB-LIRE-END .
           EXIT.


      *-----------------------
      *Traitement d'une demande reprise : en attente, elle est
      *comptée ; libérée, elle est extraite et passe au statut EX ;
      *refusée, le refus est compté par la première extraction qui
      *le rencontre. Une extraction relancée sur la même exécution
      *reprend à l'identique ce que la première avait pris en
      *compte. Les demandes de l'exécution extraite sont notées pour
      *ne pas être retenues une seconde fois depuis CALCOUT

       0842-LIB-TRAITER-START .
           MOVE FD-LIBAV-REC TO WS-LIB-REC.

           IF WS-LIB-RUN-ID = WS-EXEC-RUN-ID
               IF WS-DEJA-NB >= WS-DEJA-MAX
                   DISPLAY "Erreur, table des demandes déjà "
                           "retenues saturée à " WS-DEJA-MAX
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEJA-NB
               MOVE WS-LIB-ID TO WS-DEJA-ID (WS-DEJA-NB)
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIB-ATTENTE
                   ADD 1 TO WS-CNT-ATTENTE

               WHEN WS-LIB-LIBEREE
                   PERFORM 0845-LIB-EXTRAIRE-START
                   THRU    0845-LIB-EXTRAIRE-END

               WHEN WS-LIB-EXTRAITE
                    AND WS-LIB-EXTRACTION = WS-EXEC-RUN-ID
                   PERFORM 0845-LIB-EXTRAIRE-START
                   THRU    0845-LIB-EXTRAIRE-END

               WHEN WS-LIB-REFUSEE
                    AND (WS-LIB-EXTRACTION = SPACES
                         OR WS-LIB-EXTRACTION = WS-EXEC-RUN-ID)
                   ADD 1 TO WS-CNT-REFUSEES
                   MOVE WS-EXEC-RUN-ID TO WS-LIB-EXTRACTION
                   DISPLAY "Demande refusée, non extraite : "
                           WS-LIB-ID " par " WS-LIB-VALIDEUR

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0860-LIB-ECRITURE-START
           THRU    0860-LIB-ECRITURE-END.

           PERFORM 0841-LIB-LIRE-START
           THRU    0841-LIB-LIRE-END.

       0842-LIB-TRAITER-END .
           EXIT.


      *-----------------------
      *Extraction d'une demande libérée, à partir de l'image CALCOUT
      *gardée sur le fichier des libérations ; une image illisible
      *est signalée et la demande reste libérée, non extraite

       0845-LIB-EXTRAIRE-START .
           IF FUNCTION TEST-NUMVAL (WS-LIB-OPERANDE1) NOT = 0
              OR FUNCTION TEST-NUMVAL (WS-LIB-OPERANDE2) NOT = 0
              OR FUNCTION TEST-NUMVAL (WS-LIB-RESULTAT) NOT = 0
               ADD 1 TO WS-CNT-IGNORES
               DISPLAY "Demande libérée illisible ignorée : "
                       WS-LIB-ID
           ELSE
               COMPUTE WS-VAL-OPERANDE1 =
                       FUNCTION NUMVAL (WS-LIB-OPERANDE1)
               COMPUTE WS-VAL-OPERANDE2 =
                       FUNCTION NUMVAL (WS-LIB-OPERANDE2)
               COMPUTE WS-VAL-RESULTAT =
                       FUNCTION NUMVAL (WS-LIB-RESULTAT)

               MOVE WS-LIB-ID        TO WS-DET-ID
               MOVE WS-LIB-OPERATION TO WS-DET-OPERATION

               PERFORM 0815-DETAIL-ECRIRE-START
               THRU    0815-DETAIL-ECRIRE-END

               ADD 1 TO WS-CNT-LIBEREES
               SET WS-LIB-EXTRAITE TO TRUE
               MOVE WS-EXEC-RUN-ID TO WS-LIB-EXTRACTION
           END-IF.

       0845-LIB-EXTRAIRE-END .
           EXIT.


      *-----------------------
      *Contrôle du résultat lu contre le seuil de son opération :
      *seule une opération pourvue d'un seuil peut être retenue,
      *quand la valeur absolue du résultat le dépasse

       0850-SEUIL-CONTROLER-START .
           MOVE "N" TO WS-SEUIL-DEPASSE.

           IF WS-VAL-RESULTAT < 0
               COMPUTE WS-VAL-ABSOLUE = 0 - WS-VAL-RESULTAT
           ELSE
               MOVE WS-VAL-RESULTAT TO WS-VAL-ABSOLUE
           END-IF.

           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > WS-SEUIL-NB
               IF WS-SEUIL-OPERATION (WS-SEUIL-IDX) =
                       FUNCTION UPPER-CASE (WS-DET-OPERATION)
                  AND WS-VAL-ABSOLUE > WS-SEUIL-VALEUR (WS-SEUIL-IDX)
                   SET WS-SEUIL-DEPASSE-OUI TO TRUE
               END-IF
           END-PERFORM.

       0850-SEUIL-CONTROLER-END .
           EXIT.


      *-----------------------
      *Mise en attente d'un résultat au-delà du seuil : la demande
      *est ajoutée au fichier des libérations avec son exécution,
      *l'opérateur du batch et la date et l'heure de l'extraction ;
      *déjà présente (extraction relancée), elle a été prise en
      *compte à la reprise du fichier

       0855-RETENIR-START .
           MOVE "N" TO WS-DEJA-TROUVE.

           PERFORM VARYING WS-DEJA-IDX FROM 1 BY 1
                   UNTIL WS-DEJA-IDX > WS-DEJA-NB
                      OR WS-DEJA-TROUVE-OUI
               IF WS-DEJA-ID (WS-DEJA-IDX) = WS-DET-ID
                   SET WS-DEJA-TROUVE-OUI TO TRUE
               END-IF
           END-PERFORM.

           IF NOT WS-DEJA-TROUVE-OUI
               MOVE SPACES                 TO WS-LIB-REC
               MOVE FD-BATCH-OUT-ID        TO WS-LIB-ID
               MOVE FD-BATCH-OUT-OPERANDE1 TO WS-LIB-OPERANDE1
               MOVE FD-BATCH-OUT-OPERATION TO WS-LIB-OPERATION
               MOVE FD-BATCH-OUT-OPERANDE2 TO WS-LIB-OPERANDE2
               MOVE FD-BATCH-OUT-RESULTAT  TO WS-LIB-RESULTAT
               MOVE WS-EXEC-RUN-ID         TO WS-LIB-RUN-ID
               MOVE WS-EXEC-OPER-ID        TO WS-LIB-OPER-BATCH
               SET WS-LIB-ATTENTE          TO TRUE
               MOVE WS-RUN-ID              TO WS-LIB-MISE

               PERFORM 0860-LIB-ECRITURE-START
               THRU    0860-LIB-ECRITURE-END

               ADD 1 TO WS-CNT-RETENUES
               ADD 1 TO WS-CNT-ATTENTE
               DISPLAY "Résultat retenu pour libération : "
                       FD-BATCH-OUT-ID " "
                       FD-BATCH-OUT-OPERATION " "
                       FD-BATCH-OUT-RESULTAT
           END-IF.

       0855-RETENIR-END .
           EXIT.


      *-----------------------
      *Ecriture d'une demande sur le fichier des libérations réécrit

       0860-LIB-ECRITURE-START .
           MOVE WS-LIB-REC TO FD-LIBAP-REC.
           WRITE FD-LIBAP-REC.

       0860-LIB-ECRITURE-END .
           EXIT.
