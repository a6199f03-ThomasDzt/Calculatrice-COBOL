      *Libération à deux signatures des résultats retenus par
      *CALCEXTR : un résultat au-delà du seuil de son opération
      *attend sur le fichier des libérations CALCLIB la décision
      *d'un second opérateur. Le valideur, désigné par le paramètre
      *du job (PARM='VALID01'), doit porter le droit de libération
      *dans son profil CALCOPER et ne peut décider d'une demande
      *issue d'une exécution qu'il a lui-même lancée. Les cartes du
      *fichier de pilotage LIBCTL libèrent (LB ident) ou refusent
      *(RF ident) une demande en attente, l'identifiant d'exécution
      *pouvant suivre l'identifiant de demande quand la même demande
      *attend au titre de plusieurs exécutions. Toutes les cartes
      *sont contrôlées avant la réécriture du fichier ; une carte
      *refusée ne touche à rien. Chaque décision garde sur CALCLIB
      *le valideur, la date et l'heure ; le rapport LIBRPT liste les
      *cartes refusées, les décisions du jour et les demandes encore
      *en attente. CALCLIB est relu sur LIBAVANT et réécrit sur
      *LIBAPRES, comme pour CALCEXTR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLIBR.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier des profils opérateurs, partagé avec Calcul2
           SELECT OPERATEUR-FILE ASSIGN TO "CALCOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *Cartes de pilotage : une décision par carte
           SELECT CONTROLE-FILE ASSIGN TO "LIBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Fichier des libérations issu de la dernière mise à jour
      *(absent tant qu'aucune demande n'a été retenue)
           SELECT LIB-AVANT-FILE ASSIGN TO "LIBAVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBAV-FILE-STATUS.

      *Fichier des libérations réécrit par cette exécution
           SELECT LIB-APRES-FILE ASSIGN TO "LIBAPRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBAP-FILE-STATUS.

      *Rapport des décisions
           SELECT LIB-REPORT-FILE ASSIGN TO "LIBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Même découpage que l'enregistrement lu par Calcul2, complété
      *du droit de libération (O autorisé, N ou blanc refusé) et du
      *statut du profil (S suspendu, A ou blanc actif)
       FD  OPERATEUR-FILE.
       01  FD-OPER-REC.
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

      *Carte de pilotage : LB ident [exécution] (libérer), RF ident
      *[exécution] (refuser)
       FD  CONTROLE-FILE.
       01  FD-CTL-REC              PIC X(80).

      *Demande du fichier des libérations, relue telle quelle ; le
      *découpage est celui de WS-LIB-REC
       FD  LIB-AVANT-FILE.
       01  FD-LIBAV-REC            PIC X(145).

       FD  LIB-APRES-FILE.
       01  FD-LIBAP-REC            PIC X(145).

      *Ligne du rapport des décisions
       FD  LIB-REPORT-FILE.
       01  FD-RPT-REC              PIC X(100).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-OPER-STATUS         PIC X(02).
       01  WS-CTL-FILE-STATUS     PIC X(02).
       01  WS-LIBAV-FILE-STATUS   PIC X(02).
       01  WS-LIBAP-FILE-STATUS   PIC X(02).
       01  WS-RPT-FILE-STATUS     PIC X(02).

      *Fins de fichier
       01  WS-OPER-EOF            PIC X(01)   VALUE "N".
           88  WS-OPER-EOF-OUI                VALUE "Y".
       01  WS-CTL-EOF             PIC X(01)   VALUE "N".
           88  WS-CTL-EOF-OUI                 VALUE "Y".
       01  WS-LIBAV-EOF           PIC X(01)   VALUE "N".
           88  WS-LIBAV-EOF-OUI               VALUE "Y".

      *Paramètre de lancement : l'identifiant du valideur
      *(PARM='VALID01' côté JCL)
       01  WS-CMD-PARM            PIC X(08).
       01  WS-VALID-ID            PIC X(08).

      *Profil du valideur : trouvé dans CALCOPER, statut et droit de
      *libération
       01  WS-PROFIL-TROUVE       PIC X(01)   VALUE "N".
           88  WS-PROFIL-TROUVE-OUI           VALUE "Y".
       01  WS-PROFIL-VALIDEUR     PIC X(01)   VALUE "N".
           88  WS-PROFIL-VALIDEUR-OUI         VALUE "O".
       01  WS-PROFIL-STATUT       PIC X(01)   VALUE SPACE.
           88  WS-PROFIL-SUSPENDU             VALUE "S".

      *Date et heure de la décision, portées par chaque demande
      *décidée
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE               PIC 9(08).
       01  WS-DECISION            PIC X(16).

      *Découpage de la carte en cours : le verbe, l'identifiant de
      *demande et l'identifiant d'exécution facultatif, séparés par
      *des blancs ; la zone de reste décèle une carte trop longue et
      *les zones sont d'un caractère plus larges que leur contenu
      *pour déceler un identifiant trop long
       01  WS-CTL-VERBE           PIC X(02).
       01  WS-CTL-IDENT           PIC X(09).
       01  WS-CTL-EXEC            PIC X(17).
       01  WS-CTL-RESTE           PIC X(20).
       01  WS-CTL-MOTIF           PIC X(50).
       01  WS-CTL-IMAGE           PIC X(40).

      *Table des cartes acceptées : verbe, demande et exécution
      *visées, image de la carte, nombre de demandes en attente
      *rapprochées (une seule attendue) et de demandes déjà
      *décidées sous le même identifiant, exécution et opérateur de
      *la demande rapprochée, état de la carte (V valide, R refusée,
      *A appliquée)
       01  WS-CRT-MAX             PIC 9(03)   VALUE 200.
       01  WS-CRT-NB              PIC 9(03)   VALUE 0.
       01  WS-CRT-TABLE.
           05  WS-CRT-ENTREE      OCCURS 200 TIMES.
               10  WS-CRT-VERBE       PIC X(02).
               10  WS-CRT-ID          PIC X(08).
               10  WS-CRT-EXEC        PIC X(16).
               10  WS-CRT-IMAGE       PIC X(40).
               10  WS-CRT-NB-ATT      PIC 9(03).
               10  WS-CRT-NB-DEJA     PIC 9(03).
               10  WS-CRT-RUN-ID      PIC X(16).
               10  WS-CRT-OPER        PIC X(08).
               10  WS-CRT-ETAT        PIC X(01).
       01  WS-CRT-IDX             PIC 9(03)   COMP.
       01  WS-CRT-IDX2            PIC 9(03)   COMP.
       01  WS-CRT-TROUVE          PIC X(01).
           88  WS-CRT-TROUVE-OUI              VALUE "Y".

      *Même découpage que la demande écrite par CALCEXTR : l'image
      *CALCOUT, l'exécution et son opérateur, le statut (AT en
      *attente, LI libérée, RE refusée, EX libérée puis extraite),
      *la mise en attente, le valideur, la décision et l'extraction
      *qui l'a prise en compte
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

      *Libellé de la situation d'une demande dans le rapport
       01  WS-RPT-SITUATION       PIC X(10).

      *Compteurs de contrôle : cartes lues et refusées, demandes
      *libérées, refusées et restées en attente
       01  WS-CNT-CARTES          PIC 9(05)   VALUE 0.
       01  WS-CNT-CARTES-REF      PIC 9(05)   VALUE 0.
       01  WS-CNT-LIBEREES        PIC 9(05)   VALUE 0.
       01  WS-CNT-REFUSEES        PIC 9(05)   VALUE 0.
       01  WS-CNT-ATTENTE         PIC 9(05)   VALUE 0.

      *Ligne de travail du rapport
       01  WS-RPT-LIGNE           PIC X(100).

       PROCEDURE DIVISION.

      *Identification du valideur et contrôle de son profil : sans
      *droit de libération le job s'arrête sans rien décider
       ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
       MOVE FUNCTION UPPER-CASE (WS-CMD-PARM) TO WS-VALID-ID.

       IF WS-VALID-ID = SPACES
           DISPLAY "Erreur, identifiant du valideur absent"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 1200-PROFIL-CHARGER-START
       THRU    1200-PROFIL-CHARGER-END.

       IF NOT WS-PROFIL-TROUVE-OUI
           DISPLAY "Erreur, valideur inconnu du fichier des "
                   "profils : " WS-VALID-ID
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF WS-PROFIL-SUSPENDU
           DISPLAY "Erreur, profil suspendu : " WS-VALID-ID
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF NOT WS-PROFIL-VALIDEUR-OUI
           DISPLAY "Erreur, droit de libération refusé au profil de "
                   WS-VALID-ID
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE FROM TIME.

       STRING WS-DATE-JOUR DELIMITED BY SIZE
              WS-HEURE     DELIMITED BY SIZE
              INTO WS-DECISION.

      *Ouverture du rapport des décisions
       OPEN OUTPUT LIB-REPORT-FILE.
       IF WS-RPT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de LIBRPT, code "
                   WS-RPT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Libération des résultats retenus----------"
               TO WS-RPT-LIGNE.
       PERFORM 1290-RPT-ECRITURE-START
       THRU    1290-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       STRING "Valideur : "  DELIMITED BY SIZE
              WS-VALID-ID     DELIMITED BY SIZE
              "  Décision : " DELIMITED BY SIZE
              WS-DECISION     DELIMITED BY SIZE
              INTO WS-RPT-LIGNE.
       PERFORM 1290-RPT-ECRITURE-START
       THRU    1290-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       PERFORM 1290-RPT-ECRITURE-START
       THRU    1290-RPT-ECRITURE-END.

      *Chargement et contrôle de toutes les cartes avant la moindre
      *mise à jour : syntaxe, rapprochement avec les demandes en
      *attente, exécution lancée par le valideur, cartes en conflit
       PERFORM 1210-CARTES-CHARGER-START
       THRU    1210-CARTES-CHARGER-END.

       PERFORM 1220-CARTES-RAPPROCHER-START
       THRU    1220-CARTES-RAPPROCHER-END.

       PERFORM 1230-CARTES-CONTROLER-START
       THRU    1230-CARTES-CONTROLER-END.

      *Réécriture du fichier des libérations avec les décisions des
      *cartes valides
       OPEN OUTPUT LIB-APRES-FILE.
       IF WS-LIBAP-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de LIBAPRES, code "
                   WS-LIBAP-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE SPACES TO WS-RPT-LIGNE.
       PERFORM 1290-RPT-ECRITURE-START
       THRU    1290-RPT-ECRITURE-END.

       MOVE "----------Décisions et demandes en attente----------"
               TO WS-RPT-LIGNE.
       PERFORM 1290-RPT-ECRITURE-START
       THRU    1290-RPT-ECRITURE-END.

       PERFORM 1240-LIB-APPLIQUER-START
       THRU    1240-LIB-APPLIQUER-END.

       PERFORM 1280-TOTAUX-START
       THRU    1280-TOTAUX-END.

       CLOSE LIB-APRES-FILE.
       CLOSE LIB-REPORT-FILE.

       DISPLAY "CALCLIBR : " WS-CNT-CARTES " cartes lues, "
               WS-CNT-CARTES-REF " cartes refusées, "
               WS-CNT-LIBEREES " libérées, "
               WS-CNT-REFUSEES " refusées, "
               WS-CNT-ATTENTE " en attente".

      *Code retour 4 dès qu'une carte a été refusée, pour que le
      *refus ne passe pas inaperçu dans la chaîne
       IF WS-CNT-CARTES-REF > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       STOP RUN.

      ******************************************************************
      *Recherche du profil du valideur dans le fichier CALCOPER ; un
      *fichier absent ou illisible arrête le programme

       1200-PROFIL-CHARGER-START .
           OPEN INPUT OPERATEUR-FILE.

           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCOPER, code "
                       WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1201-OPER-LIRE-START
           THRU    1201-OPER-LIRE-END.

           PERFORM 1202-OPER-EXAMINER-START
           THRU    1202-OPER-EXAMINER-END
           UNTIL   WS-OPER-EOF-OUI OR WS-PROFIL-TROUVE-OUI.

           CLOSE OPERATEUR-FILE.

       1200-PROFIL-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement du fichier des profils

       1201-OPER-LIRE-START .
           READ OPERATEUR-FILE
               AT END
                   SET WS-OPER-EOF-OUI TO TRUE
           END-READ.

       1201-OPER-LIRE-END .
           EXIT.


      *-----------------------
      *Examen d'un profil lu : celui du valideur est retenu avec son
      *droit de libération

       1202-OPER-EXAMINER-START .
           IF FUNCTION UPPER-CASE (FD-OPER-ID) = WS-VALID-ID
               SET WS-PROFIL-TROUVE-OUI TO TRUE
               MOVE FUNCTION UPPER-CASE (FD-OPER-VALIDEUR)
                       TO WS-PROFIL-VALIDEUR
               MOVE FUNCTION UPPER-CASE (FD-OPER-STATUT)
                       TO WS-PROFIL-STATUT
           END-IF.

           PERFORM 1201-OPER-LIRE-START
           THRU    1201-OPER-LIRE-END.

       1202-OPER-EXAMINER-END .
           EXIT.


      *-----------------------
      *Chargement des cartes de pilotage dans la table

       1210-CARTES-CHARGER-START .
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de LIBCTL, code "
                       WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "----------Cartes refusées----------"
                   TO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

           PERFORM 1211-CTL-LIRE-START
           THRU    1211-CTL-LIRE-END.

           PERFORM 1212-CTL-RANGER-START
           THRU    1212-CTL-RANGER-END
           UNTIL   WS-CTL-EOF-OUI.

           CLOSE CONTROLE-FILE.

       1210-CARTES-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'une carte de pilotage

       1211-CTL-LIRE-START .
           READ CONTROLE-FILE
               AT END
                   SET WS-CTL-EOF-OUI TO TRUE
           END-READ.

       1211-CTL-LIRE-END .
           EXIT.


      *-----------------------
      *Contrôle de syntaxe d'une carte et rangement dans la table ;
      *une carte à blanc est passée, une carte refusée est listée
      *avec son motif

       1212-CTL-RANGER-START .
           IF FD-CTL-REC NOT = SPACES
               ADD 1 TO WS-CNT-CARTES
               MOVE FD-CTL-REC TO WS-CTL-IMAGE

               MOVE SPACES TO WS-CTL-VERBE
               MOVE SPACES TO WS-CTL-IDENT
               MOVE SPACES TO WS-CTL-EXEC
               MOVE SPACES TO WS-CTL-RESTE
               MOVE SPACES TO WS-CTL-MOTIF

               UNSTRING FD-CTL-REC
                   DELIMITED BY ALL SPACE
                   INTO WS-CTL-VERBE
                        WS-CTL-IDENT
                        WS-CTL-EXEC
                        WS-CTL-RESTE
               END-UNSTRING

               MOVE FUNCTION UPPER-CASE (WS-CTL-VERBE)
                       TO WS-CTL-VERBE

               EVALUATE TRUE
                   WHEN WS-CTL-VERBE NOT = "LB"
                        AND WS-CTL-VERBE NOT = "RF"
                       MOVE "verbe inconnu" TO WS-CTL-MOTIF
                   WHEN WS-CTL-IDENT = SPACES
                        OR WS-CTL-IDENT (9:1) NOT = SPACE
                       MOVE "identifiant de demande invalide"
                               TO WS-CTL-MOTIF
                   WHEN WS-CTL-EXEC NOT = SPACES
                        AND (WS-CTL-EXEC (1:16) NOT NUMERIC
                             OR WS-CTL-EXEC (17:1) NOT = SPACE)
                       MOVE "identifiant d'exécution invalide"
                               TO WS-CTL-MOTIF
                   WHEN WS-CTL-RESTE NOT = SPACES
                       MOVE "zone en trop sur la carte"
                               TO WS-CTL-MOTIF
                   WHEN WS-CRT-NB >= WS-CRT-MAX
                       MOVE "table des cartes saturée"
                               TO WS-CTL-MOTIF
                   WHEN OTHER
                       PERFORM 1213-CTL-DOUBLE-START
                       THRU    1213-CTL-DOUBLE-END
               END-EVALUATE

               IF WS-CTL-MOTIF NOT = SPACES
                   PERFORM 1235-CTL-REFUS-START
                   THRU    1235-CTL-REFUS-END
               ELSE
                   ADD 1 TO WS-CRT-NB
                   MOVE WS-CTL-VERBE   TO WS-CRT-VERBE (WS-CRT-NB)
                   MOVE WS-CTL-IDENT   TO WS-CRT-ID (WS-CRT-NB)
                   MOVE WS-CTL-EXEC    TO WS-CRT-EXEC (WS-CRT-NB)
                   MOVE WS-CTL-IMAGE   TO WS-CRT-IMAGE (WS-CRT-NB)
                   MOVE 0              TO WS-CRT-NB-ATT (WS-CRT-NB)
                   MOVE 0              TO WS-CRT-NB-DEJA (WS-CRT-NB)
                   MOVE SPACES         TO WS-CRT-RUN-ID (WS-CRT-NB)
                   MOVE SPACES         TO WS-CRT-OPER (WS-CRT-NB)
                   MOVE "V"            TO WS-CRT-ETAT (WS-CRT-NB)
               END-IF
           END-IF.

           PERFORM 1211-CTL-LIRE-START
           THRU    1211-CTL-LIRE-END.

       1212-CTL-RANGER-END .
           EXIT.


      *-----------------------
      *Refus d'une carte qui répète une carte déjà acceptée (même
      *demande, même exécution)

       1213-CTL-DOUBLE-START .
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-NB
               IF WS-CRT-ID (WS-CRT-IDX) = WS-CTL-IDENT
                  AND WS-CRT-EXEC (WS-CRT-IDX) = WS-CTL-EXEC
                   MOVE "carte en double" TO WS-CTL-MOTIF
               END-IF
           END-PERFORM.

       1213-CTL-DOUBLE-END .
           EXIT.


      *-----------------------
      *Rapprochement des cartes avec le fichier des libérations :
      *pour chaque carte, nombre de demandes en attente visées et
      *nombre de demandes déjà décidées sous le même identifiant ;
      *sans fichier, aucune demande n'attend

       1220-CARTES-RAPPROCHER-START .
           MOVE "N" TO WS-LIBAV-EOF.

           OPEN INPUT LIB-AVANT-FILE.

           IF WS-LIBAV-FILE-STATUS = "00"
               PERFORM 1221-LIB-LIRE-START
               THRU    1221-LIB-LIRE-END

               PERFORM 1222-LIB-RAPPROCHER-START
               THRU    1222-LIB-RAPPROCHER-END
               UNTIL   WS-LIBAV-EOF-OUI

               CLOSE LIB-AVANT-FILE
           END-IF.

       1220-CARTES-RAPPROCHER-END .
           EXIT.


      *-----------------------
      *Lecture d'une demande du fichier des libérations

       1221-LIB-LIRE-START .
           READ LIB-AVANT-FILE
               AT END
                   SET WS-LIBAV-EOF-OUI TO TRUE
           END-READ.

       1221-LIB-LIRE-END .
           EXIT.


      *-----------------------
      *Rapprochement d'une demande lue avec chacune des cartes : la
      *carte vise la demande par son identifiant et, si elle le
      *porte, par l'identifiant d'exécution

       1222-LIB-RAPPROCHER-START .
           MOVE FD-LIBAV-REC TO WS-LIB-REC.

           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-NB
               IF WS-CRT-ID (WS-CRT-IDX) = WS-LIB-ID
                  AND (WS-CRT-EXEC (WS-CRT-IDX) = SPACES
                       OR WS-CRT-EXEC (WS-CRT-IDX) = WS-LIB-RUN-ID)
                   IF WS-LIB-ATTENTE
                       ADD 1 TO WS-CRT-NB-ATT (WS-CRT-IDX)
                       MOVE WS-LIB-RUN-ID
                               TO WS-CRT-RUN-ID (WS-CRT-IDX)
                       MOVE FUNCTION UPPER-CASE (WS-LIB-OPER-BATCH)
                               TO WS-CRT-OPER (WS-CRT-IDX)
                   ELSE
                       ADD 1 TO WS-CRT-NB-DEJA (WS-CRT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 1221-LIB-LIRE-START
           THRU    1221-LIB-LIRE-END.

       1222-LIB-RAPPROCHER-END .
           EXIT.


      *-----------------------
      *Contrôle de chaque carte acceptée : une et une seule demande
      *en attente visée, lancée par un autre opérateur que le
      *valideur, et pas déjà visée par une carte précédente

       1230-CARTES-CONTROLER-START .
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-NB
               MOVE SPACES TO WS-CTL-MOTIF

               EVALUATE TRUE
                   WHEN WS-CRT-NB-ATT (WS-CRT-IDX) = 0
                        AND WS-CRT-NB-DEJA (WS-CRT-IDX) > 0
                       MOVE "demande déjà décidée"
                               TO WS-CTL-MOTIF
                   WHEN WS-CRT-NB-ATT (WS-CRT-IDX) = 0
                       MOVE "aucune demande en attente"
                               TO WS-CTL-MOTIF
                   WHEN WS-CRT-NB-ATT (WS-CRT-IDX) > 1
                       MOVE "plusieurs exécutions, préciser laquelle"
                               TO WS-CTL-MOTIF
                   WHEN WS-CRT-OPER (WS-CRT-IDX) = WS-VALID-ID
                       MOVE "exécution lancée par le valideur"
                               TO WS-CTL-MOTIF
                   WHEN OTHER
                       PERFORM 1231-CTL-CONFLIT-START
                       THRU    1231-CTL-CONFLIT-END
               END-EVALUATE

               IF WS-CTL-MOTIF NOT = SPACES
                   MOVE "R" TO WS-CRT-ETAT (WS-CRT-IDX)
                   MOVE WS-CRT-IMAGE (WS-CRT-IDX) TO WS-CTL-IMAGE
                   PERFORM 1235-CTL-REFUS-START
                   THRU    1235-CTL-REFUS-END
               END-IF
           END-PERFORM.

       1230-CARTES-CONTROLER-END .
           EXIT.


      *-----------------------
      *Refus d'une carte qui vise la même demande qu'une carte
      *valide précédente

       1231-CTL-CONFLIT-START .
           PERFORM VARYING WS-CRT-IDX2 FROM 1 BY 1
                   UNTIL WS-CRT-IDX2 >= WS-CRT-IDX
               IF WS-CRT-ETAT (WS-CRT-IDX2) = "V"
                  AND WS-CRT-ID (WS-CRT-IDX2) = WS-CRT-ID (WS-CRT-IDX)
                  AND WS-CRT-RUN-ID (WS-CRT-IDX2) =
                      WS-CRT-RUN-ID (WS-CRT-IDX)
                   MOVE "demande visée par une carte précédente"
                           TO WS-CTL-MOTIF
               END-IF
           END-PERFORM.

       1231-CTL-CONFLIT-END .
           EXIT.


      *-----------------------
      *Carte refusée : comptée, affichée et listée avec son motif

       1235-CTL-REFUS-START .
           ADD 1 TO WS-CNT-CARTES-REF.

           DISPLAY "Carte refusée, " FUNCTION TRIM (WS-CTL-MOTIF)
                   " : " WS-CTL-IMAGE.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING WS-CTL-IMAGE      DELIMITED BY SIZE
                  " : "             DELIMITED BY SIZE
                  WS-CTL-MOTIF      DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

       1235-CTL-REFUS-END .
           EXIT.


      *-----------------------
      *Réécriture du fichier des libérations : chaque demande en
      *attente visée par une carte valide reçoit la décision, le
      *valideur, la date et l'heure ; les autres demandes sont
      *recopiées telles quelles

       1240-LIB-APPLIQUER-START .
           MOVE "N" TO WS-LIBAV-EOF.

           OPEN INPUT LIB-AVANT-FILE.

           IF WS-LIBAV-FILE-STATUS = "00"
               PERFORM 1221-LIB-LIRE-START
               THRU    1221-LIB-LIRE-END

               PERFORM 1242-LIB-DECIDER-START
               THRU    1242-LIB-DECIDER-END
               UNTIL   WS-LIBAV-EOF-OUI

               CLOSE LIB-AVANT-FILE
           END-IF.

       1240-LIB-APPLIQUER-END .
           EXIT.


      *-----------------------
      *Décision sur une demande lue : la carte valide qui la vise est
      *appliquée ; une demande toujours en attente est listée

       1242-LIB-DECIDER-START .
           MOVE FD-LIBAV-REC TO WS-LIB-REC.

           IF WS-LIB-ATTENTE
               MOVE "N" TO WS-CRT-TROUVE

               PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                       UNTIL WS-CRT-IDX > WS-CRT-NB
                          OR WS-CRT-TROUVE-OUI
                   IF WS-CRT-ETAT (WS-CRT-IDX) = "V"
                      AND WS-CRT-ID (WS-CRT-IDX) = WS-LIB-ID
                      AND WS-CRT-RUN-ID (WS-CRT-IDX) = WS-LIB-RUN-ID
                       SET WS-CRT-TROUVE-OUI TO TRUE
                       MOVE "A" TO WS-CRT-ETAT (WS-CRT-IDX)
                       IF WS-CRT-VERBE (WS-CRT-IDX) = "LB"
                           SET WS-LIB-LIBEREE TO TRUE
                           MOVE "Libérée" TO WS-RPT-SITUATION
                           ADD 1 TO WS-CNT-LIBEREES
                       ELSE
                           SET WS-LIB-REFUSEE TO TRUE
                           MOVE "Refusée" TO WS-RPT-SITUATION
                           ADD 1 TO WS-CNT-REFUSEES
                       END-IF
                       MOVE WS-VALID-ID TO WS-LIB-VALIDEUR
                       MOVE WS-DECISION TO WS-LIB-DECISION
                   END-IF
               END-PERFORM

               IF NOT WS-CRT-TROUVE-OUI
                   MOVE "En attente" TO WS-RPT-SITUATION
                   ADD 1 TO WS-CNT-ATTENTE
               END-IF

               PERFORM 1245-RPT-DEMANDE-START
               THRU    1245-RPT-DEMANDE-END
           END-IF.

           MOVE WS-LIB-REC TO FD-LIBAP-REC.
           WRITE FD-LIBAP-REC.

           PERFORM 1221-LIB-LIRE-START
           THRU    1221-LIB-LIRE-END.

       1242-LIB-DECIDER-END .
           EXIT.


      *-----------------------
      *Ligne du rapport pour une demande décidée ou en attente :
      *situation, demande, opération et résultat, exécution et
      *opérateur du batch

       1245-RPT-DEMANDE-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           STRING WS-RPT-SITUATION   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-LIB-ID          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-LIB-OPERATION   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-LIB-RESULTAT    DELIMITED BY SIZE
                  "  exécution "     DELIMITED BY SIZE
                  WS-LIB-RUN-ID      DELIMITED BY SIZE
                  " de "             DELIMITED BY SIZE
                  WS-LIB-OPER-BATCH  DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

       1245-RPT-DEMANDE-END .
           EXIT.


      *-----------------------
      *Totaux du rapport

       1280-TOTAUX-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Cartes lues : "       DELIMITED BY SIZE
                  WS-CNT-CARTES           DELIMITED BY SIZE
                  "  refusées : "        DELIMITED BY SIZE
                  WS-CNT-CARTES-REF       DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Demandes libérées : " DELIMITED BY SIZE
                  WS-CNT-LIBEREES         DELIMITED BY SIZE
                  "  refusées : "        DELIMITED BY SIZE
                  WS-CNT-REFUSEES         DELIMITED BY SIZE
                  "  en attente : "       DELIMITED BY SIZE
                  WS-CNT-ATTENTE          DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1290-RPT-ECRITURE-START
           THRU    1290-RPT-ECRITURE-END.

       1280-TOTAUX-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport des décisions

       1290-RPT-ECRITURE-START .
           MOVE WS-RPT-LIGNE TO FD-RPT-REC.
           WRITE FD-RPT-REC.

       1290-RPT-ECRITURE-END .
           EXIT.
