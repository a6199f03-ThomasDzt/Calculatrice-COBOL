      *Rapprochement d'une exécution batch de Calcul2 : le dernier
      *enregistrement de contrôle de l'historique CALCHIST (écrit par
      *Calcul2 en fin de traitement) est confronté au contenu réel
      *des fichiers de l'exécution. Chaque enregistrement de la
      *concaténation CALCIN doit se retrouver une fois et une seule,
      *soit sur CALCOUT, soit sur CALCREJ, soit dans les
      *enregistrements sautés en reprise ; le total des résultats de
      *CALCOUT doit retomber sur le total de contrôle ; TRANSLOG doit
      *porter une ligne par demande calculée pendant l'exécution. Le
      *rapport BALRPT détaille chaque contrôle, et un écart arrête la
      *chaîne (code retour 8) avant l'extraction vers la finance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBAL.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Historique des exécutions batch écrit par Calcul2
           SELECT CONTROLE-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

      *Demandes de l'exécution : la même concaténation CALCIN que
      *l'étape de calcul
           SELECT BATCH-INPUT-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-IN-STATUS.

      *Fichier des résultats écrit par Calcul2, lu dans l'ordre des
      *clés
           SELECT BATCH-OUTPUT-FILE ASSIGN TO "CALCOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-BATCH-OUT-ID
               FILE STATUS IS WS-BATCH-OUT-STATUS.

      *Fichier des rejets de l'exécution
           SELECT BATCH-REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REJ-STATUS.

      *Journal des transactions, complété par l'exécution
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

      *Rapport de rapprochement
           SELECT BAL-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Même découpage que l'enregistrement de contrôle écrit par
      *Calcul2
       FD  CONTROLE-FILE.
       01  FD-CTRL-REC.
           05  FD-CTRL-RUN-ID          PIC X(16).
           05  FD-CTRL-SEP1            PIC X(01).
           05  FD-CTRL-OPER-ID         PIC X(08).
           05  FD-CTRL-SEP2            PIC X(01).
           05  FD-CTRL-DEBUT           PIC X(16).
           05  FD-CTRL-SEP3            PIC X(01).
           05  FD-CTRL-FIN             PIC X(16).
           05  FD-CTRL-SEP4            PIC X(01).
           05  FD-CTRL-LUS             PIC X(07).
           05  FD-CTRL-SEP5            PIC X(01).
           05  FD-CTRL-SAUTES          PIC X(07).
           05  FD-CTRL-SEP6            PIC X(01).
           05  FD-CTRL-ECRITS          PIC X(07).
           05  FD-CTRL-SEP7            PIC X(01).
           05  FD-CTRL-REJETES         PIC X(07).
           05  FD-CTRL-SEP8            PIC X(01).
           05  FD-CTRL-RC              PIC X(02).
           05  FD-CTRL-SEP9            PIC X(01).
           05  FD-CTRL-TOTAL           PIC X(19).
           05  FILLER                  PIC X(06).

      *Enregistrement CALCIN, seulement compté
       FD  BATCH-INPUT-FILE.
       01  FD-BATCH-IN-REC             PIC X(75).

      *Même découpage que l'enregistrement CALCOUT écrit par Calcul2,
      *les zones numériques éditées relues en alphanumérique
       FD  BATCH-OUTPUT-FILE.
       01  FD-BATCH-OUT-REC.
           05  FD-BATCH-OUT-ID         PIC X(08).
           05  FD-BATCH-OUT-SEP0       PIC X(01).
           05  FD-BATCH-OUT-OPERANDE1  PIC X(14).
           05  FD-BATCH-OUT-SEP1       PIC X(01).
           05  FD-BATCH-OUT-OPERATION  PIC X(02).
           05  FD-BATCH-OUT-SEP2       PIC X(01).
           05  FD-BATCH-OUT-OPERANDE2  PIC X(14).
           05  FD-BATCH-OUT-SEP3       PIC X(01).
           05  FD-BATCH-OUT-RESULTAT   PIC X(14).
           05  FILLER                  PIC X(24).

      *Même découpage que l'enregistrement de rejet écrit par Calcul2
       FD  BATCH-REJECT-FILE.
       01  FD-BATCH-REJ-REC.
           05  FD-REJ-ENREG            PIC X(75).
           05  FD-REJ-SEP              PIC X(01).
           05  FD-REJ-MOTIF            PIC X(03).
           05  FILLER                  PIC X(01).

      *Même découpage que l'enregistrement écrit par Calcul2 ; seul
      *l'horodatage de la ligne sert au rapprochement
       FD  TRANS-LOG-FILE.
       01  FD-TRANS-LOG-REC.
           05  FD-LOG-DATE         PIC X(08).
           05  FD-LOG-SEP1         PIC X(01).
           05  FD-LOG-TIME         PIC X(08).
           05  FD-LOG-RESTE        PIC X(109).

      *Ligne du rapport de rapprochement
       FD  BAL-REPORT-FILE.
       01  FD-BAL-REC              PIC X(100).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-CTRL-STATUS         PIC X(02).
       01  WS-BATCH-IN-STATUS     PIC X(02).
       01  WS-BATCH-OUT-STATUS    PIC X(02).
       01  WS-BATCH-REJ-STATUS    PIC X(02).
       01  WS-LOG-FILE-STATUS     PIC X(02).
       01  WS-BAL-FILE-STATUS     PIC X(02).

      *Fin de fichier de chacun des fichiers relus
       01  WS-CTRL-EOF            PIC X(01)   VALUE "N".
           88  WS-CTRL-EOF-OUI                VALUE "Y".
       01  WS-IN-EOF              PIC X(01)   VALUE "N".
           88  WS-IN-EOF-OUI                  VALUE "Y".
       01  WS-OUT-EOF             PIC X(01)   VALUE "N".
           88  WS-OUT-EOF-OUI                 VALUE "Y".
       01  WS-REJ-EOF             PIC X(01)   VALUE "N".
           88  WS-REJ-EOF-OUI                 VALUE "Y".
       01  WS-LOG-EOF             PIC X(01)   VALUE "N".
           88  WS-LOG-EOF-OUI                 VALUE "Y".

      *Dernier enregistrement de contrôle lu sur l'historique :
      *l'exécution à rapprocher
       01  WS-CTRL-TROUVE         PIC X(01)   VALUE "N".
           88  WS-CTRL-TROUVE-OUI             VALUE "Y".
       01  WS-CTRL-DERNIER.
           05  WS-DER-RUN-ID          PIC X(16).
           05  FILLER                 PIC X(01).
           05  WS-DER-OPER-ID         PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-DER-DEBUT           PIC X(16).
           05  FILLER                 PIC X(01).
           05  WS-DER-FIN             PIC X(16).
           05  FILLER                 PIC X(01).
           05  WS-DER-LUS             PIC X(07).
           05  FILLER                 PIC X(01).
           05  WS-DER-SAUTES          PIC X(07).
           05  FILLER                 PIC X(01).
           05  WS-DER-ECRITS          PIC X(07).
           05  FILLER                 PIC X(01).
           05  WS-DER-REJETES         PIC X(07).
           05  FILLER                 PIC X(01).
           05  WS-DER-RC              PIC X(02).
           05  FILLER                 PIC X(01).
           05  WS-DER-TOTAL           PIC X(19).
           05  FILLER                 PIC X(06).

      *Compteurs et total de l'exécution tels que déclarés par
      *Calcul2
       01  WS-DECL-LUS            PIC 9(07)   VALUE 0.
       01  WS-DECL-SAUTES         PIC 9(07)   VALUE 0.
       01  WS-DECL-ECRITS         PIC 9(07)   VALUE 0.
       01  WS-DECL-REJETES        PIC 9(07)   VALUE 0.
       01  WS-DECL-TOTAL          PIC S9(15)V99 VALUE 0.

      *Comptages constatés sur les fichiers de l'exécution : les
      *enregistrements CALCIN, les résultats CALCOUT et leur total,
      *les rejets (dont les doublons d'identifiant, qui ont laissé
      *une ligne de journal avant d'être refusés par CALCOUT) et les
      *lignes de journal horodatées pendant l'exécution
       01  WS-CNT-CALCIN          PIC 9(07)   VALUE 0.
       01  WS-CNT-CALCOUT         PIC 9(07)   VALUE 0.
       01  WS-CNT-ILLISIBLES      PIC 9(07)   VALUE 0.
       01  WS-CNT-CALCREJ         PIC 9(07)   VALUE 0.
       01  WS-CNT-DOUBLONS        PIC 9(07)   VALUE 0.
       01  WS-CNT-TRANSLOG        PIC 9(07)   VALUE 0.
       01  WS-OUT-TOTAL           PIC S9(15)V99 VALUE 0.
       01  WS-OUT-RESULTAT        PIC S9(10)V99.

      *Horodatage d'une ligne de journal (date et heure concaténées),
      *comparé à la fenêtre début / fin de l'exécution
       01  WS-LOG-HORODATE        PIC X(16).

      *Ancienneté de l'exécution rapprochée : l'enregistrement de
      *contrôle doit dater du jour (ou de la veille pour un batch qui
      *a passé minuit), sinon l'étape de calcul n'a rien écrit et le
      *rapprochement porterait sur une exécution précédente
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-DATE-FIN            PIC 9(08).
       01  WS-ANCIENNETE          PIC S9(07).

      *Contrôle en cours : libellé, valeur attendue, valeur constatée
       01  WS-CTL-LIBELLE         PIC X(40).
       01  WS-CTL-ATTENDU         PIC 9(07).
       01  WS-CTL-CONSTATE        PIC 9(07).
       01  WS-CTL-VERDICT         PIC X(12).

      *Issue du rapprochement : nombre de contrôles en écart, et
      *contrôle partiel en reprise (CALCOUT porte alors aussi les
      *résultats de l'exécution interrompue)
       01  WS-CNT-ECARTS          PIC 9(03)   VALUE 0.
       01  WS-PARTIEL             PIC X(01)   VALUE "N".
           88  WS-PARTIEL-OUI                 VALUE "Y".

      *Zones d'édition du rapport
       01  WS-EDIT-ATTENDU        PIC Z(06)9.
       01  WS-EDIT-CONSTATE       PIC Z(06)9.
       01  WS-EDIT-TOTAL1         PIC -(15)9(1).9(2).
       01  WS-EDIT-TOTAL2         PIC -(15)9(1).9(2).
       01  WS-BAL-LIGNE           PIC X(100).

       PROCEDURE DIVISION.

      *Ouverture du rapport de rapprochement (un nouveau rapport à
      *chaque exécution)
       OPEN OUTPUT BAL-REPORT-FILE.
       IF WS-BAL-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de BALRPT, code "
                   WS-BAL-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Rapprochement de l'exécution batch----------"
               TO WS-BAL-LIGNE.
       PERFORM 1190-BAL-ECRITURE-START
       THRU    1190-BAL-ECRITURE-END.

      *Recherche de l'exécution à rapprocher : le dernier
      *enregistrement de l'historique
       PERFORM 1100-CTRL-CHARGER-START
       THRU    1100-CTRL-CHARGER-END.

      *Comptage du contenu réel des fichiers de l'exécution
       PERFORM 1110-CALCIN-COMPTER-START
       THRU    1110-CALCIN-COMPTER-END.

       PERFORM 1115-CALCOUT-COMPTER-START
       THRU    1115-CALCOUT-COMPTER-END.

       PERFORM 1120-CALCREJ-COMPTER-START
       THRU    1120-CALCREJ-COMPTER-END.

       PERFORM 1125-TRANSLOG-COMPTER-START
       THRU    1125-TRANSLOG-COMPTER-END.

      *Confrontation des comptages aux déclarations de Calcul2
       PERFORM 1140-RAPPROCHER-START
       THRU    1140-RAPPROCHER-END.

       PERFORM 1180-BAL-TOTAUX-START
       THRU    1180-BAL-TOTAUX-END.

       CLOSE BAL-REPORT-FILE.

      *Code retour 8 dès qu'un contrôle est en écart (l'extraction
      *vers la finance doit être retenue), 4 pour un rapprochement
      *partiel après reprise, à examiner avant de libérer la suite
       IF WS-CNT-ECARTS > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-PARTIEL-OUI
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       STOP RUN.

      ******************************************************************
      *Lecture de tout l'historique des exécutions : le dernier
      *enregistrement est celui de l'exécution qui vient de se
      *terminer ; un historique absent, vide, illisible ou périmé
      *arrête le rapprochement en code retour 8

       1100-CTRL-CHARGER-START .
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTRL-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCHIST, code "
                       WS-CTRL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1101-CTRL-LIRE-START
           THRU    1101-CTRL-LIRE-END.

           PERFORM 1102-CTRL-SUIVANT-START
           THRU    1102-CTRL-SUIVANT-END
           UNTIL   WS-CTRL-EOF-OUI.

           CLOSE CONTROLE-FILE.

           IF NOT WS-CTRL-TROUVE-OUI
               DISPLAY "Aucune exécution à rapprocher sur CALCHIST"
               MOVE "Aucune exécution à rapprocher sur CALCHIST"
                       TO WS-BAL-LIGNE
               PERFORM 1190-BAL-ECRITURE-START
               THRU    1190-BAL-ECRITURE-END
               CLOSE BAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DER-LUS NOT NUMERIC
              OR WS-DER-SAUTES NOT NUMERIC
              OR WS-DER-ECRITS NOT NUMERIC
              OR WS-DER-REJETES NOT NUMERIC
              OR WS-DER-FIN (1:8) NOT NUMERIC
              OR FUNCTION TEST-NUMVAL (WS-DER-TOTAL) NOT = 0
               DISPLAY "Enregistrement de contrôle illisible : "
                       WS-DER-RUN-ID
               MOVE "Enregistrement de contrôle illisible"
                       TO WS-BAL-LIGNE
               PERFORM 1190-BAL-ECRITURE-START
               THRU    1190-BAL-ECRITURE-END
               CLOSE BAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DER-LUS     TO WS-DECL-LUS.
           MOVE WS-DER-SAUTES  TO WS-DECL-SAUTES.
           MOVE WS-DER-ECRITS  TO WS-DECL-ECRITS.
           MOVE WS-DER-REJETES TO WS-DECL-REJETES.
           COMPUTE WS-DECL-TOTAL = FUNCTION NUMVAL (WS-DER-TOTAL).

           MOVE SPACES TO WS-BAL-LIGNE.
           STRING "Exécution : "      DELIMITED BY SIZE
                  WS-DER-RUN-ID        DELIMITED BY SIZE
                  "  Opérateur : "    DELIMITED BY SIZE
                  WS-DER-OPER-ID       DELIMITED BY SIZE
                  "  Code retour : "   DELIMITED BY SIZE
                  WS-DER-RC            DELIMITED BY SIZE
                  INTO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

           MOVE SPACES TO WS-BAL-LIGNE.
           STRING "Début : "           DELIMITED BY SIZE
                  WS-DER-DEBUT         DELIMITED BY SIZE
                  "  Fin : "           DELIMITED BY SIZE
                  WS-DER-FIN           DELIMITED BY SIZE
                  INTO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

           MOVE SPACES TO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

      *L'exécution rapprochée doit s'être terminée le jour même ou la
      *veille

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DER-FIN (1:8) TO WS-DATE-FIN.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-FIN) NOT = 0
               MOVE 99 TO WS-ANCIENNETE
           ELSE
               COMPUTE WS-ANCIENNETE =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                       - FUNCTION INTEGER-OF-DATE (WS-DATE-FIN)
           END-IF.

           IF WS-ANCIENNETE > 1 OR WS-ANCIENNETE < 0
               DISPLAY "Aucune exécution du jour sur CALCHIST, "
                       "dernière fin : " WS-DER-FIN
               MOVE "Aucune exécution du jour sur CALCHIST"
                       TO WS-BAL-LIGNE
               PERFORM 1190-BAL-ECRITURE-START
               THRU    1190-BAL-ECRITURE-END
               CLOSE BAL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DECL-SAUTES > 0
               SET WS-PARTIEL-OUI TO TRUE
           END-IF.

       1100-CTRL-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement de l'historique des exécutions

       1101-CTRL-LIRE-START .
           READ CONTROLE-FILE
               AT END
                   SET WS-CTRL-EOF-OUI TO TRUE
           END-READ.

       1101-CTRL-LIRE-END .
           EXIT.


      *-----------------------
      *Mémorisation de l'enregistrement lu : le dernier lu est
      *l'exécution à rapprocher

       1102-CTRL-SUIVANT-START .
           MOVE FD-CTRL-REC TO WS-CTRL-DERNIER.
           SET WS-CTRL-TROUVE-OUI TO TRUE.

           PERFORM 1101-CTRL-LIRE-START
           THRU    1101-CTRL-LIRE-END.

       1102-CTRL-SUIVANT-END .
           EXIT.


      *-----------------------
      *Comptage des enregistrements de la concaténation CALCIN

       1110-CALCIN-COMPTER-START .
           OPEN INPUT BATCH-INPUT-FILE.
           IF WS-BATCH-IN-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCIN, code "
                       WS-BATCH-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1111-CALCIN-LIRE-START
           THRU    1111-CALCIN-LIRE-END.

           PERFORM 1112-CALCIN-CUMUL-START
           THRU    1112-CALCIN-CUMUL-END
           UNTIL   WS-IN-EOF-OUI.

           CLOSE BATCH-INPUT-FILE.

       1110-CALCIN-COMPTER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement CALCIN

       1111-CALCIN-LIRE-START .
           READ BATCH-INPUT-FILE
               AT END
                   SET WS-IN-EOF-OUI TO TRUE
           END-READ.

       1111-CALCIN-LIRE-END .
           EXIT.


      *-----------------------
      *Comptage d'un enregistrement CALCIN

       1112-CALCIN-CUMUL-START .
           ADD 1 TO WS-CNT-CALCIN.

           PERFORM 1111-CALCIN-LIRE-START
           THRU    1111-CALCIN-LIRE-END.

       1112-CALCIN-CUMUL-END .
           EXIT.


      *-----------------------
      *Comptage des résultats de CALCOUT et total de leurs résultats,
      *relus en valeur comme le fait l'extraction ; un résultat
      *illisible est compté à part et fait écart

       1115-CALCOUT-COMPTER-START .
           OPEN INPUT BATCH-OUTPUT-FILE.
           IF WS-BATCH-OUT-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCOUT, code "
                       WS-BATCH-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1116-CALCOUT-LIRE-START
           THRU    1116-CALCOUT-LIRE-END.

           PERFORM 1117-CALCOUT-CUMUL-START
           THRU    1117-CALCOUT-CUMUL-END
           UNTIL   WS-OUT-EOF-OUI.

           CLOSE BATCH-OUTPUT-FILE.

       1115-CALCOUT-COMPTER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement de CALCOUT

       1116-CALCOUT-LIRE-START .
           READ BATCH-OUTPUT-FILE
               AT END
                   SET WS-OUT-EOF-OUI TO TRUE
           END-READ.

       1116-CALCOUT-LIRE-END .
           EXIT.


      *-----------------------
      *Comptage et cumul d'un résultat de CALCOUT

       1117-CALCOUT-CUMUL-START .
           ADD 1 TO WS-CNT-CALCOUT.

           IF FUNCTION TEST-NUMVAL (FD-BATCH-OUT-RESULTAT) NOT = 0
               ADD 1 TO WS-CNT-ILLISIBLES
               DISPLAY "Résultat illisible sur CALCOUT : "
                       FD-BATCH-OUT-ID
           ELSE
               COMPUTE WS-OUT-RESULTAT =
                       FUNCTION NUMVAL (FD-BATCH-OUT-RESULTAT)
               ADD WS-OUT-RESULTAT TO WS-OUT-TOTAL
                   ON SIZE ERROR
                       DISPLAY "Dépassement du total de contrôle"
               END-ADD
           END-IF.

           PERFORM 1116-CALCOUT-LIRE-START
           THRU    1116-CALCOUT-LIRE-END.

       1117-CALCOUT-CUMUL-END .
           EXIT.


      *-----------------------
      *Comptage des rejets de l'exécution, dont les doublons
      *d'identifiant

       1120-CALCREJ-COMPTER-START .
           OPEN INPUT BATCH-REJECT-FILE.
           IF WS-BATCH-REJ-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCREJ, code "
                       WS-BATCH-REJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1121-CALCREJ-LIRE-START
           THRU    1121-CALCREJ-LIRE-END.

           PERFORM 1122-CALCREJ-CUMUL-START
           THRU    1122-CALCREJ-CUMUL-END
           UNTIL   WS-REJ-EOF-OUI.

           CLOSE BATCH-REJECT-FILE.

       1120-CALCREJ-COMPTER-END .
           EXIT.


      *-----------------------
      *Lecture d'un enregistrement de CALCREJ

       1121-CALCREJ-LIRE-START .
           READ BATCH-REJECT-FILE
               AT END
                   SET WS-REJ-EOF-OUI TO TRUE
           END-READ.

       1121-CALCREJ-LIRE-END .
           EXIT.


      *-----------------------
      *Comptage d'un rejet ; un doublon d'identifiant a été calculé et
      *journalisé avant d'être refusé par CALCOUT

       1122-CALCREJ-CUMUL-START .
           ADD 1 TO WS-CNT-CALCREJ.

           IF FD-REJ-MOTIF = "DBL"
               ADD 1 TO WS-CNT-DOUBLONS
           END-IF.

           PERFORM 1121-CALCREJ-LIRE-START
           THRU    1121-CALCREJ-LIRE-END.

       1122-CALCREJ-CUMUL-END .
           EXIT.


      *-----------------------
      *Comptage des lignes de journal horodatées entre le début et la
      *fin de l'exécution

       1125-TRANSLOG-COMPTER-START .
           OPEN INPUT TRANS-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de TRANSLOG, code "
                       WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1126-TRANSLOG-LIRE-START
           THRU    1126-TRANSLOG-LIRE-END.

           PERFORM 1127-TRANSLOG-CUMUL-START
           THRU    1127-TRANSLOG-CUMUL-END
           UNTIL   WS-LOG-EOF-OUI.

           CLOSE TRANS-LOG-FILE.

       1125-TRANSLOG-COMPTER-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne du journal des transactions

       1126-TRANSLOG-LIRE-START .
           READ TRANS-LOG-FILE
               AT END
                   SET WS-LOG-EOF-OUI TO TRUE
           END-READ.

       1126-TRANSLOG-LIRE-END .
           EXIT.


      *-----------------------
      *Comptage d'une ligne de journal tombant dans la fenêtre de
      *l'exécution

       1127-TRANSLOG-CUMUL-START .
           MOVE SPACES TO WS-LOG-HORODATE.
           STRING FD-LOG-DATE DELIMITED BY SIZE
                  FD-LOG-TIME DELIMITED BY SIZE
                  INTO WS-LOG-HORODATE.

           IF WS-LOG-HORODATE >= WS-DER-DEBUT
              AND WS-LOG-HORODATE <= WS-DER-FIN
               ADD 1 TO WS-CNT-TRANSLOG
           END-IF.

           PERFORM 1126-TRANSLOG-LIRE-START
           THRU    1126-TRANSLOG-LIRE-END.

       1127-TRANSLOG-CUMUL-END .
           EXIT.


      *-----------------------
      *Confrontation des comptages aux déclarations de Calcul2 :
      *  - chaque enregistrement CALCIN a été lu ou sauté en reprise ;
      *  - chaque enregistrement lu a été écrit ou rejeté ;
      *  - CALCREJ porte exactement les rejets déclarés ;
      *  - CALCOUT porte exactement les résultats déclarés et leur
      *    total (au moins les résultats déclarés en reprise, le
      *    fichier gardant ceux de l'exécution interrompue) ;
      *  - TRANSLOG porte une ligne par résultat écrit, plus une par
      *    doublon d'identifiant (journalisé puis refusé)

       1140-RAPPROCHER-START .
           MOVE "Enregistrements CALCIN (lus + sautés)"
                   TO WS-CTL-LIBELLE.
           COMPUTE WS-CTL-ATTENDU = WS-DECL-LUS + WS-DECL-SAUTES.
           MOVE WS-CNT-CALCIN TO WS-CTL-CONSTATE.
           PERFORM 1150-CONTROLE-START
           THRU    1150-CONTROLE-END.

           MOVE "Lus = écrits + rejetés" TO WS-CTL-LIBELLE.
           MOVE WS-DECL-LUS TO WS-CTL-ATTENDU.
           COMPUTE WS-CTL-CONSTATE = WS-DECL-ECRITS + WS-DECL-REJETES.
           PERFORM 1150-CONTROLE-START
           THRU    1150-CONTROLE-END.

           MOVE "Rejets sur CALCREJ" TO WS-CTL-LIBELLE.
           MOVE WS-DECL-REJETES TO WS-CTL-ATTENDU.
           MOVE WS-CNT-CALCREJ TO WS-CTL-CONSTATE.
           PERFORM 1150-CONTROLE-START
           THRU    1150-CONTROLE-END.

           MOVE "Résultats illisibles sur CALCOUT" TO WS-CTL-LIBELLE.
           MOVE 0 TO WS-CTL-ATTENDU.
           MOVE WS-CNT-ILLISIBLES TO WS-CTL-CONSTATE.
           PERFORM 1150-CONTROLE-START
           THRU    1150-CONTROLE-END.

           MOVE "Résultats sur CALCOUT" TO WS-CTL-LIBELLE.
           MOVE WS-DECL-ECRITS TO WS-CTL-ATTENDU.
           MOVE WS-CNT-CALCOUT TO WS-CTL-CONSTATE.
           IF WS-PARTIEL-OUI
               PERFORM 1155-CONTROLE-MINIMUM-START
               THRU    1155-CONTROLE-MINIMUM-END
           ELSE
               PERFORM 1150-CONTROLE-START
               THRU    1150-CONTROLE-END
           END-IF.

           MOVE "Lignes TRANSLOG (écrits + doublons)"
                   TO WS-CTL-LIBELLE.
           COMPUTE WS-CTL-ATTENDU = WS-DECL-ECRITS + WS-CNT-DOUBLONS.
           MOVE WS-CNT-TRANSLOG TO WS-CTL-CONSTATE.
           PERFORM 1150-CONTROLE-START
           THRU    1150-CONTROLE-END.

           PERFORM 1160-CONTROLE-TOTAL-START
           THRU    1160-CONTROLE-TOTAL-END.

       1140-RAPPROCHER-END .
           EXIT.


      *-----------------------
      *Contrôle d'égalité entre la valeur attendue et la valeur
      *constatée, imprimé avec son verdict

       1150-CONTROLE-START .
           IF WS-CTL-ATTENDU = WS-CTL-CONSTATE
               MOVE "équilibré" TO WS-CTL-VERDICT
           ELSE
               MOVE "ECART" TO WS-CTL-VERDICT
               ADD 1 TO WS-CNT-ECARTS
           END-IF.

           PERFORM 1170-CONTROLE-LIGNE-START
           THRU    1170-CONTROLE-LIGNE-END.

       1150-CONTROLE-END .
           EXIT.


      *-----------------------
      *Contrôle de minimum en reprise : le fichier doit porter au
      *moins la valeur attendue

       1155-CONTROLE-MINIMUM-START .
           IF WS-CTL-CONSTATE >= WS-CTL-ATTENDU
               MOVE "partiel" TO WS-CTL-VERDICT
           ELSE
               MOVE "ECART" TO WS-CTL-VERDICT
               ADD 1 TO WS-CNT-ECARTS
           END-IF.

           PERFORM 1170-CONTROLE-LIGNE-START
           THRU    1170-CONTROLE-LIGNE-END.

       1155-CONTROLE-MINIMUM-END .
           EXIT.


      *-----------------------
      *Rapprochement du total des résultats de CALCOUT avec le total
      *de contrôle déclaré ; en reprise, CALCOUT porte aussi les
      *résultats de l'exécution interrompue et le total n'est
      *qu'imprimé

       1160-CONTROLE-TOTAL-START .
           MOVE WS-DECL-TOTAL TO WS-EDIT-TOTAL1.
           MOVE WS-OUT-TOTAL  TO WS-EDIT-TOTAL2.

           IF WS-PARTIEL-OUI
               MOVE "partiel" TO WS-CTL-VERDICT
           ELSE
               IF WS-DECL-TOTAL = WS-OUT-TOTAL
                   MOVE "équilibré" TO WS-CTL-VERDICT
               ELSE
                   MOVE "ECART" TO WS-CTL-VERDICT
                   ADD 1 TO WS-CNT-ECARTS
               END-IF
           END-IF.

           MOVE SPACES TO WS-BAL-LIGNE.
           STRING "Total des résultats"           DELIMITED BY SIZE
                  "  déclaré : "                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-TOTAL1)  DELIMITED BY SIZE
                  "  CALCOUT : "                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-TOTAL2)  DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-CTL-VERDICT                  DELIMITED BY SIZE
                  INTO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

       1160-CONTROLE-TOTAL-END .
           EXIT.


      *-----------------------
      *Impression d'un contrôle de comptage : libellé, valeur
      *attendue, valeur constatée et verdict

       1170-CONTROLE-LIGNE-START .
           MOVE WS-CTL-ATTENDU  TO WS-EDIT-ATTENDU.
           MOVE WS-CTL-CONSTATE TO WS-EDIT-CONSTATE.

           MOVE SPACES TO WS-BAL-LIGNE.
           STRING WS-CTL-LIBELLE    DELIMITED BY SIZE
                  " attendu : "     DELIMITED BY SIZE
                  WS-EDIT-ATTENDU   DELIMITED BY SIZE
                  "  constaté : "   DELIMITED BY SIZE
                  WS-EDIT-CONSTATE  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-CTL-VERDICT    DELIMITED BY SIZE
                  INTO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

       1170-CONTROLE-LIGNE-END .
           EXIT.


      *-----------------------
      *Conclusion du rapprochement, sur le rapport et sur SYSOUT

       1180-BAL-TOTAUX-START .
           MOVE SPACES TO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

           EVALUATE TRUE
               WHEN WS-CNT-ECARTS > 0
                   MOVE SPACES TO WS-BAL-LIGNE
                   STRING "Exécution NON équilibrée : "
                                          DELIMITED BY SIZE
                          WS-CNT-ECARTS   DELIMITED BY SIZE
                          " contrôle(s) en écart, extraction à "
                                          DELIMITED BY SIZE
                          "retenir"       DELIMITED BY SIZE
                          INTO WS-BAL-LIGNE
               WHEN WS-PARTIEL-OUI
                   MOVE SPACES TO WS-BAL-LIGNE
                   STRING "Exécution équilibrée (contrôle "
                                          DELIMITED BY SIZE
                          "partiel après reprise)"
                                          DELIMITED BY SIZE
                          INTO WS-BAL-LIGNE
               WHEN OTHER
                   MOVE "Exécution équilibrée" TO WS-BAL-LIGNE
           END-EVALUATE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

           MOVE "----------Fin du rapprochement----------"
                   TO WS-BAL-LIGNE.
           PERFORM 1190-BAL-ECRITURE-START
           THRU    1190-BAL-ECRITURE-END.

           DISPLAY "CALCBAL : " WS-CNT-CALCIN " CALCIN, "
                   WS-CNT-CALCOUT " CALCOUT, "
                   WS-CNT-CALCREJ " CALCREJ, "
                   WS-CNT-TRANSLOG " TRANSLOG, "
                   WS-CNT-ECARTS " écarts".

       1180-BAL-TOTAUX-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport de rapprochement

       1190-BAL-ECRITURE-START .
           MOVE WS-BAL-LIGNE TO FD-BAL-REC.
           WRITE FD-BAL-REC.

       1190-BAL-ECRITURE-END .
           EXIT.
