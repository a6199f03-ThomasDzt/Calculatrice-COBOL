      *Chargement du fichier des taux de change CALCTAUX à partir du
      *flux brut déposé chaque matin par la trésorerie (TAUXFLUX,
      *une ligne paire;date;taux par cotation). Chaque cotation est
      *contrôlée avant d'atteindre Calcul2 : paire de deux devises
      *distinctes en lettres, date d'effet valide et égale au jour,
      *taux numérique, positif et au format du fichier (quatre
      *chiffres entiers, six décimales au plus), paire cotée une
      *seule fois. Le taux est ensuite confronté au dernier taux
      *connu de la même paire dans l'historique TAUXHIST : un écart
      *au-delà de la tolérance (en pour cent, carte SYSIN) rend la
      *cotation suspecte. Les cotations retenues sont complétées des
      *paires inverses (USDEUR à partir de EURUSD) et des taux
      *croisés par l'euro pour les paires que la trésorerie ne cote
      *pas (USDGBP à partir de EURUSD et EURGBP), sans jamais
      *remplacer une paire cotée. Le nouveau fichier est écrit sur
      *TAUXNOUV, au format lu par Calcul2, et les taux du jour sur
      *HISTJOUR, ajouté à l'historique par le JCL. Le rapport des
      *anomalies TAUXRPT liste les cotations rejetées avec leur
      *motif, les taux retenus avec leur variation et les taux
      *calculés. Code retour 8 dès qu'une cotation est rejetée ou
      *suspecte : le fichier n'est pas recopié et CALCBAT est retenu.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTXCH.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Flux brut de la trésorerie
           SELECT FLUX-FILE ASSIGN TO "TAUXFLUX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLUX-FILE-STATUS.

      *Historique des taux des jours précédents (absent au tout
      *premier chargement)
           SELECT HISTO-FILE ASSIGN TO "TAUXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-FILE-STATUS.

      *Nouveau fichier des taux, recopié sur CALCTAUX par le JCL
           SELECT TAUX-FILE ASSIGN TO "TAUXNOUV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-FILE-STATUS.

      *Taux du jour au format de l'historique, ajoutés à TAUXHIST
      *par le JCL
           SELECT HISTJOUR-FILE ASSIGN TO "HISTJOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HJOUR-FILE-STATUS.

      *Rapport des anomalies du chargement
           SELECT TXC-REPORT-FILE ASSIGN TO "TAUXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Ligne du flux brut : paire;date AAAAMMJJ;taux, en écriture
      *libre
       FD  FLUX-FILE.
       01  FD-FLUX-REC             PIC X(80).

      *Ligne d'historique : le taux au format CALCTAUX, son origine
      *(F coté par la trésorerie, I paire inverse, X taux croisé par
      *l'euro) et la date et l'heure du chargement
       FD  HISTO-FILE.
       01  FD-HISTO-REC.
           05  FD-HISTO-PAIRE      PIC X(06).
           05  FD-HISTO-SEP1       PIC X(01).
           05  FD-HISTO-DATE       PIC X(08).
           05  FD-HISTO-SEP2       PIC X(01).
           05  FD-HISTO-VALEUR     PIC X(14).
           05  FD-HISTO-SEP3       PIC X(01).
           05  FD-HISTO-ORIGINE    PIC X(01).
           05  FD-HISTO-SEP4       PIC X(01).
           05  FD-HISTO-CHARGEMENT PIC X(16).
           05  FILLER              PIC X(01).

      *Même découpage que l'enregistrement CALCTAUX lu par Calcul2
       FD  TAUX-FILE.
       01  FD-TAUX-REC.
           05  FD-TAUX-PAIRE       PIC X(06).
           05  FD-TAUX-SEP1        PIC X(01).
           05  FD-TAUX-DATE        PIC X(08).
           05  FD-TAUX-SEP2        PIC X(01).
           05  FD-TAUX-VALEUR      PIC X(14).

       FD  HISTJOUR-FILE.
       01  FD-HJOUR-REC            PIC X(50).

      *Ligne du rapport des anomalies
       FD  TXC-REPORT-FILE.
       01  FD-RPT-REC              PIC X(100).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-FLUX-FILE-STATUS    PIC X(02).
       01  WS-HISTO-FILE-STATUS   PIC X(02).
       01  WS-TAUX-FILE-STATUS    PIC X(02).
       01  WS-HJOUR-FILE-STATUS   PIC X(02).
       01  WS-RPT-FILE-STATUS     PIC X(02).

      *Fins de fichier
       01  WS-FLUX-EOF            PIC X(01)   VALUE "N".
           88  WS-FLUX-EOF-OUI                VALUE "Y".
       01  WS-HISTO-EOF           PIC X(01)   VALUE "N".
           88  WS-HISTO-EOF-OUI               VALUE "Y".

      *Tolérance de variation d'un jour à l'autre, en pour cent
      *(carte SYSIN, 5.00 par exemple)
       01  WS-SAISIE-TOLERANCE    PIC X(10).
       01  WS-TOLERANCE           PIC 9(03)V99.
       01  WS-EDIT-TOLERANCE      PIC Z(02)9.99.

      *Date et heure du chargement
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE               PIC 9(08).
       01  WS-CHARGEMENT          PIC X(16).

      *Découpage d'une ligne du flux
       01  WS-FLX-PAIRE-X         PIC X(10).
       01  WS-FLX-DATE-X          PIC X(10).
       01  WS-FLX-DATE-NUM REDEFINES WS-FLX-DATE-X.
           05  WS-FLX-DATE-9      PIC 9(08).
           05  FILLER             PIC X(02).
       01  WS-FLX-VALEUR-X        PIC X(20).
       01  WS-FLX-RESTE-X         PIC X(20).
       01  WS-FLX-MOTIF           PIC X(40).
       01  WS-FLX-LARGE           PIC S9(09)V9(09).
       01  WS-FLX-TAUX            PIC S9(04)V9(06).

      *Blancs comptés dans les six lettres de la paire
       01  WS-FLX-BLANCS          PIC 9(02)   COMP.

      *Table des cotations valides du flux : paire, taux, statut
      *(A retenue, R rejetée), motif du rejet, dernier taux connu de
      *la paire et sa date
       01  WS-COT-MAX             PIC 9(03)   VALUE 200.
       01  WS-COT-NB              PIC 9(03)   VALUE 0.
       01  WS-COT-TABLE.
           05  WS-COT-ENTREE      OCCURS 200 TIMES.
               10  WS-COT-PAIRE       PIC X(06).
               10  WS-COT-TAUX        PIC S9(04)V9(06).
               10  WS-COT-STATUT      PIC X(01).
               10  WS-COT-MOTIF       PIC X(40).
               10  WS-COT-PREC-TAUX   PIC S9(04)V9(06).
               10  WS-COT-PREC-DATE   PIC 9(08).
       01  WS-COT-IDX             PIC 9(03)   COMP.
       01  WS-COT-IDX2            PIC 9(03)   COMP.

      *Table des taux écrits sur le nouveau fichier : cotés (F),
      *inverses (I) et croisés (X) ; même capacité que la table de
      *Calcul2 qui les relit
       01  WS-SOR-MAX             PIC 9(03)   VALUE 200.
       01  WS-SOR-NB              PIC 9(03)   VALUE 0.
       01  WS-SOR-TABLE.
           05  WS-SOR-ENTREE      OCCURS 200 TIMES.
               10  WS-SOR-PAIRE       PIC X(06).
               10  WS-SOR-TAUX        PIC S9(04)V9(06).
               10  WS-SOR-ORIGINE     PIC X(01).
       01  WS-SOR-IDX             PIC 9(03)   COMP.
       01  WS-SOR-CHERCHEE        PIC X(06).
       01  WS-SOR-TROUVE          PIC X(01)   VALUE "N".
           88  WS-SOR-TROUVE-OUI              VALUE "Y".
       01  WS-SOR-NOUVEAU-TAUX    PIC S9(04)V9(06).
       01  WS-SOR-NOUVELLE-ORIG   PIC X(01).

      *Devises cotées contre l'euro : code et nombre d'unités de la
      *devise pour un euro, base des taux croisés
       01  WS-DEV-MAX             PIC 9(03)   VALUE 50.
       01  WS-DEV-NB              PIC 9(03)   VALUE 0.
       01  WS-DEV-TABLE.
           05  WS-DEV-ENTREE      OCCURS 50 TIMES.
               10  WS-DEV-CODE        PIC X(03).
               10  WS-DEV-PAR-EURO    PIC S9(04)V9(06).
       01  WS-DEV-IDX             PIC 9(03)   COMP.
       01  WS-DEV-IDX2            PIC 9(03)   COMP.
       01  WS-DEV-CHERCHEE        PIC X(03).
       01  WS-DEV-TROUVE          PIC 9(03)   COMP.

      *Variation d'un taux sur le dernier taux connu, en pour cent
       01  WS-VARIATION           PIC S9(07)V99.
       01  WS-VARIATION-ABS       PIC 9(07)V99.
       01  WS-EDIT-VARIATION      PIC -(06)9.99.
       01  WS-EDIT-TAUX           PIC Z(03)9.9(06).
       01  WS-EDIT-TAUX-PREC      PIC Z(03)9.9(06).

      *Compteurs de contrôle
       01  WS-CNT-LUES            PIC 9(05)   VALUE 0.
       01  WS-CNT-REJETEES        PIC 9(05)   VALUE 0.
       01  WS-CNT-SUSPECTES       PIC 9(05)   VALUE 0.
       01  WS-CNT-RETENUES        PIC 9(05)   VALUE 0.
       01  WS-CNT-PREMIERES       PIC 9(05)   VALUE 0.
       01  WS-CNT-INVERSES        PIC 9(05)   VALUE 0.
       01  WS-CNT-CROISES         PIC 9(05)   VALUE 0.
       01  WS-CNT-NON-CALCULES    PIC 9(05)   VALUE 0.
       01  WS-CNT-ECRITS          PIC 9(05)   VALUE 0.

      *Lignes de travail de l'historique et du rapport
       01  WS-HJOUR-LIGNE         PIC X(50).
       01  WS-RPT-LIGNE           PIC X(100).

       PROCEDURE DIVISION.

      *Lecture et contrôle de la tolérance : sans paramètre valide le
      *job s'arrête sans écrire de fichier
       ACCEPT WS-SAISIE-TOLERANCE.

       IF FUNCTION TEST-NUMVAL (WS-SAISIE-TOLERANCE) NOT = 0
           DISPLAY "Erreur, tolérance invalide : " WS-SAISIE-TOLERANCE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF FUNCTION NUMVAL (WS-SAISIE-TOLERANCE) NOT > 0
          OR FUNCTION NUMVAL (WS-SAISIE-TOLERANCE) > 999
           DISPLAY "Erreur, tolérance invalide : " WS-SAISIE-TOLERANCE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       COMPUTE WS-TOLERANCE = FUNCTION NUMVAL (WS-SAISIE-TOLERANCE).
       MOVE WS-TOLERANCE TO WS-EDIT-TOLERANCE.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE FROM TIME.
       STRING WS-DATE-JOUR DELIMITED BY SIZE
              WS-HEURE     DELIMITED BY SIZE
              INTO WS-CHARGEMENT.

      *Ouverture du rapport
       OPEN OUTPUT TXC-REPORT-FILE.
       IF WS-RPT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de TAUXRPT, code "
                   WS-RPT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Chargement des taux de change----------"
            TO WS-RPT-LIGNE.
       PERFORM 1490-RPT-ECRITURE-START
       THRU    1490-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       STRING "Taux du "              DELIMITED BY SIZE
              WS-DATE-JOUR            DELIMITED BY SIZE
              ", tolérance "          DELIMITED BY SIZE
              WS-EDIT-TOLERANCE       DELIMITED BY SIZE
              " %"                    DELIMITED BY SIZE
              INTO WS-RPT-LIGNE.
       PERFORM 1490-RPT-ECRITURE-START
       THRU    1490-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       PERFORM 1490-RPT-ECRITURE-START
       THRU    1490-RPT-ECRITURE-END.

      *Contrôle des cotations du flux, une à une puis entre elles
       PERFORM 1400-FLUX-CHARGER-START
       THRU    1400-FLUX-CHARGER-END.

       PERFORM 1410-DOUBLES-CONTROLER-START
       THRU    1410-DOUBLES-CONTROLER-END.

      *Confrontation au dernier taux connu de chaque paire
       PERFORM 1420-HISTO-CHARGER-START
       THRU    1420-HISTO-CHARGER-END.

       PERFORM 1430-TOLERANCE-CONTROLER-START
       THRU    1430-TOLERANCE-CONTROLER-END.

      *Constitution du nouveau fichier : cotations retenues, paires
      *inverses puis taux croisés par l'euro
       PERFORM 1440-COTES-RANGER-START
       THRU    1440-COTES-RANGER-END.

       PERFORM 1445-INVERSES-CALCULER-START
       THRU    1445-INVERSES-CALCULER-END.

       PERFORM 1450-CROISES-CALCULER-START
       THRU    1450-CROISES-CALCULER-END.

       PERFORM 1460-FICHIERS-ECRIRE-START
       THRU    1460-FICHIERS-ECRIRE-END.

       PERFORM 1480-TOTAUX-START
       THRU    1480-TOTAUX-END.

       CLOSE TXC-REPORT-FILE.

       DISPLAY "CALCTXCH : " WS-CNT-LUES " cotations lues, "
               WS-CNT-RETENUES " retenues, "
               WS-CNT-REJETEES " rejetées, "
               WS-CNT-SUSPECTES " hors tolérance".
       DISPLAY "CALCTXCH : " WS-CNT-INVERSES " inverses, "
               WS-CNT-CROISES " croisés, "
               WS-CNT-ECRITS " taux écrits sur CALCTAUX".

      *Code retour 8 sur un fichier suspect (cotation rejetée ou
      *hors tolérance, ou aucune cotation retenue) : CALCTAUX n'est
      *pas remplacé et CALCBAT ne doit pas tourner ; code retour 4
      *sur une paire cotée pour la première fois ou un taux calculé
      *impossible, à examiner
       EVALUATE TRUE
           WHEN WS-CNT-REJETEES > 0
             OR WS-CNT-SUSPECTES > 0
             OR WS-CNT-RETENUES = 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-CNT-PREMIERES > 0
             OR WS-CNT-NON-CALCULES > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
       END-EVALUATE.

       STOP RUN.

      ******************************************************************
      *Chargement et contrôle unitaire des cotations du flux ; une
      *cotation invalide est listée avec son motif et n'entre pas
      *dans la table

       1400-FLUX-CHARGER-START .
           OPEN INPUT FLUX-FILE.
           IF WS-FLUX-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de TAUXFLUX, code "
                       WS-FLUX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1401-FLUX-LIRE-START
           THRU    1401-FLUX-LIRE-END.

           PERFORM 1402-FLUX-CONTROLER-START
           THRU    1402-FLUX-CONTROLER-END
           UNTIL   WS-FLUX-EOF-OUI.

           CLOSE FLUX-FILE.

       1400-FLUX-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne du flux

       1401-FLUX-LIRE-START .
           READ FLUX-FILE
               AT END
                   SET WS-FLUX-EOF-OUI TO TRUE
           END-READ.

       1401-FLUX-LIRE-END .
           EXIT.


      *-----------------------
      *Contrôle d'une cotation : le premier défaut trouvé en donne
      *le motif

       1402-FLUX-CONTROLER-START .
           IF FD-FLUX-REC NOT = SPACES
               ADD 1 TO WS-CNT-LUES

               MOVE SPACES TO WS-FLX-PAIRE-X
               MOVE SPACES TO WS-FLX-DATE-X
               MOVE SPACES TO WS-FLX-VALEUR-X
               MOVE SPACES TO WS-FLX-RESTE-X
               MOVE SPACES TO WS-FLX-MOTIF

               UNSTRING FD-FLUX-REC
                   DELIMITED BY ";"
                   INTO WS-FLX-PAIRE-X
                        WS-FLX-DATE-X
                        WS-FLX-VALEUR-X
                        WS-FLX-RESTE-X
               END-UNSTRING

               MOVE FUNCTION UPPER-CASE (WS-FLX-PAIRE-X)
                    TO WS-FLX-PAIRE-X

               PERFORM 1403-COTATION-VERIFIER-START
               THRU    1403-COTATION-VERIFIER-END

               IF WS-FLX-MOTIF NOT = SPACES
                   ADD 1 TO WS-CNT-REJETEES
                   PERFORM 1405-REJET-LISTER-START
                   THRU    1405-REJET-LISTER-END
               ELSE
                   PERFORM 1404-COTATION-RANGER-START
                   THRU    1404-COTATION-RANGER-END
               END-IF
           END-IF.

           PERFORM 1401-FLUX-LIRE-START
           THRU    1401-FLUX-LIRE-END.

       1402-FLUX-CONTROLER-END .
           EXIT.


      *-----------------------
      *Contrôles unitaires : paire de deux devises distinctes en
      *six lettres majuscules sans blanc (la paire est mise en
      *majuscules à la lecture), date valide du jour, taux
      *numérique positif tenant dans le format de CALCTAUX sans
      *perte de décimales

       1403-COTATION-VERIFIER-START .
           MOVE 0 TO WS-FLX-BLANCS.
           INSPECT WS-FLX-PAIRE-X (1:6)
                   TALLYING WS-FLX-BLANCS FOR ALL SPACE.

           EVALUATE TRUE
               WHEN WS-FLX-PAIRE-X (1:6) IS NOT ALPHABETIC-UPPER
                 OR WS-FLX-BLANCS NOT = 0
                 OR WS-FLX-PAIRE-X (7:4) NOT = SPACES
                 OR WS-FLX-PAIRE-X (1:3) = WS-FLX-PAIRE-X (4:3)
                   MOVE "paire de devises invalide" TO WS-FLX-MOTIF

               WHEN WS-FLX-DATE-9 IS NOT NUMERIC
                 OR WS-FLX-DATE-X (9:2) NOT = SPACES
                   MOVE "date d'effet invalide" TO WS-FLX-MOTIF

               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-FLX-DATE-9)
                    NOT = 0
                   MOVE "date d'effet invalide" TO WS-FLX-MOTIF

               WHEN WS-FLX-DATE-9 NOT = WS-DATE-JOUR
                   MOVE "date d'effet différente du jour"
                        TO WS-FLX-MOTIF

               WHEN WS-FLX-VALEUR-X = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-FLX-VALEUR-X) NOT = 0
                   MOVE "taux non numérique" TO WS-FLX-MOTIF

               WHEN WS-FLX-RESTE-X NOT = SPACES
                   MOVE "zone en trop après le taux" TO WS-FLX-MOTIF

               WHEN OTHER
                   COMPUTE WS-FLX-LARGE =
                           FUNCTION NUMVAL (WS-FLX-VALEUR-X)
                       ON SIZE ERROR
                           MOVE "taux hors format" TO WS-FLX-MOTIF
                   END-COMPUTE

                   IF WS-FLX-MOTIF = SPACES
                       IF WS-FLX-LARGE NOT > 0
                           MOVE "taux nul ou négatif" TO WS-FLX-MOTIF
                       ELSE
                           MOVE WS-FLX-LARGE TO WS-FLX-TAUX
                           IF WS-FLX-TAUX NOT = WS-FLX-LARGE
                               MOVE "taux hors format" TO WS-FLX-MOTIF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       1403-COTATION-VERIFIER-END .
           EXIT.


      *-----------------------
      *Rangement d'une cotation valide dans la table

       1404-COTATION-RANGER-START .
           IF WS-COT-NB >= WS-COT-MAX
               DISPLAY "Erreur, table des cotations saturée à "
                       WS-COT-MAX " cotations"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-COT-NB.
           MOVE WS-FLX-PAIRE-X (1:6) TO WS-COT-PAIRE (WS-COT-NB).
           MOVE WS-FLX-TAUX          TO WS-COT-TAUX (WS-COT-NB).
           MOVE "A"                  TO WS-COT-STATUT (WS-COT-NB).
           MOVE SPACES               TO WS-COT-MOTIF (WS-COT-NB).
           MOVE 0                    TO WS-COT-PREC-TAUX (WS-COT-NB).
           MOVE 0                    TO WS-COT-PREC-DATE (WS-COT-NB).

       1404-COTATION-RANGER-END .
           EXIT.


      *-----------------------
      *Cotation rejetée au contrôle unitaire : la ligne du flux et
      *son motif rejoignent le rapport

       1405-REJET-LISTER-START .
           DISPLAY "Cotation rejetée (" FUNCTION TRIM (WS-FLX-MOTIF)
                   ") : " FD-FLUX-REC (1:40).

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Rejetée    "         DELIMITED BY SIZE
                  FD-FLUX-REC (1:40)    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-FLX-MOTIF          DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

       1405-REJET-LISTER-END .
           EXIT.


      *-----------------------
      *Paire cotée plusieurs fois dans le flux : aucune de ses
      *cotations n'est retenue, faute de savoir laquelle vaut

       1410-DOUBLES-CONTROLER-START .
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               PERFORM VARYING WS-COT-IDX2 FROM 1 BY 1
                       UNTIL WS-COT-IDX2 > WS-COT-NB
                   IF WS-COT-IDX2 NOT = WS-COT-IDX
                      AND WS-COT-PAIRE (WS-COT-IDX2)
                          = WS-COT-PAIRE (WS-COT-IDX)
                       MOVE "R" TO WS-COT-STATUT (WS-COT-IDX)
                       MOVE "paire cotée plusieurs fois"
                            TO WS-COT-MOTIF (WS-COT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               IF WS-COT-STATUT (WS-COT-IDX) = "R"
                   ADD 1 TO WS-CNT-REJETEES
                   MOVE WS-COT-TAUX (WS-COT-IDX) TO WS-EDIT-TAUX

                   DISPLAY "Cotation rejetée (paire cotée plusieurs "
                           "fois) : " WS-COT-PAIRE (WS-COT-IDX)

                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "Rejetée    "          DELIMITED BY SIZE
                          WS-COT-PAIRE (WS-COT-IDX)
                                                 DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-EDIT-TAUX           DELIMITED BY SIZE
                          "  "                   DELIMITED BY SIZE
                          WS-COT-MOTIF (WS-COT-IDX)
                                                 DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 1490-RPT-ECRITURE-START
                   THRU    1490-RPT-ECRITURE-END
               END-IF
           END-PERFORM.

       1410-DOUBLES-CONTROLER-END .
           EXIT.


      *-----------------------
      *Lecture de l'historique : pour chaque paire cotée, le taux de
      *la date la plus récente antérieure au jour (à date égale, la
      *dernière ligne écrite) ; sans historique, aucune paire n'a de
      *taux précédent

       1420-HISTO-CHARGER-START .
           OPEN INPUT HISTO-FILE.

           IF WS-HISTO-FILE-STATUS = "00"
               PERFORM 1421-HISTO-LIRE-START
               THRU    1421-HISTO-LIRE-END

               PERFORM 1422-HISTO-RETENIR-START
               THRU    1422-HISTO-RETENIR-END
               UNTIL   WS-HISTO-EOF-OUI

               CLOSE HISTO-FILE
           END-IF.

       1420-HISTO-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne d'historique

       1421-HISTO-LIRE-START .
           READ HISTO-FILE
               AT END
                   SET WS-HISTO-EOF-OUI TO TRUE
           END-READ.

       1421-HISTO-LIRE-END .
           EXIT.


      *-----------------------
      *Rapprochement d'une ligne d'historique des paires cotées

       1422-HISTO-RETENIR-START .
           IF FD-HISTO-DATE IS NUMERIC
              AND FD-HISTO-DATE < WS-DATE-JOUR
              AND FUNCTION TEST-NUMVAL (FD-HISTO-VALEUR) = 0
               PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                       UNTIL WS-COT-IDX > WS-COT-NB
                   IF WS-COT-PAIRE (WS-COT-IDX) = FD-HISTO-PAIRE
                      AND FD-HISTO-DATE
                          NOT < WS-COT-PREC-DATE (WS-COT-IDX)
                       MOVE FD-HISTO-DATE
                            TO WS-COT-PREC-DATE (WS-COT-IDX)
                       COMPUTE WS-COT-PREC-TAUX (WS-COT-IDX) =
                               FUNCTION NUMVAL (FD-HISTO-VALEUR)
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM 1421-HISTO-LIRE-START
           THRU    1421-HISTO-LIRE-END.

       1422-HISTO-RETENIR-END .
           EXIT.


      *-----------------------
      *Variation de chaque cotation retenue sur le dernier taux
      *connu de la paire : au-delà de la tolérance la cotation est
      *suspecte et rejetée ; une paire sans taux précédent est
      *retenue et signalée

       1430-TOLERANCE-CONTROLER-START .
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               IF WS-COT-STATUT (WS-COT-IDX) = "A"
                   PERFORM 1431-VARIATION-CONTROLER-START
                   THRU    1431-VARIATION-CONTROLER-END
               END-IF
           END-PERFORM.

       1430-TOLERANCE-CONTROLER-END .
           EXIT.


      *-----------------------
      *Contrôle de la variation d'une cotation et ligne du rapport

       1431-VARIATION-CONTROLER-START .
           MOVE WS-COT-TAUX (WS-COT-IDX) TO WS-EDIT-TAUX.
           MOVE SPACES TO WS-RPT-LIGNE.

           IF WS-COT-PREC-DATE (WS-COT-IDX) = 0
               ADD 1 TO WS-CNT-PREMIERES
               ADD 1 TO WS-CNT-RETENUES

               STRING "Retenue    "          DELIMITED BY SIZE
                      WS-COT-PAIRE (WS-COT-IDX)
                                             DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-EDIT-TAUX           DELIMITED BY SIZE
                      "  première cotation, sans taux précédent"
                                             DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
           ELSE
               MOVE WS-COT-PREC-TAUX (WS-COT-IDX) TO WS-EDIT-TAUX-PREC

               COMPUTE WS-VARIATION ROUNDED =
                       (WS-COT-TAUX (WS-COT-IDX)
                      - WS-COT-PREC-TAUX (WS-COT-IDX)) * 100
                      / WS-COT-PREC-TAUX (WS-COT-IDX)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-VARIATION
               END-COMPUTE

               MOVE WS-VARIATION TO WS-VARIATION-ABS
               MOVE WS-VARIATION TO WS-EDIT-VARIATION

               IF WS-VARIATION-ABS > WS-TOLERANCE
                   ADD 1 TO WS-CNT-SUSPECTES
                   MOVE "R" TO WS-COT-STATUT (WS-COT-IDX)
                   MOVE "hors tolérance" TO WS-COT-MOTIF (WS-COT-IDX)

                   DISPLAY "Cotation hors tolérance : "
                           WS-COT-PAIRE (WS-COT-IDX) " "
                           WS-EDIT-TAUX " contre " WS-EDIT-TAUX-PREC

                   STRING "Suspecte   "      DELIMITED BY SIZE
                          WS-COT-PAIRE (WS-COT-IDX)
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-EDIT-TAUX       DELIMITED BY SIZE
                          "  hors tolérance, " DELIMITED BY SIZE
                          WS-EDIT-TAUX-PREC  DELIMITED BY SIZE
                          " le "             DELIMITED BY SIZE
                          WS-COT-PREC-DATE (WS-COT-IDX)
                                             DELIMITED BY SIZE
                          ", "               DELIMITED BY SIZE
                          WS-EDIT-VARIATION  DELIMITED BY SIZE
                          " %"               DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
               ELSE
                   ADD 1 TO WS-CNT-RETENUES

                   STRING "Retenue    "      DELIMITED BY SIZE
                          WS-COT-PAIRE (WS-COT-IDX)
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-EDIT-TAUX       DELIMITED BY SIZE
                          "  précédent "     DELIMITED BY SIZE
                          WS-EDIT-TAUX-PREC  DELIMITED BY SIZE
                          " le "             DELIMITED BY SIZE
                          WS-COT-PREC-DATE (WS-COT-IDX)
                                             DELIMITED BY SIZE
                          ", "               DELIMITED BY SIZE
                          WS-EDIT-VARIATION  DELIMITED BY SIZE
                          " %"               DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
               END-IF
           END-IF.

           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

       1431-VARIATION-CONTROLER-END .
           EXIT.


      *-----------------------
      *Les cotations retenues entrent les premières dans la table de
      *sortie ; celles contre l'euro alimentent la table des devises
      *des taux croisés (une paire devise/EUR y entre par son
      *inverse si la paire EUR/devise n'est pas cotée)

       1440-COTES-RANGER-START .
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               IF WS-COT-STATUT (WS-COT-IDX) = "A"
                   MOVE WS-COT-PAIRE (WS-COT-IDX) TO WS-SOR-CHERCHEE
                   MOVE WS-COT-TAUX (WS-COT-IDX)
                        TO WS-SOR-NOUVEAU-TAUX
                   MOVE "F" TO WS-SOR-NOUVELLE-ORIG
                   PERFORM 1470-SORTIE-AJOUTER-START
                   THRU    1470-SORTIE-AJOUTER-END

                   IF WS-COT-PAIRE (WS-COT-IDX) (1:3) = "EUR"
                       MOVE WS-COT-PAIRE (WS-COT-IDX) (4:3)
                            TO WS-DEV-CHERCHEE
                       PERFORM 1441-DEVISE-CHERCHER-START
                       THRU    1441-DEVISE-CHERCHER-END
                       MOVE WS-COT-TAUX (WS-COT-IDX)
                            TO WS-DEV-PAR-EURO (WS-DEV-TROUVE)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               IF WS-COT-STATUT (WS-COT-IDX) = "A"
                  AND WS-COT-PAIRE (WS-COT-IDX) (4:3) = "EUR"
                   MOVE WS-COT-PAIRE (WS-COT-IDX) (1:3)
                        TO WS-DEV-CHERCHEE
                   PERFORM 1441-DEVISE-CHERCHER-START
                   THRU    1441-DEVISE-CHERCHER-END
                   IF WS-DEV-PAR-EURO (WS-DEV-TROUVE) = 0
                       COMPUTE WS-DEV-PAR-EURO (WS-DEV-TROUVE)
                               ROUNDED = 1 / WS-COT-TAUX (WS-COT-IDX)
                           ON SIZE ERROR
                               MOVE 0 TO WS-DEV-PAR-EURO
                                         (WS-DEV-TROUVE)
                       END-COMPUTE
                   END-IF
               END-IF
           END-PERFORM.

       1440-COTES-RANGER-END .
           EXIT.


      *-----------------------
      *Recherche d'une devise (WS-DEV-CHERCHEE) dans la table des
      *devises, ajoutée sans taux si elle n'y est pas encore ; son
      *rang est rendu dans WS-DEV-TROUVE

       1441-DEVISE-CHERCHER-START .
           MOVE 0 TO WS-DEV-TROUVE.

           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-NB
                      OR WS-DEV-TROUVE > 0
               IF WS-DEV-CODE (WS-DEV-IDX) = WS-DEV-CHERCHEE
                   MOVE WS-DEV-IDX TO WS-DEV-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DEV-TROUVE = 0
               IF WS-DEV-NB >= WS-DEV-MAX
                   DISPLAY "Erreur, table des devises saturée à "
                           WS-DEV-MAX " devises"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-DEV-NB
               MOVE WS-DEV-CHERCHEE TO WS-DEV-CODE (WS-DEV-NB)
               MOVE 0               TO WS-DEV-PAR-EURO (WS-DEV-NB)
               MOVE WS-DEV-NB       TO WS-DEV-TROUVE
           END-IF.

       1441-DEVISE-CHERCHER-END .
           EXIT.


      *-----------------------
      *Paires inverses des cotations retenues, quand la trésorerie
      *ne cote pas elle-même la paire inverse

       1445-INVERSES-CALCULER-START .
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-NB
               IF WS-COT-STATUT (WS-COT-IDX) = "A"
                   MOVE WS-COT-PAIRE (WS-COT-IDX) (4:3)
                        TO WS-SOR-CHERCHEE (1:3)
                   MOVE WS-COT-PAIRE (WS-COT-IDX) (1:3)
                        TO WS-SOR-CHERCHEE (4:3)
                   MOVE "I" TO WS-SOR-NOUVELLE-ORIG

                   PERFORM 1471-SORTIE-CHERCHER-START
                   THRU    1471-SORTIE-CHERCHER-END

                   IF NOT WS-SOR-TROUVE-OUI
                       COMPUTE WS-SOR-NOUVEAU-TAUX ROUNDED =
                               1 / WS-COT-TAUX (WS-COT-IDX)
                           ON SIZE ERROR
                               PERFORM 1455-NON-CALCULE-START
                               THRU    1455-NON-CALCULE-END
                           NOT ON SIZE ERROR
                               PERFORM 1456-CALCULE-AJOUTER-START
                               THRU    1456-CALCULE-AJOUTER-END
                       END-COMPUTE
                   END-IF
               END-IF
           END-PERFORM.

       1445-INVERSES-CALCULER-END .
           EXIT.


      *-----------------------
      *Taux croisés par l'euro entre deux devises cotées contre
      *l'euro, pour chaque paire absente du fichier : unités de la
      *devise cible pour un euro divisées par celles de la devise
      *source

       1450-CROISES-CALCULER-START .
           MOVE "X" TO WS-SOR-NOUVELLE-ORIG.

           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-NB
               PERFORM VARYING WS-DEV-IDX2 FROM 1 BY 1
                       UNTIL WS-DEV-IDX2 > WS-DEV-NB
                   IF WS-DEV-IDX2 NOT = WS-DEV-IDX
                      AND WS-DEV-PAR-EURO (WS-DEV-IDX) > 0
                      AND WS-DEV-PAR-EURO (WS-DEV-IDX2) > 0
                       MOVE WS-DEV-CODE (WS-DEV-IDX)
                            TO WS-SOR-CHERCHEE (1:3)
                       MOVE WS-DEV-CODE (WS-DEV-IDX2)
                            TO WS-SOR-CHERCHEE (4:3)

                       PERFORM 1471-SORTIE-CHERCHER-START
                       THRU    1471-SORTIE-CHERCHER-END

                       IF NOT WS-SOR-TROUVE-OUI
                           COMPUTE WS-SOR-NOUVEAU-TAUX ROUNDED =
                                   WS-DEV-PAR-EURO (WS-DEV-IDX2)
                                 / WS-DEV-PAR-EURO (WS-DEV-IDX)
                               ON SIZE ERROR
                                   PERFORM 1455-NON-CALCULE-START
                                   THRU    1455-NON-CALCULE-END
                               NOT ON SIZE ERROR
                                   PERFORM 1456-CALCULE-AJOUTER-START
                                   THRU    1456-CALCULE-AJOUTER-END
                           END-COMPUTE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       1450-CROISES-CALCULER-END .
           EXIT.


      *-----------------------
      *Taux calculé hors du format de CALCTAUX (ou nul) : la paire
      *n'est pas produite et l'opération CV la refusera

       1455-NON-CALCULE-START .
           ADD 1 TO WS-CNT-NON-CALCULES.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Non calculée "       DELIMITED BY SIZE
                  WS-SOR-CHERCHEE       DELIMITED BY SIZE
                  "  taux hors format"  DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

       1455-NON-CALCULE-END .
           EXIT.


      *-----------------------
      *Taux inverse ou croisé ajouté au fichier et listé

       1456-CALCULE-AJOUTER-START .
           IF WS-SOR-NOUVEAU-TAUX = 0
               PERFORM 1455-NON-CALCULE-START
               THRU    1455-NON-CALCULE-END
           ELSE
               PERFORM 1470-SORTIE-AJOUTER-START
               THRU    1470-SORTIE-AJOUTER-END

               MOVE WS-SOR-NOUVEAU-TAUX TO WS-EDIT-TAUX
               MOVE SPACES TO WS-RPT-LIGNE

               IF WS-SOR-NOUVELLE-ORIG = "I"
                   ADD 1 TO WS-CNT-INVERSES
                   STRING "Inverse    "      DELIMITED BY SIZE
                          WS-SOR-CHERCHEE    DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-EDIT-TAUX       DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
               ELSE
                   ADD 1 TO WS-CNT-CROISES
                   STRING "Croisé     "      DELIMITED BY SIZE
                          WS-SOR-CHERCHEE    DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-EDIT-TAUX       DELIMITED BY SIZE
                          "  par l'euro"     DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
               END-IF

               PERFORM 1490-RPT-ECRITURE-START
               THRU    1490-RPT-ECRITURE-END
           END-IF.

       1456-CALCULE-AJOUTER-END .
           EXIT.


      *-----------------------
      *Ecriture du nouveau fichier des taux et des taux du jour au
      *format de l'historique

       1460-FICHIERS-ECRIRE-START .
           OPEN OUTPUT TAUX-FILE.
           IF WS-TAUX-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de TAUXNOUV, code "
                       WS-TAUX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HISTJOUR-FILE.
           IF WS-HJOUR-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de HISTJOUR, code "
                       WS-HJOUR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
                   UNTIL WS-SOR-IDX > WS-SOR-NB
               PERFORM 1461-TAUX-ECRIRE-START
               THRU    1461-TAUX-ECRIRE-END
           END-PERFORM.

           CLOSE TAUX-FILE.
           CLOSE HISTJOUR-FILE.

       1460-FICHIERS-ECRIRE-END .
           EXIT.


      *-----------------------
      *Ecriture d'un taux sur les deux fichiers

       1461-TAUX-ECRIRE-START .
           MOVE WS-SOR-TAUX (WS-SOR-IDX) TO WS-EDIT-TAUX.

           MOVE SPACES                    TO FD-TAUX-REC.
           MOVE WS-SOR-PAIRE (WS-SOR-IDX) TO FD-TAUX-PAIRE.
           MOVE WS-DATE-JOUR              TO FD-TAUX-DATE.
           MOVE FUNCTION TRIM (WS-EDIT-TAUX) TO FD-TAUX-VALEUR.
           WRITE FD-TAUX-REC.

           ADD 1 TO WS-CNT-ECRITS.

           MOVE SPACES TO WS-HJOUR-LIGNE.
           STRING FD-TAUX-REC                DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-SOR-ORIGINE (WS-SOR-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CHARGEMENT              DELIMITED BY SIZE
                  INTO WS-HJOUR-LIGNE.
           MOVE WS-HJOUR-LIGNE TO FD-HJOUR-REC.
           WRITE FD-HJOUR-REC.

       1461-TAUX-ECRIRE-END .
           EXIT.


      *-----------------------
      *Ajout d'un taux (WS-SOR-CHERCHEE, WS-SOR-NOUVEAU-TAUX,
      *WS-SOR-NOUVELLE-ORIG) à la table de sortie

       1470-SORTIE-AJOUTER-START .
           IF WS-SOR-NB >= WS-SOR-MAX
               DISPLAY "Erreur, table des taux saturée à "
                       WS-SOR-MAX " taux"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SOR-NB.
           MOVE WS-SOR-CHERCHEE      TO WS-SOR-PAIRE (WS-SOR-NB).
           MOVE WS-SOR-NOUVEAU-TAUX  TO WS-SOR-TAUX (WS-SOR-NB).
           MOVE WS-SOR-NOUVELLE-ORIG TO WS-SOR-ORIGINE (WS-SOR-NB).

       1470-SORTIE-AJOUTER-END .
           EXIT.


      *-----------------------
      *Recherche d'une paire (WS-SOR-CHERCHEE) dans la table de
      *sortie

       1471-SORTIE-CHERCHER-START .
           MOVE "N" TO WS-SOR-TROUVE.

           PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
                   UNTIL WS-SOR-IDX > WS-SOR-NB
                      OR WS-SOR-TROUVE-OUI
               IF WS-SOR-PAIRE (WS-SOR-IDX) = WS-SOR-CHERCHEE
                   SET WS-SOR-TROUVE-OUI TO TRUE
               END-IF
           END-PERFORM.

      *Une paire cotée mais rejetée n'est pas non plus calculée :
      *son taux du jour est inconnu, la conversion doit échouer
           PERFORM VARYING WS-COT-IDX2 FROM 1 BY 1
                   UNTIL WS-COT-IDX2 > WS-COT-NB
                      OR WS-SOR-TROUVE-OUI
               IF WS-COT-PAIRE (WS-COT-IDX2) = WS-SOR-CHERCHEE
                   SET WS-SOR-TROUVE-OUI TO TRUE
               END-IF
           END-PERFORM.

       1471-SORTIE-CHERCHER-END .
           EXIT.


      *-----------------------
      *Totaux du rapport

       1480-TOTAUX-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Cotations lues : "    DELIMITED BY SIZE
                  WS-CNT-LUES            DELIMITED BY SIZE
                  "  retenues : "        DELIMITED BY SIZE
                  WS-CNT-RETENUES        DELIMITED BY SIZE
                  "  rejetées : "       DELIMITED BY SIZE
                  WS-CNT-REJETEES        DELIMITED BY SIZE
                  "  hors tolérance : " DELIMITED BY SIZE
                  WS-CNT-SUSPECTES       DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Premières cotations : " DELIMITED BY SIZE
                  WS-CNT-PREMIERES         DELIMITED BY SIZE
                  "  inverses : "          DELIMITED BY SIZE
                  WS-CNT-INVERSES          DELIMITED BY SIZE
                  "  croisés : "          DELIMITED BY SIZE
                  WS-CNT-CROISES           DELIMITED BY SIZE
                  "  non calculés : "     DELIMITED BY SIZE
                  WS-CNT-NON-CALCULES      DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Taux écrits : "        DELIMITED BY SIZE
                  WS-CNT-ECRITS            DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1490-RPT-ECRITURE-START
           THRU    1490-RPT-ECRITURE-END.

           IF WS-CNT-REJETEES > 0
              OR WS-CNT-SUSPECTES > 0
              OR WS-CNT-RETENUES = 0
               MOVE "Fichier suspect : CALCTAUX n'est pas remplacé"
                    TO WS-RPT-LIGNE
               PERFORM 1490-RPT-ECRITURE-START
               THRU    1490-RPT-ECRITURE-END
           END-IF.

       1480-TOTAUX-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport des anomalies

       1490-RPT-ECRITURE-START .
           MOVE WS-RPT-LIGNE TO FD-RPT-REC.
           WRITE FD-RPT-REC.

       1490-RPT-ECRITURE-END .
           EXIT.
