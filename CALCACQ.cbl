      *Rapprochement des accusés de réception de la gestion
      *financière avec les extractions CALCINTF envoyées : chaque
      *extraction produite par CALCEXTR est conservée dans le
      *registre des envois INTFENV (en-tête H, détails D, pied T).
      *L'accusé ACQFIN renvoyé par la finance porte, pour une
      *extraction désignée par son identifiant, les demandes
      *acceptées, les demandes refusées avec leur motif et les
      *totaux chargés de leur côté. Le rapport ACQRPT liste, par
      *extraction accusée, les demandes refusées par la finance, les
      *demandes envoyées absentes de l'accusé et les demandes de
      *l'accusé inconnues de l'extraction, et confronte les totaux.
      *Une extraction restée sans accusé au-delà du délai (en jours,
      *carte SYSIN) est signalée. Les demandes refusées par la
      *finance sont écrites au format CALCREJ avec le motif FIN sur
      *REJFIN, repris par le prochain CALCRSUB pour être corrigées
      *et resoumises comme les rejets du batch. Le registre est relu
      *sur ENVAVANT et réécrit sur ENVAPRES, l'en-tête d'une
      *extraction accusée recevant la marque AQ et la date du
      *rapprochement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACQ.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Accusés de réception de la finance (un ou plusieurs)
           SELECT ACCUSE-FILE ASSIGN TO "ACQFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-FILE-STATUS.

      *Registre des extractions envoyées, avant rapprochement
           SELECT ENVOI-AVANT-FILE ASSIGN TO "ENVAVANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVAV-FILE-STATUS.

      *Registre des extractions envoyées, réécrit
           SELECT ENVOI-APRES-FILE ASSIGN TO "ENVAPRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVAP-FILE-STATUS.

      *Demandes refusées par la finance, au format CALCREJ, pour
      *CALCRSUB (complété à chaque rapprochement)
           SELECT REJET-FIN-FILE ASSIGN TO "REJFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

      *Rapport de rapprochement
           SELECT ACQ-REPORT-FILE ASSIGN TO "ACQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Ligne d'accusé, délimitée point-virgule :
      *  H;identifiant d'extraction;date de chargement AAAAMMJJ
      *  A;identifiant de demande (acceptée)
      *  R;identifiant de demande;motif du refus
      *  T;nombre d'acceptées;nombre de refusées;total chargé
       FD  ACCUSE-FILE.
       01  FD-ACQ-REC              PIC X(80).

      *Ligne du registre des envois : une ligne CALCINTF, l'en-tête
      *complété de ;AQ;date une fois l'extraction accusée
       FD  ENVOI-AVANT-FILE.
       01  FD-ENVAV-REC            PIC X(80).

       FD  ENVOI-APRES-FILE.
       01  FD-ENVAP-REC            PIC X(80).

      *Même découpage que l'enregistrement de rejet écrit par Calcul2
       FD  REJET-FIN-FILE.
       01  FD-REJ-REC.
           05  FD-REJ-ENREG            PIC X(75).
           05  FD-REJ-SEP              PIC X(01).
           05  FD-REJ-MOTIF            PIC X(03).
           05  FILLER                  PIC X(01).

      *Ligne du rapport de rapprochement
       FD  ACQ-REPORT-FILE.
       01  FD-RPT-REC              PIC X(100).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-ACQ-FILE-STATUS     PIC X(02).
       01  WS-ENVAV-FILE-STATUS   PIC X(02).
       01  WS-ENVAP-FILE-STATUS   PIC X(02).
       01  WS-REJ-FILE-STATUS     PIC X(02).
       01  WS-RPT-FILE-STATUS     PIC X(02).

      *Fins de fichier
       01  WS-ACQ-EOF             PIC X(01)   VALUE "N".
           88  WS-ACQ-EOF-OUI                 VALUE "Y".
       01  WS-ENVAV-EOF           PIC X(01)   VALUE "N".
           88  WS-ENVAV-EOF-OUI               VALUE "Y".

      *Délai en jours au-delà duquel une extraction sans accusé est
      *signalée (carte SYSIN, comme le délai de CALCRSUB)
       01  WS-SAISIE-DELAI        PIC X(05).
       01  WS-DELAI               PIC 9(05).

      *Date du jour, en date et en jours, et ancienneté d'une
      *extraction
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-JOURS-JOUR          PIC 9(07).
       01  WS-DATE-EXTR           PIC X(08).
       01  WS-DATE-EXTR-NUM REDEFINES WS-DATE-EXTR
                                  PIC 9(08).
       01  WS-ANCIENNETE          PIC S9(05).
       01  WS-EDIT-ANCIENNETE     PIC Z(04)9.

      *Découpage d'une ligne délimitée (accusé ou registre) : type
      *puis jusqu'à cinq zones
       01  WS-ZONE-TYPE           PIC X(01).
       01  WS-ZONE-1              PIC X(20).
       01  WS-ZONE-2              PIC X(40).
       01  WS-ZONE-3              PIC X(20).
       01  WS-ZONE-4              PIC X(20).
       01  WS-ZONE-5              PIC X(20).

      *Table des accusés reçus : identifiant de l'extraction accusée,
      *date de chargement, totaux déclarés par la finance (présents
      *quand le pied T a été lu), premier et dernier rang des
      *demandes de l'accusé, état du rapprochement (blanc à faire,
      *R rapproché, D extraction déjà accusée)
       01  WS-BLC-MAX             PIC 9(03)   VALUE 20.
       01  WS-BLC-NB              PIC 9(03)   VALUE 0.
       01  WS-BLC-TABLE.
           05  WS-BLC-ENTREE      OCCURS 20 TIMES.
               10  WS-BLC-RUN-ID      PIC X(16).
               10  WS-BLC-DATE        PIC X(08).
               10  WS-BLC-PIED        PIC X(01).
               10  WS-BLC-NB-ACC      PIC 9(07).
               10  WS-BLC-NB-REF      PIC 9(07).
               10  WS-BLC-TOTAL       PIC S9(15)V999.
               10  WS-BLC-PREMIER     PIC 9(05).
               10  WS-BLC-DERNIER     PIC 9(05).
               10  WS-BLC-ETAT        PIC X(01).
       01  WS-BLC-IDX             PIC 9(03)   COMP.
       01  WS-BLC-COURANT         PIC 9(03)   COMP VALUE 0.

      *Table des demandes des accusés : accusé de rattachement,
      *identifiant, statut (A acceptée, R refusée), motif du refus
      *et marque de rapprochement avec un détail envoyé
       01  WS-ITM-MAX             PIC 9(05)   VALUE 3000.
       01  WS-ITM-NB              PIC 9(05)   VALUE 0.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTREE      OCCURS 3000 TIMES.
               10  WS-ITM-ID          PIC X(08).
               10  WS-ITM-STATUT      PIC X(01).
               10  WS-ITM-MOTIF       PIC X(40).
               10  WS-ITM-VU          PIC X(01).
       01  WS-ITM-IDX             PIC 9(05)   COMP.
       01  WS-ITM-TROUVE          PIC 9(05)   COMP.

      *Extraction en cours de relecture dans le registre : son
      *identifiant, son mode de traitement (R rapprochée avec un
      *accusé, C simple recopie) et ses compteurs
       01  WS-EXT-RUN-ID          PIC X(16).
       01  WS-EXT-MODE            PIC X(01)   VALUE "C".
           88  WS-EXT-RAPPROCHER              VALUE "R".
       01  WS-EXT-ACC             PIC 9(07).
       01  WS-EXT-REF             PIC 9(07).
       01  WS-EXT-ABS             PIC 9(07).
       01  WS-EXT-INC             PIC 9(07).
       01  WS-EXT-ENVOYES         PIC 9(07).
       01  WS-EXT-HASH            PIC S9(15)V999.
       01  WS-EXT-RECUS           PIC 9(07).

      *Zones d'édition des totaux et de l'enregistrement CALCIN
      *reconstitué d'une demande refusée (opérandes au format de
      *CALCOUT)
       01  WS-EDIT-HASH           PIC -(15)9(1).9(3).
       01  WS-EDIT-OPD            PIC -(10)9(1).9(3).
       01  WS-REJ-CALCIN.
           05  WS-REJ-ID          PIC X(08).
           05  WS-REJ-SEP0        PIC X(01).
           05  WS-REJ-OPD1        PIC X(14).
           05  WS-REJ-SEP1        PIC X(01).
           05  WS-REJ-OPERATION   PIC X(02).
           05  WS-REJ-SEP2        PIC X(01).
           05  WS-REJ-OPD2        PIC X(14).
           05  WS-REJ-SEP3        PIC X(01).
           05  WS-REJ-STOCK       PIC X(02).
           05  FILLER             PIC X(31).

      *Variante expression de l'enregistrement reconstitué : le code
      *juste après l'identifiant, le texte à rétablir par une
      *correction EX dans CALCCOR
       01  WS-REJ-CALCIN-EXPR REDEFINES WS-REJ-CALCIN.
           05  WS-REJ-EXPR-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-REJ-EXPR-CODE   PIC X(02).
           05  FILLER             PIC X(64).

      *Compteurs de contrôle : accusés lus, lignes d'accusé
      *illisibles, extractions accusées, sans accusé au-delà du
      *délai ou encore dans le délai, accusés sans extraction ou en
      *double, et totaux des demandes
       01  WS-CNT-ACCUSES         PIC 9(05)   VALUE 0.
       01  WS-CNT-ILLISIBLES      PIC 9(05)   VALUE 0.
       01  WS-CNT-RAPPROCHEES     PIC 9(05)   VALUE 0.
       01  WS-CNT-RETARD          PIC 9(05)   VALUE 0.
       01  WS-CNT-DANS-DELAI      PIC 9(05)   VALUE 0.
       01  WS-CNT-ORPHELINS       PIC 9(05)   VALUE 0.
       01  WS-CNT-DOUBLES         PIC 9(05)   VALUE 0.
       01  WS-CNT-ECARTS          PIC 9(05)   VALUE 0.
       01  WS-CNT-ACCEPTEES       PIC 9(07)   VALUE 0.
       01  WS-CNT-REFUSEES        PIC 9(07)   VALUE 0.
       01  WS-CNT-ABSENTES        PIC 9(07)   VALUE 0.
       01  WS-CNT-INCONNUES       PIC 9(07)   VALUE 0.

      *Lignes de travail du registre et du rapport
       01  WS-ENV-LIGNE           PIC X(80).
       01  WS-RPT-LIGNE           PIC X(100).

       PROCEDURE DIVISION.

      *Lecture et contrôle du délai : sans paramètre valide le job
      *s'arrête sans toucher au registre
       ACCEPT WS-SAISIE-DELAI.

       IF WS-SAISIE-DELAI IS NOT NUMERIC
           DISPLAY "Erreur, délai d'accusé invalide : "
                   WS-SAISIE-DELAI
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE FUNCTION NUMVAL (WS-SAISIE-DELAI) TO WS-DELAI.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       COMPUTE WS-JOURS-JOUR =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).

      *Ouverture du rapport
       OPEN OUTPUT ACQ-REPORT-FILE.
       IF WS-RPT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de ACQRPT, code "
                   WS-RPT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Rapprochement des accusés finance----------"
            TO WS-RPT-LIGNE.
       PERFORM 1390-RPT-ECRITURE-START
       THRU    1390-RPT-ECRITURE-END.

      *Chargement des accusés reçus
       PERFORM 1300-ACCUSES-CHARGER-START
       THRU    1300-ACCUSES-CHARGER-END.

      *Ouverture du registre réécrit et du fichier des refus de la
      *finance (complété, créé au premier refus)
       OPEN OUTPUT ENVOI-APRES-FILE.
       IF WS-ENVAP-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de ENVAPRES, code "
                   WS-ENVAP-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN EXTEND REJET-FIN-FILE.
       IF WS-REJ-FILE-STATUS = "35"
           OPEN OUTPUT REJET-FIN-FILE
       END-IF.
       IF WS-REJ-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de REJFIN, code "
                   WS-REJ-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *Relecture du registre des envois, extraction par extraction
       PERFORM 1320-REGISTRE-TRAITER-TOUT-START
       THRU    1320-REGISTRE-TRAITER-TOUT-END.

      *Accusés sans extraction correspondante ou déjà rapprochés
       PERFORM 1370-ACCUSES-RESTANTS-START
       THRU    1370-ACCUSES-RESTANTS-END.

       PERFORM 1380-TOTAUX-START
       THRU    1380-TOTAUX-END.

       CLOSE ENVOI-APRES-FILE.
       CLOSE REJET-FIN-FILE.
       CLOSE ACQ-REPORT-FILE.

       DISPLAY "CALCACQ : " WS-CNT-ACCUSES " accusés lus, "
               WS-CNT-RAPPROCHEES " extractions rapprochées, "
               WS-CNT-RETARD " sans accusé au-delà du délai".
       DISPLAY "CALCACQ : " WS-CNT-ACCEPTEES " acceptées, "
               WS-CNT-REFUSEES " refusées, "
               WS-CNT-ABSENTES " absentes de l'accusé, "
               WS-CNT-INCONNUES " inconnues".

      *Code retour 4 dès qu'un point demande l'attention : refus de
      *la finance, demande absente ou inconnue, écart de totaux,
      *extraction sans accusé au-delà du délai, accusé orphelin,
      *en double ou illisible
       IF WS-CNT-REFUSEES > 0
          OR WS-CNT-ABSENTES > 0
          OR WS-CNT-INCONNUES > 0
          OR WS-CNT-ECARTS > 0
          OR WS-CNT-RETARD > 0
          OR WS-CNT-ORPHELINS > 0
          OR WS-CNT-DOUBLES > 0
          OR WS-CNT-ILLISIBLES > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       STOP RUN.

      ******************************************************************
      *Chargement des accusés : un en-tête H ouvre un accusé, les
      *lignes A et R y rangent les demandes, le pied T porte les
      *totaux de la finance ; une ligne hors accusé ou d'un type
      *inconnu est signalée et ignorée

       1300-ACCUSES-CHARGER-START .
           OPEN INPUT ACCUSE-FILE.
           IF WS-ACQ-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de ACQFIN, code "
                       WS-ACQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1301-ACQ-LIRE-START
           THRU    1301-ACQ-LIRE-END.

           PERFORM 1302-ACQ-RANGER-START
           THRU    1302-ACQ-RANGER-END
           UNTIL   WS-ACQ-EOF-OUI.

           CLOSE ACCUSE-FILE.

       1300-ACCUSES-CHARGER-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne d'accusé

       1301-ACQ-LIRE-START .
           READ ACCUSE-FILE
               AT END
                   SET WS-ACQ-EOF-OUI TO TRUE
           END-READ.

       1301-ACQ-LIRE-END .
           EXIT.


      *-----------------------
      *Rangement d'une ligne d'accusé selon son type

       1302-ACQ-RANGER-START .
           IF FD-ACQ-REC NOT = SPACES
               PERFORM 1303-ACQ-DECOUPER-START
               THRU    1303-ACQ-DECOUPER-END

               EVALUATE TRUE
                   WHEN WS-ZONE-TYPE = "H"
                       PERFORM 1304-ACQ-ENTETE-START
                       THRU    1304-ACQ-ENTETE-END

                   WHEN (WS-ZONE-TYPE = "A" OR WS-ZONE-TYPE = "R")
                        AND WS-BLC-COURANT > 0
                        AND WS-ZONE-1 (1:8) NOT = SPACES
                        AND WS-ZONE-1 (9:12) = SPACES
                       PERFORM 1305-ACQ-DEMANDE-START
                       THRU    1305-ACQ-DEMANDE-END

                   WHEN WS-ZONE-TYPE = "T"
                        AND WS-BLC-COURANT > 0
                        AND FUNCTION TEST-NUMVAL (WS-ZONE-1) = 0
                        AND FUNCTION TEST-NUMVAL (WS-ZONE-2) = 0
                        AND FUNCTION TEST-NUMVAL (WS-ZONE-3) = 0
                       PERFORM 1306-ACQ-PIED-START
                       THRU    1306-ACQ-PIED-END

                   WHEN OTHER
                       PERFORM 1308-ACQ-ILLISIBLE-START
                       THRU    1308-ACQ-ILLISIBLE-END
               END-EVALUATE
           END-IF.

           PERFORM 1301-ACQ-LIRE-START
           THRU    1301-ACQ-LIRE-END.

       1302-ACQ-RANGER-END .
           EXIT.


      *-----------------------
      *Découpage d'une ligne d'accusé sur le point-virgule ; les
      *compteurs numériques sont relus sans leurs blancs de fin

       1303-ACQ-DECOUPER-START .
           MOVE SPACES TO WS-ZONE-TYPE.
           MOVE SPACES TO WS-ZONE-1.
           MOVE SPACES TO WS-ZONE-2.
           MOVE SPACES TO WS-ZONE-3.
           MOVE SPACES TO WS-ZONE-4.

           UNSTRING FD-ACQ-REC
               DELIMITED BY ";"
               INTO WS-ZONE-TYPE
                    WS-ZONE-1
                    WS-ZONE-2
                    WS-ZONE-3
                    WS-ZONE-4
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE (WS-ZONE-TYPE) TO WS-ZONE-TYPE.

       1303-ACQ-DECOUPER-END .
           EXIT.


      *-----------------------
      *En-tête d'accusé : l'identifiant de l'extraction accusée
      *(16 chiffres, repris de l'en-tête CALCINTF) et la date de
      *chargement ; un en-tête illisible ferme l'accusé en cours,
      *ses lignes sont alors signalées une à une

       1304-ACQ-ENTETE-START .
           MOVE 0 TO WS-BLC-COURANT.

           IF WS-ZONE-1 (1:16) NOT NUMERIC
              OR WS-ZONE-1 (17:4) NOT = SPACES
               PERFORM 1308-ACQ-ILLISIBLE-START
               THRU    1308-ACQ-ILLISIBLE-END
           ELSE
               IF WS-BLC-NB >= WS-BLC-MAX
                   DISPLAY "Erreur, table des accusés saturée à "
                           WS-BLC-MAX " accusés"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-BLC-NB
               ADD 1 TO WS-CNT-ACCUSES
               MOVE WS-BLC-NB      TO WS-BLC-COURANT
               MOVE WS-ZONE-1      TO WS-BLC-RUN-ID (WS-BLC-NB)
               MOVE WS-ZONE-2      TO WS-BLC-DATE (WS-BLC-NB)
               MOVE "N"            TO WS-BLC-PIED (WS-BLC-NB)
               MOVE 0              TO WS-BLC-NB-ACC (WS-BLC-NB)
               MOVE 0              TO WS-BLC-NB-REF (WS-BLC-NB)
               MOVE 0              TO WS-BLC-TOTAL (WS-BLC-NB)
               COMPUTE WS-BLC-PREMIER (WS-BLC-NB) = WS-ITM-NB + 1
               MOVE WS-ITM-NB      TO WS-BLC-DERNIER (WS-BLC-NB)
               MOVE SPACE          TO WS-BLC-ETAT (WS-BLC-NB)
           END-IF.

       1304-ACQ-ENTETE-END .
           EXIT.


      *-----------------------
      *Demande acceptée ou refusée de l'accusé en cours

       1305-ACQ-DEMANDE-START .
           IF WS-ITM-NB >= WS-ITM-MAX
               DISPLAY "Erreur, table des demandes saturée à "
                       WS-ITM-MAX " demandes"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-ITM-NB.
           MOVE WS-ZONE-1    TO WS-ITM-ID (WS-ITM-NB).
           MOVE WS-ZONE-TYPE TO WS-ITM-STATUT (WS-ITM-NB).
           MOVE WS-ZONE-2    TO WS-ITM-MOTIF (WS-ITM-NB).
           MOVE "N"          TO WS-ITM-VU (WS-ITM-NB).
           MOVE WS-ITM-NB    TO WS-BLC-DERNIER (WS-BLC-COURANT).

       1305-ACQ-DEMANDE-END .
           EXIT.


      *-----------------------
      *Pied d'accusé : nombres de demandes acceptées et refusées et
      *total chargé déclarés par la finance

       1306-ACQ-PIED-START .
           MOVE "O" TO WS-BLC-PIED (WS-BLC-COURANT).
           COMPUTE WS-BLC-NB-ACC (WS-BLC-COURANT) =
                   FUNCTION NUMVAL (WS-ZONE-1).
           COMPUTE WS-BLC-NB-REF (WS-BLC-COURANT) =
                   FUNCTION NUMVAL (WS-ZONE-2).
           COMPUTE WS-BLC-TOTAL (WS-BLC-COURANT) =
                   FUNCTION NUMVAL (WS-ZONE-3).

           MOVE 0 TO WS-BLC-COURANT.

       1306-ACQ-PIED-END .
           EXIT.


      *-----------------------
      *Ligne d'accusé illisible : signalée dans le rapport, ignorée

       1308-ACQ-ILLISIBLE-START .
           ADD 1 TO WS-CNT-ILLISIBLES.

           DISPLAY "Ligne d'accusé illisible ignorée : " FD-ACQ-REC.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Ligne d'accusé illisible : " DELIMITED BY SIZE
                  FD-ACQ-REC                     DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

       1308-ACQ-ILLISIBLE-END .
           EXIT.


      *-----------------------
      *Relecture du registre des envois (absent tant qu'aucune
      *extraction n'a été envoyée)

       1320-REGISTRE-TRAITER-TOUT-START .
           OPEN INPUT ENVOI-AVANT-FILE.

           IF WS-ENVAV-FILE-STATUS = "00"
               PERFORM 1321-ENV-LIRE-START
               THRU    1321-ENV-LIRE-END

               PERFORM 1322-ENV-TRAITER-START
               THRU    1322-ENV-TRAITER-END
               UNTIL   WS-ENVAV-EOF-OUI

               CLOSE ENVOI-AVANT-FILE
           END-IF.

       1320-REGISTRE-TRAITER-TOUT-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne du registre des envois

       1321-ENV-LIRE-START .
           READ ENVOI-AVANT-FILE
               AT END
                   SET WS-ENVAV-EOF-OUI TO TRUE
           END-READ.

       1321-ENV-LIRE-END .
           EXIT.


      *-----------------------
      *Traitement d'une ligne du registre selon son type ; chaque
      *ligne est recopiée, l'en-tête d'une extraction accusée reçoit
      *la marque du rapprochement

       1322-ENV-TRAITER-START .
           MOVE FD-ENVAV-REC TO WS-ENV-LIGNE.

           MOVE SPACES TO WS-ZONE-TYPE.
           MOVE SPACES TO WS-ZONE-1.
           MOVE SPACES TO WS-ZONE-2.
           MOVE SPACES TO WS-ZONE-3.
           MOVE SPACES TO WS-ZONE-4.
           MOVE SPACES TO WS-ZONE-5.

           UNSTRING WS-ENV-LIGNE
               DELIMITED BY ";"
               INTO WS-ZONE-TYPE
                    WS-ZONE-1
                    WS-ZONE-2
                    WS-ZONE-3
                    WS-ZONE-4
                    WS-ZONE-5
           END-UNSTRING.

           EVALUATE WS-ZONE-TYPE
               WHEN "H"
                   PERFORM 1330-EXT-ENTETE-START
                   THRU    1330-EXT-ENTETE-END

               WHEN "D"
                   IF WS-EXT-RAPPROCHER
                       PERFORM 1340-EXT-DETAIL-START
                       THRU    1340-EXT-DETAIL-END
                   END-IF

               WHEN "T"
                   IF WS-EXT-RAPPROCHER
                       PERFORM 1350-EXT-PIED-START
                       THRU    1350-EXT-PIED-END
                   END-IF

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WS-ENV-LIGNE TO FD-ENVAP-REC.
           WRITE FD-ENVAP-REC.

           PERFORM 1321-ENV-LIRE-START
           THRU    1321-ENV-LIRE-END.

       1322-ENV-TRAITER-END .
           EXIT.


      *-----------------------
      *En-tête d'une extraction : déjà accusée, elle est recopiée
      *(un nouvel accusé pour elle est noté en double) ; avec un
      *accusé reçu, elle est rapprochée et marquée ; sans accusé,
      *son ancienneté est confrontée au délai

       1330-EXT-ENTETE-START .
           MOVE "C"       TO WS-EXT-MODE.
           MOVE WS-ZONE-2 TO WS-EXT-RUN-ID.
           MOVE WS-ZONE-1 TO WS-DATE-EXTR.

           MOVE 0 TO WS-BLC-COURANT.
           PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
                   UNTIL WS-BLC-IDX > WS-BLC-NB
                      OR WS-BLC-COURANT > 0
               IF WS-BLC-RUN-ID (WS-BLC-IDX) = WS-EXT-RUN-ID
                  AND WS-BLC-ETAT (WS-BLC-IDX) = SPACE
                   MOVE WS-BLC-IDX TO WS-BLC-COURANT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-ZONE-3 = "AQ"
                   IF WS-BLC-COURANT > 0
                       MOVE "D" TO WS-BLC-ETAT (WS-BLC-COURANT)
                   END-IF

               WHEN WS-BLC-COURANT > 0
                   MOVE "R" TO WS-BLC-ETAT (WS-BLC-COURANT)
                   MOVE "R" TO WS-EXT-MODE
                   MOVE 0   TO WS-EXT-ACC
                   MOVE 0   TO WS-EXT-REF
                   MOVE 0   TO WS-EXT-ABS
                   MOVE 0   TO WS-EXT-INC
                   ADD 1 TO WS-CNT-RAPPROCHEES

                   MOVE SPACES TO WS-ENV-LIGNE
                   STRING "H;"            DELIMITED BY SIZE
                          WS-DATE-EXTR    DELIMITED BY SIZE
                          ";"             DELIMITED BY SIZE
                          WS-EXT-RUN-ID   DELIMITED BY SIZE
                          ";AQ;"          DELIMITED BY SIZE
                          WS-DATE-JOUR    DELIMITED BY SIZE
                          INTO WS-ENV-LIGNE

                   MOVE SPACES TO WS-RPT-LIGNE
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END

                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "Extraction "   DELIMITED BY SIZE
                          WS-EXT-RUN-ID   DELIMITED BY SIZE
                          " du "          DELIMITED BY SIZE
                          WS-DATE-EXTR    DELIMITED BY SIZE
                          " : accusé du " DELIMITED BY SIZE
                          WS-BLC-DATE (WS-BLC-COURANT)
                                          DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END

               WHEN OTHER
                   PERFORM 1335-EXT-ANCIENNETE-START
                   THRU    1335-EXT-ANCIENNETE-END
           END-EVALUATE.

       1330-EXT-ENTETE-END .
           EXIT.


      *-----------------------
      *Extraction sans accusé : au-delà du délai elle est signalée,
      *en deçà elle est seulement comptée ; une date d'extraction
      *illisible est signalée comme un retard

       1335-EXT-ANCIENNETE-START .
           MOVE 99999 TO WS-ANCIENNETE.

           IF WS-DATE-EXTR IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-EXTR-NUM) = 0
                   COMPUTE WS-ANCIENNETE = WS-JOURS-JOUR
                         - FUNCTION INTEGER-OF-DATE (WS-DATE-EXTR-NUM)
               END-IF
           END-IF.

           IF WS-ANCIENNETE > WS-DELAI
               ADD 1 TO WS-CNT-RETARD
               MOVE WS-ANCIENNETE TO WS-EDIT-ANCIENNETE

               MOVE SPACES TO WS-RPT-LIGNE
               PERFORM 1390-RPT-ECRITURE-START
               THRU    1390-RPT-ECRITURE-END

               MOVE SPACES TO WS-RPT-LIGNE
               STRING "Extraction "        DELIMITED BY SIZE
                      WS-EXT-RUN-ID        DELIMITED BY SIZE
                      " du "               DELIMITED BY SIZE
                      WS-DATE-EXTR         DELIMITED BY SIZE
                      " : sans accusé depuis "
                                           DELIMITED BY SIZE
                      WS-EDIT-ANCIENNETE   DELIMITED BY SIZE
                      " jours"             DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1390-RPT-ECRITURE-START
               THRU    1390-RPT-ECRITURE-END

               DISPLAY "Extraction sans accusé au-delà du délai : "
                       WS-EXT-RUN-ID
           ELSE
               ADD 1 TO WS-CNT-DANS-DELAI
           END-IF.

       1335-EXT-ANCIENNETE-END .
           EXIT.


      *-----------------------
      *Détail envoyé d'une extraction rapprochée : la demande est
      *cherchée dans l'accusé ; acceptée, elle est comptée ;
      *refusée, elle est listée et part vers CALCRSUB ; absente de
      *l'accusé, elle est listée

       1340-EXT-DETAIL-START .
           MOVE 0 TO WS-ITM-TROUVE.

           PERFORM VARYING WS-ITM-IDX
                   FROM WS-BLC-PREMIER (WS-BLC-COURANT) BY 1
                   UNTIL WS-ITM-IDX > WS-BLC-DERNIER (WS-BLC-COURANT)
                      OR WS-ITM-TROUVE > 0
               IF WS-ITM-ID (WS-ITM-IDX) = WS-ZONE-1 (1:8)
                  AND WS-ITM-VU (WS-ITM-IDX) = "N"
                   MOVE WS-ITM-IDX TO WS-ITM-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ITM-TROUVE = 0
               ADD 1 TO WS-EXT-ABS
               ADD 1 TO WS-CNT-ABSENTES

               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Absente de l'accusé      " DELIMITED BY SIZE
                      WS-ZONE-1 (1:8)                DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1390-RPT-ECRITURE-START
               THRU    1390-RPT-ECRITURE-END
           ELSE
               MOVE "O" TO WS-ITM-VU (WS-ITM-TROUVE)

               IF WS-ITM-STATUT (WS-ITM-TROUVE) = "A"
                   ADD 1 TO WS-EXT-ACC
                   ADD 1 TO WS-CNT-ACCEPTEES
               ELSE
                   ADD 1 TO WS-EXT-REF
                   ADD 1 TO WS-CNT-REFUSEES

                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "  Refusée par la finance   "
                                              DELIMITED BY SIZE
                          WS-ZONE-1 (1:8)     DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          WS-ITM-MOTIF (WS-ITM-TROUVE)
                                              DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END

                   PERFORM 1345-REJET-ECRIRE-START
                   THRU    1345-REJET-ECRIRE-END
               END-IF
           END-IF.

       1340-EXT-DETAIL-END .
           EXIT.


      *-----------------------
      *Demande refusée par la finance écrite au format CALCREJ avec
      *le motif FIN : l'enregistrement CALCIN est reconstitué depuis
      *le détail envoyé, opérandes au format de CALCOUT ; pour une
      *variante expression, amortissement ou intérêts le texte n'a
      *pas été envoyé et reste à rétablir par une correction EX

       1345-REJET-ECRIRE-START .
           MOVE SPACES TO WS-REJ-CALCIN.

           IF FUNCTION UPPER-CASE (WS-ZONE-3 (1:2)) = "EX"
              OR FUNCTION UPPER-CASE (WS-ZONE-3 (1:2)) = "AM"
              OR FUNCTION UPPER-CASE (WS-ZONE-3 (1:2)) = "IN"
               MOVE WS-ZONE-1 (1:8)  TO WS-REJ-EXPR-ID
               MOVE WS-ZONE-3 (1:2)  TO WS-REJ-EXPR-CODE
           ELSE
               MOVE WS-ZONE-1 (1:8)  TO WS-REJ-ID
               MOVE WS-ZONE-3 (1:2)  TO WS-REJ-OPERATION

               IF FUNCTION TEST-NUMVAL (WS-ZONE-2) = 0
                   COMPUTE WS-EDIT-OPD ROUNDED =
                           FUNCTION NUMVAL (WS-ZONE-2)
                   MOVE FUNCTION TRIM (WS-EDIT-OPD) TO WS-REJ-OPD1
               END-IF

               IF FUNCTION TEST-NUMVAL (WS-ZONE-4) = 0
                   COMPUTE WS-EDIT-OPD ROUNDED =
                           FUNCTION NUMVAL (WS-ZONE-4)
                   MOVE FUNCTION TRIM (WS-EDIT-OPD) TO WS-REJ-OPD2
               END-IF
           END-IF.

           MOVE SPACES         TO FD-REJ-REC.
           MOVE WS-REJ-CALCIN  TO FD-REJ-ENREG.
           MOVE SPACE          TO FD-REJ-SEP.
           MOVE "FIN"          TO FD-REJ-MOTIF.
           WRITE FD-REJ-REC.

       1345-REJET-ECRIRE-END .
           EXIT.


      *-----------------------
      *Pied d'une extraction rapprochée : les demandes de l'accusé
      *sans détail envoyé sont listées comme inconnues, puis les
      *totaux de la finance sont confrontés au pied envoyé

       1350-EXT-PIED-START .
           MOVE 0 TO WS-EXT-ENVOYES.
           IF FUNCTION TEST-NUMVAL (WS-ZONE-1) = 0
               COMPUTE WS-EXT-ENVOYES = FUNCTION NUMVAL (WS-ZONE-1)
           END-IF.

           MOVE 0 TO WS-EXT-HASH.
           IF FUNCTION TEST-NUMVAL (WS-ZONE-2) = 0
               COMPUTE WS-EXT-HASH = FUNCTION NUMVAL (WS-ZONE-2)
           END-IF.

           PERFORM VARYING WS-ITM-IDX
                   FROM WS-BLC-PREMIER (WS-BLC-COURANT) BY 1
                   UNTIL WS-ITM-IDX > WS-BLC-DERNIER (WS-BLC-COURANT)
               IF WS-ITM-VU (WS-ITM-IDX) = "N"
                   ADD 1 TO WS-EXT-INC
                   ADD 1 TO WS-CNT-INCONNUES

                   MOVE SPACES TO WS-RPT-LIGNE
                   STRING "  Inconnue de l'extraction "
                                              DELIMITED BY SIZE
                          WS-ITM-ID (WS-ITM-IDX)
                                              DELIMITED BY SIZE
                          INTO WS-RPT-LIGNE
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "  Acceptées : "   DELIMITED BY SIZE
                  WS-EXT-ACC         DELIMITED BY SIZE
                  "  refusées : "    DELIMITED BY SIZE
                  WS-EXT-REF         DELIMITED BY SIZE
                  "  absentes : "    DELIMITED BY SIZE
                  WS-EXT-ABS         DELIMITED BY SIZE
                  "  inconnues : "   DELIMITED BY SIZE
                  WS-EXT-INC         DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

           MOVE WS-EXT-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "  Envoyé  : "     DELIMITED BY SIZE
                  WS-EXT-ENVOYES     DELIMITED BY SIZE
                  " détails, total " DELIMITED BY SIZE
                  WS-EDIT-HASH       DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

           IF WS-BLC-PIED (WS-BLC-COURANT) NOT = "O"
               ADD 1 TO WS-CNT-ECARTS
               MOVE "  Chargé  : pied d'accusé absent, non confronté"
                    TO WS-RPT-LIGNE
               PERFORM 1390-RPT-ECRITURE-START
               THRU    1390-RPT-ECRITURE-END
           ELSE
               COMPUTE WS-EXT-RECUS =
                       WS-BLC-NB-ACC (WS-BLC-COURANT)
                     + WS-BLC-NB-REF (WS-BLC-COURANT)
               MOVE WS-BLC-TOTAL (WS-BLC-COURANT) TO WS-EDIT-HASH

               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Chargé  : "     DELIMITED BY SIZE
                      WS-EXT-RECUS       DELIMITED BY SIZE
                      " détails, total " DELIMITED BY SIZE
                      WS-EDIT-HASH       DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE

               IF WS-EXT-RECUS NOT = WS-EXT-ENVOYES
                  OR WS-BLC-TOTAL (WS-BLC-COURANT) NOT = WS-EXT-HASH
                  OR WS-BLC-NB-ACC (WS-BLC-COURANT) NOT = WS-EXT-ACC
                  OR WS-BLC-NB-REF (WS-BLC-COURANT) NOT = WS-EXT-REF
                   ADD 1 TO WS-CNT-ECARTS
                   MOVE "  écart" TO WS-RPT-LIGNE (80:21)
               ELSE
                   MOVE "  concordant" TO WS-RPT-LIGNE (80:21)
               END-IF

               PERFORM 1390-RPT-ECRITURE-START
               THRU    1390-RPT-ECRITURE-END
           END-IF.

           MOVE "C" TO WS-EXT-MODE.

       1350-EXT-PIED-END .
           EXIT.


      *-----------------------
      *Accusés restés sans extraction : inconnus du registre, ou
      *portant sur une extraction déjà accusée

       1370-ACCUSES-RESTANTS-START .
           PERFORM VARYING WS-BLC-IDX FROM 1 BY 1
                   UNTIL WS-BLC-IDX > WS-BLC-NB
               IF WS-BLC-ETAT (WS-BLC-IDX) NOT = "R"
                   MOVE SPACES TO WS-RPT-LIGNE
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END

                   MOVE SPACES TO WS-RPT-LIGNE
                   IF WS-BLC-ETAT (WS-BLC-IDX) = "D"
                       ADD 1 TO WS-CNT-DOUBLES
                       STRING "Accusé de l'extraction "
                                              DELIMITED BY SIZE
                              WS-BLC-RUN-ID (WS-BLC-IDX)
                                              DELIMITED BY SIZE
                              " : extraction déjà accusée, ignoré"
                                              DELIMITED BY SIZE
                              INTO WS-RPT-LIGNE
                   ELSE
                       ADD 1 TO WS-CNT-ORPHELINS
                       STRING "Accusé de l'extraction "
                                              DELIMITED BY SIZE
                              WS-BLC-RUN-ID (WS-BLC-IDX)
                                              DELIMITED BY SIZE
                              " : extraction inconnue du registre"
                                              DELIMITED BY SIZE
                              INTO WS-RPT-LIGNE
                   END-IF
                   PERFORM 1390-RPT-ECRITURE-START
                   THRU    1390-RPT-ECRITURE-END

                   DISPLAY "Accusé non rapproché : "
                           WS-BLC-RUN-ID (WS-BLC-IDX)
               END-IF
           END-PERFORM.

       1370-ACCUSES-RESTANTS-END .
           EXIT.


      *-----------------------
      *Totaux du rapport

       1380-TOTAUX-START .
           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Accusés lus : "           DELIMITED BY SIZE
                  WS-CNT-ACCUSES              DELIMITED BY SIZE
                  "  extractions rapprochées : "
                                              DELIMITED BY SIZE
                  WS-CNT-RAPPROCHEES          DELIMITED BY SIZE
                  "  écarts de totaux : "    DELIMITED BY SIZE
                  WS-CNT-ECARTS               DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Sans accusé au-delà du délai : "
                                              DELIMITED BY SIZE
                  WS-CNT-RETARD               DELIMITED BY SIZE
                  "  dans le délai : "        DELIMITED BY SIZE
                  WS-CNT-DANS-DELAI           DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Demandes acceptées : "    DELIMITED BY SIZE
                  WS-CNT-ACCEPTEES            DELIMITED BY SIZE
                  "  refusées : "            DELIMITED BY SIZE
                  WS-CNT-REFUSEES             DELIMITED BY SIZE
                  "  absentes : "             DELIMITED BY SIZE
                  WS-CNT-ABSENTES             DELIMITED BY SIZE
                  "  inconnues : "            DELIMITED BY SIZE
                  WS-CNT-INCONNUES            DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1390-RPT-ECRITURE-START
           THRU    1390-RPT-ECRITURE-END.

       1380-TOTAUX-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport de rapprochement

       1390-RPT-ECRITURE-START .
           MOVE WS-RPT-LIGNE TO FD-RPT-REC.
           WRITE FD-RPT-REC.

       1390-RPT-ECRITURE-END .
           EXIT.
