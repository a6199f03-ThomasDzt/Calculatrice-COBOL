      *Recherche dans le journal des transactions : les cartes de
      *sélection SYSIN bornent les dates (DA), retiennent des codes
      *opération (OP), une fourchette de valeur sur l'un des deux
      *opérandes (VO) ou sur le résultat (VR) et un résultat minimal
      *en valeur absolue (MR) ; la carte XT demande en plus un
      *extrait. Toutes les cartes sont contrôlées avant toute
      *lecture : une carte refusée arrête la recherche.
      *Le programme lit les générations d'archive ARCHLOG présentes
      *sur le JCL (dans un ordre quelconque) puis le journal courant
      *TRANSLOG, lignes d'avant le chaînage comprises ; les lignes de
      *report RP de CALCPURG sont passées. Les lignes retenues sont
      *imprimées sur RECHRPT dans l'ordre de leur date et de leur
      *heure, avec des sous-totaux par jour et par opération et les
      *totaux de la période. L'extrait RECHINTF reprend les lignes
      *retenues au format délimité point-virgule de CALCINTF
      *(en-tête, un détail par ligne numérotée comme sur le rapport,
      *pied portant le nombre de détails et le total de contrôle) :
      *il se remet tel quel à l'audit ou à la gestion financière.
      *Une ligne de table de sensibilité (TS) porte en résultat un
      *nombre de cellules calculées et non un montant : comme dans
      *CALCEXTR elle reste hors de l'extrait et de son total de
      *contrôle, et hors des totaux du jour et de la période ; elle
      *est imprimée et comptée sous son opération.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRECH.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Cartes de sélection : une commande par carte
           SELECT CARTES-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.

      *Générations d'archive du journal, écrites par CALCPURG ;
      *absentes, seul le journal courant est lu
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

      *Journal des transactions courant
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

      *Rapport de la recherche
           SELECT RECH-REPORT-FILE ASSIGN TO "RECHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *Extrait des lignes retenues, au format de CALCINTF
           SELECT INTERFACE-FILE ASSIGN TO "RECHINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *Carte de sélection : DA début fin, OP code [code ...],
      *VO mini maxi, VR mini maxi, MR minimum, XT
       FD  CARTES-FILE.
       01  FD-CRT-REC              PIC X(80).

      *Lignes de journal, lues sans découpage : les lignes d'avant
      *le chaînage, mises à 126 octets par la conversion CALCCONV,
      *portent le complément et le chaînage à blanc
       FD  ARCHIVE-FILE.
       01  FD-ARCH-REC             PIC X(126).

       FD  TRANS-LOG-FILE.
       01  FD-TRANS-LOG-REC        PIC X(126).

      *Ligne du rapport
       FD  RECH-REPORT-FILE.
       01  FD-RPT-REC              PIC X(100).

      *Ligne du fichier d'extrait
       FD  INTERFACE-FILE.
       01  FD-INTF-REC             PIC X(80).

       WORKING-STORAGE SECTION.

      *Statuts des fichiers
       01  WS-CRT-FILE-STATUS     PIC X(02).
       01  WS-ARCH-FILE-STATUS    PIC X(02).
       01  WS-LOG-FILE-STATUS     PIC X(02).
       01  WS-RPT-FILE-STATUS     PIC X(02).
       01  WS-INTF-FILE-STATUS    PIC X(02).

      *Fins de fichier
       01  WS-CRT-EOF             PIC X(01)   VALUE "N".
           88  WS-CRT-EOF-OUI                 VALUE "Y".
       01  WS-ARCH-EOF            PIC X(01)   VALUE "N".
           88  WS-ARCH-EOF-OUI                VALUE "Y".
       01  WS-LOG-EOF             PIC X(01)   VALUE "N".
           88  WS-LOG-EOF-OUI                 VALUE "Y".

      *Ligne de journal en cours d'examen, au découpage de
      *l'enregistrement écrit par Calcul2 : seuls la date, l'heure,
      *les opérandes, l'opération et le résultat sont interprétés
       01  WS-LOG-LIGNE.
           05  WS-LOG-DATE         PIC X(08).
           05  WS-LOG-DATE-N REDEFINES WS-LOG-DATE
                                   PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-LOG-HEURE        PIC X(08).
           05  FILLER              PIC X(01).
           05  WS-LOG-OPERANDE1    PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-LOG-OPERATION    PIC X(02).
           05  FILLER              PIC X(01).
           05  WS-LOG-OPERANDE2    PIC X(14).
           05  FILLER              PIC X(01).
           05  WS-LOG-RESULTAT     PIC X(14).
           05  FILLER              PIC X(61).

      *Origine de la ligne examinée : A archive, J journal courant
       01  WS-LOG-ORIGINE         PIC X(01).

      *Date et heure de la recherche, et identifiant d'exécution
      *repris dans l'en-tête de l'extrait (date et heure
      *concaténées, comme pour CALCEXTR)
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE               PIC 9(08).
       01  WS-RUN-ID              PIC X(16).

      *Découpage de la carte en cours : le verbe et jusqu'à neuf
      *valeurs séparées par des blancs ; la zone de reste décèle une
      *carte trop longue et les zones sont plus larges que leur
      *contenu pour déceler une valeur trop longue
       01  WS-CRT-VERBE           PIC X(02).
       01  WS-CRT-ZONES.
           05  WS-CRT-ZONE        PIC X(15)   OCCURS 9 TIMES.
       01  WS-CRT-RESTE           PIC X(20).
       01  WS-CRT-IDX             PIC 9(02)   COMP.
       01  WS-CRT-MOTIF           PIC X(50).
       01  WS-CRT-IMAGE           PIC X(50).

      *Critères de sélection retenus des cartes ; un critère absent
      *laisse passer toutes les lignes
       01  WS-SEL-DA              PIC X(01)   VALUE "N".
           88  WS-SEL-DA-OUI                  VALUE "Y".
       01  WS-SEL-DATE-DEBUT      PIC 9(08)   VALUE 0.
       01  WS-SEL-DATE-FIN        PIC 9(08)   VALUE 99999999.

       01  WS-SEL-OP-MAX          PIC 9(02)   VALUE 20.
       01  WS-SEL-OP-NB           PIC 9(02)   VALUE 0.
       01  WS-SEL-OP-TABLE.
           05  WS-SEL-OP          PIC X(02)   OCCURS 20 TIMES.
       01  WS-SEL-OP-IDX          PIC 9(02)   COMP.
       01  WS-SEL-OP-TROUVE       PIC X(01).
           88  WS-SEL-OP-TROUVE-OUI           VALUE "Y".

       01  WS-SEL-VO              PIC X(01)   VALUE "N".
           88  WS-SEL-VO-OUI                  VALUE "Y".
       01  WS-SEL-VO-MINI         PIC S9(10)V999 VALUE 0.
       01  WS-SEL-VO-MAXI         PIC S9(10)V999 VALUE 0.

       01  WS-SEL-VR              PIC X(01)   VALUE "N".
           88  WS-SEL-VR-OUI                  VALUE "Y".
       01  WS-SEL-VR-MINI         PIC S9(10)V999 VALUE 0.
       01  WS-SEL-VR-MAXI         PIC S9(10)V999 VALUE 0.

       01  WS-SEL-MR              PIC X(01)   VALUE "N".
           88  WS-SEL-MR-OUI                  VALUE "Y".
       01  WS-SEL-MR-MINI         PIC S9(10)V999 VALUE 0.

       01  WS-SEL-XT              PIC X(01)   VALUE "N".
           88  WS-SEL-XT-OUI                  VALUE "Y".

      *Contrôle d'une valeur de carte : zone saisie, valeur relue et
      *indicateur de validité
       01  WS-VAL-SAISIE          PIC X(15).
       01  WS-VAL-NUM             PIC S9(10)V999.
       01  WS-VAL-OK              PIC X(01).
           88  WS-VAL-OK-OUI                  VALUE "Y".
       01  WS-VAL-MINI            PIC S9(10)V999.

      *Zones de date d'une carte DA
       01  WS-DATE-SAISIE         PIC X(15).
       01  WS-DATE-NUM            PIC 9(08).

      *Valeurs relues de la ligne examinée
       01  WS-VAL-OPERANDE1       PIC S9(10)V999.
       01  WS-VAL-OPERANDE2       PIC S9(10)V999.
       01  WS-VAL-RESULTAT        PIC S9(10)V999.
       01  WS-VAL-ABSOLUE         PIC S9(10)V999.
       01  WS-LIGNE-RETENUE       PIC X(01).
           88  WS-LIGNE-RETENUE-OUI           VALUE "Y".

      *Lignes retenues, rangées au fil de la lecture dans l'ordre de
      *leur date et de leur heure (à horodatage égal, dans l'ordre de
      *lecture)
       01  WS-RET-MAX             PIC 9(05)   VALUE 9999.
       01  WS-RET-NB              PIC 9(05)   VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTREE      OCCURS 9999 TIMES.
               10  WS-RET-CLE.
                   15  WS-RET-DATE        PIC X(08).
                   15  WS-RET-HEURE       PIC X(08).
               10  WS-RET-ORIGINE     PIC X(01).
               10  WS-RET-OPERATION   PIC X(02).
               10  WS-RET-OPERANDE1   PIC S9(10)V999.
               10  WS-RET-OPERANDE2   PIC S9(10)V999.
               10  WS-RET-RESULTAT    PIC S9(10)V999.
       01  WS-RET-NOUVELLE.
           05  WS-NOUV-CLE.
               10  WS-NOUV-DATE       PIC X(08).
               10  WS-NOUV-HEURE      PIC X(08).
           05  WS-NOUV-ORIGINE    PIC X(01).
           05  WS-NOUV-OPERATION  PIC X(02).
           05  WS-NOUV-OPERANDE1  PIC S9(10)V999.
           05  WS-NOUV-OPERANDE2  PIC S9(10)V999.
           05  WS-NOUV-RESULTAT   PIC S9(10)V999.
       01  WS-RET-IDX             PIC 9(05)   COMP.
       01  WS-RET-PLACE           PIC X(01).
           88  WS-RET-PLACE-OUI               VALUE "Y".

      *Cumuls par opération : niveau 1 pour le jour en cours
      *d'édition, niveau 2 pour toute la période ; une opération
      *au-delà de la table est cumulée sous le code ??
       01  WS-CUM-MAX             PIC 9(02)   VALUE 40.
       01  WS-CUM-TABLE.
           05  WS-CUM-NIVEAU      OCCURS 2 TIMES.
               10  WS-CUM-NB          PIC 9(02).
               10  WS-CUM-ENTREE      OCCURS 40 TIMES.
                   15  WS-CUM-OP          PIC X(02).
                   15  WS-CUM-LIGNES      PIC 9(07).
                   15  WS-CUM-TOTAL       PIC S9(15)V999.
       01  WS-CUM-NIV             PIC 9(01)   COMP.
       01  WS-CUM-IDX             PIC 9(02)   COMP.
       01  WS-CUM-RANG            PIC 9(02)   COMP.

      *Totaux du jour en cours d'édition et de la période (les
      *tables de sensibilité n'y entrent pas)
       01  WS-JOUR-COURANT        PIC X(08)   VALUE SPACES.
       01  WS-JOUR-LIGNES         PIC 9(07)   VALUE 0.
       01  WS-JOUR-TOTAL          PIC S9(15)V999 VALUE 0.
       01  WS-PERIODE-TOTAL       PIC S9(15)V999 VALUE 0.

      *Libellé et montant d'un cumul par opération : le total des
      *résultats, ou la mention hors totaux pour les tables de
      *sensibilité
       01  WS-CUM-LIBELLE         PIC X(30).
       01  WS-CUM-MONTANT         PIC X(19).

      *Zones d'édition du rapport : valeurs au format du journal,
      *totaux, numéro de la ligne retenue (repris dans l'extrait)
       01  WS-EDIT-VALEUR1        PIC -(10)9(1).9(2).
       01  WS-EDIT-VALEUR2        PIC -(10)9(1).9(2).
       01  WS-EDIT-VALEUR3        PIC -(10)9(1).9(2).
       01  WS-EDIT-TOTAL          PIC -(15)9(1).9(2).
       01  WS-EDIT-RANG           PIC 9(08).

      *Zones d'édition de l'extrait, en numérique signé à virgule
      *fixe comme dans CALCINTF, et total de contrôle
       01  WS-EDIT-OPERANDE1      PIC +9(10).9(3).
       01  WS-EDIT-OPERANDE2      PIC +9(10).9(3).
       01  WS-EDIT-RESULTAT       PIC +9(10).9(3).
       01  WS-HASH-TOTAL          PIC S9(15)V999 VALUE 0.
       01  WS-EDIT-HASH           PIC +9(15).9(3).

      *Compteurs de contrôle : cartes lues et refusées, lignes lues
      *dans les archives et dans le journal, lignes de report
      *passées, lignes illisibles ignorées, lignes retenues et
      *détails d'extrait écrits
       01  WS-CNT-CARTES          PIC 9(05)   VALUE 0.
       01  WS-CNT-CARTES-REF      PIC 9(05)   VALUE 0.
       01  WS-CNT-ARCH-LUES       PIC 9(07)   VALUE 0.
       01  WS-CNT-LOG-LUES        PIC 9(07)   VALUE 0.
       01  WS-CNT-REPORTS         PIC 9(07)   VALUE 0.
       01  WS-CNT-ILLISIBLES      PIC 9(07)   VALUE 0.
       01  WS-CNT-EXTRAITS        PIC 9(07)   VALUE 0.

      *Lignes de travail du rapport et de l'extrait
       01  WS-RPT-LIGNE           PIC X(100).
       01  WS-INTF-LIGNE          PIC X(80).

       PROCEDURE DIVISION.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE FROM TIME.

       STRING WS-DATE-JOUR DELIMITED BY SIZE
              WS-HEURE     DELIMITED BY SIZE
              INTO WS-RUN-ID.

      *Ouverture du rapport
       OPEN OUTPUT RECH-REPORT-FILE.
       IF WS-RPT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de RECHRPT, code "
                   WS-RPT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE "----------Recherche dans le journal----------"
               TO WS-RPT-LIGNE.
       PERFORM 1695-RPT-ECRITURE-START
       THRU    1695-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       STRING "Exécution : "     DELIMITED BY SIZE
              WS-DATE-JOUR        DELIMITED BY SIZE
              " "                 DELIMITED BY SIZE
              WS-HEURE            DELIMITED BY SIZE
              INTO WS-RPT-LIGNE.
       PERFORM 1695-RPT-ECRITURE-START
       THRU    1695-RPT-ECRITURE-END.

       MOVE SPACES TO WS-RPT-LIGNE.
       PERFORM 1695-RPT-ECRITURE-START
       THRU    1695-RPT-ECRITURE-END.

      *Lecture et contrôle de toutes les cartes de sélection : une
      *carte refusée arrête la recherche avant toute lecture, une
      *sélection fausse ne doit pas passer pour une réponse
       OPEN INPUT CARTES-FILE.
       IF WS-CRT-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de SYSIN, code "
                   WS-CRT-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 1600-CARTE-LIRE-START
       THRU    1600-CARTE-LIRE-END.

       PERFORM 1601-CARTE-TRAITER-START
       THRU    1601-CARTE-TRAITER-END
       UNTIL   WS-CRT-EOF-OUI.

       CLOSE CARTES-FILE.

       IF WS-CNT-CARTES-REF > 0
           MOVE "Recherche abandonnée, cartes à corriger"
                   TO WS-RPT-LIGNE
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END
           CLOSE RECH-REPORT-FILE
           DISPLAY "CALCRECH : " WS-CNT-CARTES-REF
                   " cartes refusées, recherche abandonnée"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 1610-SELECTION-IMPRIMER-START
       THRU    1610-SELECTION-IMPRIMER-END.

      *Lecture des générations d'archive, facultatives
       MOVE "A" TO WS-LOG-ORIGINE.
       OPEN INPUT ARCHIVE-FILE.

       IF WS-ARCH-FILE-STATUS = "00"
           PERFORM 1620-ARCH-LIRE-START
           THRU    1620-ARCH-LIRE-END

           PERFORM 1622-ARCH-TRAITER-START
           THRU    1622-ARCH-TRAITER-END
           UNTIL   WS-ARCH-EOF-OUI

           CLOSE ARCHIVE-FILE
       ELSE
           IF WS-ARCH-FILE-STATUS NOT = "35"
               DISPLAY "Erreur à l'ouverture de ARCHLOG, code "
                       WS-ARCH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

      *Lecture du journal courant
       MOVE "J" TO WS-LOG-ORIGINE.
       OPEN INPUT TRANS-LOG-FILE.

       IF WS-LOG-FILE-STATUS NOT = "00"
           DISPLAY "Erreur à l'ouverture de TRANSLOG, code "
                   WS-LOG-FILE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 1621-LOG-LIRE-START
       THRU    1621-LOG-LIRE-END.

       PERFORM 1623-LOG-TRAITER-START
       THRU    1623-LOG-TRAITER-END
       UNTIL   WS-LOG-EOF-OUI.

       CLOSE TRANS-LOG-FILE.

      *Edition des lignes retenues, des sous-totaux et des totaux
       PERFORM 1640-EDITION-START
       THRU    1640-EDITION-END.

      *Extrait des lignes retenues, sur demande
       IF WS-SEL-XT-OUI
           PERFORM 1670-EXTRAIT-START
           THRU    1670-EXTRAIT-END
       END-IF.

       CLOSE RECH-REPORT-FILE.

       DISPLAY "CALCRECH : " WS-CNT-ARCH-LUES " lignes d'archive, "
               WS-CNT-LOG-LUES " lignes du journal, "
               WS-RET-NB " retenues, "
               WS-CNT-ILLISIBLES " illisibles".

      *Code retour 4 quand une ligne illisible a été laissée de
      *côté : la réponse peut être incomplète et doit se voir
       IF WS-CNT-ILLISIBLES > 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       STOP RUN.

      ******************************************************************
      *Lecture d'une carte de sélection

       1600-CARTE-LIRE-START .
           READ CARTES-FILE
               AT END
                   SET WS-CRT-EOF-OUI TO TRUE
           END-READ.

       1600-CARTE-LIRE-END .
           EXIT.


      *-----------------------
      *Contrôle d'une carte de sélection : découpage en verbe et
      *valeurs, aiguillage sur le verbe ; une carte à blanc est
      *passée, une carte inconnue ou fausse est refusée

       1601-CARTE-TRAITER-START .
           IF FD-CRT-REC NOT = SPACES
               ADD 1 TO WS-CNT-CARTES
               MOVE FD-CRT-REC TO WS-CRT-IMAGE
               MOVE SPACES TO WS-CRT-VERBE
               MOVE SPACES TO WS-CRT-ZONES
               MOVE SPACES TO WS-CRT-RESTE
               MOVE SPACES TO WS-CRT-MOTIF

               UNSTRING FD-CRT-REC
                   DELIMITED BY ALL SPACE
                   INTO WS-CRT-VERBE
                        WS-CRT-ZONE (1)
                        WS-CRT-ZONE (2)
                        WS-CRT-ZONE (3)
                        WS-CRT-ZONE (4)
                        WS-CRT-ZONE (5)
                        WS-CRT-ZONE (6)
                        WS-CRT-ZONE (7)
                        WS-CRT-ZONE (8)
                        WS-CRT-ZONE (9)
                        WS-CRT-RESTE
               END-UNSTRING

               MOVE FUNCTION UPPER-CASE (WS-CRT-VERBE)
                       TO WS-CRT-VERBE
               MOVE FUNCTION UPPER-CASE (WS-CRT-ZONES)
                       TO WS-CRT-ZONES

               EVALUATE WS-CRT-VERBE

                   WHEN "DA"
                       PERFORM 1602-CARTE-DA-START
                       THRU    1602-CARTE-DA-END

                   WHEN "OP"
                       PERFORM 1603-CARTE-OP-START
                       THRU    1603-CARTE-OP-END

                   WHEN "VO"
                   WHEN "VR"
                       PERFORM 1604-CARTE-FOURCHETTE-START
                       THRU    1604-CARTE-FOURCHETTE-END

                   WHEN "MR"
                       PERFORM 1605-CARTE-MR-START
                       THRU    1605-CARTE-MR-END

                   WHEN "XT"
                       IF WS-CRT-ZONE (1) NOT = SPACES
                           MOVE "zone en trop sur la carte"
                                   TO WS-CRT-MOTIF
                       ELSE
                           SET WS-SEL-XT-OUI TO TRUE
                       END-IF

                   WHEN OTHER
                       MOVE "verbe inconnu" TO WS-CRT-MOTIF

               END-EVALUATE

               IF WS-CRT-RESTE NOT = SPACES
                   MOVE "zone en trop sur la carte" TO WS-CRT-MOTIF
               END-IF

               IF WS-CRT-MOTIF NOT = SPACES
                   PERFORM 1690-CARTE-REFUS-START
                   THRU    1690-CARTE-REFUS-END
               END-IF
           END-IF.

           PERFORM 1600-CARTE-LIRE-START
           THRU    1600-CARTE-LIRE-END.

       1601-CARTE-TRAITER-END .
           EXIT.


      *-----------------------
      *Carte DA : dates de début et de fin comprises, au format
      *AAAAMMJJ, la fin au plus tôt le jour du début ; une seule
      *carte DA par recherche

       1602-CARTE-DA-START .
           EVALUATE TRUE
               WHEN WS-SEL-DA-OUI
                   MOVE "carte DA en double" TO WS-CRT-MOTIF
               WHEN WS-CRT-ZONE (3) NOT = SPACES
                   MOVE "zone en trop sur la carte" TO WS-CRT-MOTIF
               WHEN OTHER
                   MOVE WS-CRT-ZONE (1) TO WS-DATE-SAISIE
                   PERFORM 1606-DATE-CONTROLER-START
                   THRU    1606-DATE-CONTROLER-END
                   MOVE WS-DATE-NUM TO WS-SEL-DATE-DEBUT

                   IF WS-CRT-MOTIF = SPACES
                       MOVE WS-CRT-ZONE (2) TO WS-DATE-SAISIE
                       PERFORM 1606-DATE-CONTROLER-START
                       THRU    1606-DATE-CONTROLER-END
                       MOVE WS-DATE-NUM TO WS-SEL-DATE-FIN
                   END-IF

                   IF WS-CRT-MOTIF = SPACES
                      AND WS-SEL-DATE-FIN < WS-SEL-DATE-DEBUT
                       MOVE "date de fin avant la date de début"
                               TO WS-CRT-MOTIF
                   END-IF

                   IF WS-CRT-MOTIF = SPACES
                       SET WS-SEL-DA-OUI TO TRUE
                   END-IF
           END-EVALUATE.

       1602-CARTE-DA-END .
           EXIT.


      *-----------------------
      *Carte OP : un à neuf codes opération d'un ou deux caractères ;
      *plusieurs cartes OP complètent la liste, un code déjà retenu
      *n'est pas repris

       1603-CARTE-OP-START .
           IF WS-CRT-ZONE (1) = SPACES
               MOVE "code opération absent" TO WS-CRT-MOTIF
           END-IF.

           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > 9
               IF WS-CRT-ZONE (WS-CRT-IDX) (3:13) NOT = SPACES
                   MOVE "code opération trop long" TO WS-CRT-MOTIF
               END-IF
           END-PERFORM.

           IF WS-CRT-MOTIF = SPACES
               PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                       UNTIL WS-CRT-IDX > 9
                   IF WS-CRT-ZONE (WS-CRT-IDX) NOT = SPACES
                       MOVE "N" TO WS-SEL-OP-TROUVE
                       PERFORM VARYING WS-SEL-OP-IDX FROM 1 BY 1
                               UNTIL WS-SEL-OP-IDX > WS-SEL-OP-NB
                           IF WS-SEL-OP (WS-SEL-OP-IDX)
                              = WS-CRT-ZONE (WS-CRT-IDX) (1:2)
                               SET WS-SEL-OP-TROUVE-OUI TO TRUE
                           END-IF
                       END-PERFORM

                       IF NOT WS-SEL-OP-TROUVE-OUI
                           IF WS-SEL-OP-NB >= WS-SEL-OP-MAX
                               MOVE "trop de codes opération"
                                       TO WS-CRT-MOTIF
                           ELSE
                               ADD 1 TO WS-SEL-OP-NB
                               MOVE WS-CRT-ZONE (WS-CRT-IDX) (1:2)
                                       TO WS-SEL-OP (WS-SEL-OP-NB)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       1603-CARTE-OP-END .
           EXIT.


      *-----------------------
      *Cartes VO et VR : valeur minimale et valeur maximale comprises,
      *sur l'un des deux opérandes (VO) ou sur le résultat (VR) ; une
      *seule carte de chaque sorte

       1604-CARTE-FOURCHETTE-START .
           EVALUATE TRUE
               WHEN WS-CRT-VERBE = "VO" AND WS-SEL-VO-OUI
                   MOVE "carte VO en double" TO WS-CRT-MOTIF
               WHEN WS-CRT-VERBE = "VR" AND WS-SEL-VR-OUI
                   MOVE "carte VR en double" TO WS-CRT-MOTIF
               WHEN WS-CRT-ZONE (3) NOT = SPACES
                   MOVE "zone en trop sur la carte" TO WS-CRT-MOTIF
               WHEN OTHER
                   MOVE WS-CRT-ZONE (1) TO WS-VAL-SAISIE
                   PERFORM 1607-VALEUR-CONTROLER-START
                   THRU    1607-VALEUR-CONTROLER-END
                   MOVE WS-VAL-NUM TO WS-VAL-MINI

                   IF WS-VAL-OK-OUI
                       MOVE WS-CRT-ZONE (2) TO WS-VAL-SAISIE
                       PERFORM 1607-VALEUR-CONTROLER-START
                       THRU    1607-VALEUR-CONTROLER-END
                   END-IF

                   EVALUATE TRUE
                       WHEN NOT WS-VAL-OK-OUI
                           MOVE "valeur invalide" TO WS-CRT-MOTIF
                       WHEN WS-VAL-NUM < WS-VAL-MINI
                           MOVE "valeur maximale sous la minimale"
                                   TO WS-CRT-MOTIF
                       WHEN WS-CRT-VERBE = "VO"
                           SET WS-SEL-VO-OUI TO TRUE
                           MOVE WS-VAL-MINI TO WS-SEL-VO-MINI
                           MOVE WS-VAL-NUM  TO WS-SEL-VO-MAXI
                       WHEN OTHER
                           SET WS-SEL-VR-OUI TO TRUE
                           MOVE WS-VAL-MINI TO WS-SEL-VR-MINI
                           MOVE WS-VAL-NUM  TO WS-SEL-VR-MAXI
                   END-EVALUATE
           END-EVALUATE.

       1604-CARTE-FOURCHETTE-END .
           EXIT.


      *-----------------------
      *Carte MR : résultat minimal en valeur absolue, positif ou nul ;
      *une seule carte MR

       1605-CARTE-MR-START .
           EVALUATE TRUE
               WHEN WS-SEL-MR-OUI
                   MOVE "carte MR en double" TO WS-CRT-MOTIF
               WHEN WS-CRT-ZONE (2) NOT = SPACES
                   MOVE "zone en trop sur la carte" TO WS-CRT-MOTIF
               WHEN OTHER
                   MOVE WS-CRT-ZONE (1) TO WS-VAL-SAISIE
                   PERFORM 1607-VALEUR-CONTROLER-START
                   THRU    1607-VALEUR-CONTROLER-END

                   IF NOT WS-VAL-OK-OUI
                      OR WS-VAL-NUM < 0
                       MOVE "valeur invalide" TO WS-CRT-MOTIF
                   ELSE
                       SET WS-SEL-MR-OUI TO TRUE
                       MOVE WS-VAL-NUM TO WS-SEL-MR-MINI
                   END-IF
           END-EVALUATE.

       1605-CARTE-MR-END .
           EXIT.


      *-----------------------
      *Contrôle d'une date de carte : huit chiffres formant une date
      *valide ; le motif de refus est posé sinon

       1606-DATE-CONTROLER-START .
           MOVE 0 TO WS-DATE-NUM.

           IF WS-DATE-SAISIE (1:8) IS NOT NUMERIC
              OR WS-DATE-SAISIE (9:7) NOT = SPACES
               MOVE "date invalide, format AAAAMMJJ" TO WS-CRT-MOTIF
           ELSE
               MOVE WS-DATE-SAISIE (1:8) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
                   MOVE "date invalide, format AAAAMMJJ"
                           TO WS-CRT-MOTIF
               END-IF
           END-IF.

       1606-DATE-CONTROLER-END .
           EXIT.


      *-----------------------
      *Contrôle d'une valeur de carte : valeur numérique tenant dans
      *la grandeur du journal

       1607-VALEUR-CONTROLER-START .
           MOVE "N" TO WS-VAL-OK.
           MOVE 0 TO WS-VAL-NUM.

           IF WS-VAL-SAISIE NOT = SPACES
              AND WS-VAL-SAISIE (15:1) = SPACE
              AND FUNCTION TEST-NUMVAL (WS-VAL-SAISIE) = 0
               SET WS-VAL-OK-OUI TO TRUE
               COMPUTE WS-VAL-NUM = FUNCTION NUMVAL (WS-VAL-SAISIE)
                   ON SIZE ERROR
                       MOVE "N" TO WS-VAL-OK
               END-COMPUTE
           END-IF.

       1607-VALEUR-CONTROLER-END .
           EXIT.


      *-----------------------
      *Rappel des critères de sélection en tête du rapport

       1610-SELECTION-IMPRIMER-START .
           MOVE "Sélection :" TO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           IF WS-SEL-DA-OUI
               STRING "  Dates du "        DELIMITED BY SIZE
                      WS-SEL-DATE-DEBUT    DELIMITED BY SIZE
                      " au "               DELIMITED BY SIZE
                      WS-SEL-DATE-FIN      DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
           ELSE
               MOVE "  Toutes les dates" TO WS-RPT-LIGNE
           END-IF.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           IF WS-SEL-OP-NB > 0
               MOVE "  Opérations :" TO WS-RPT-LIGNE
               PERFORM VARYING WS-SEL-OP-IDX FROM 1 BY 1
                       UNTIL WS-SEL-OP-IDX > WS-SEL-OP-NB
                   MOVE WS-SEL-OP (WS-SEL-OP-IDX)
                           TO WS-RPT-LIGNE (14 + WS-SEL-OP-IDX * 3:2)
               END-PERFORM
           ELSE
               MOVE "  Toutes les opérations" TO WS-RPT-LIGNE
           END-IF.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           IF WS-SEL-VO-OUI
               MOVE WS-SEL-VO-MINI TO WS-EDIT-VALEUR1
               MOVE WS-SEL-VO-MAXI TO WS-EDIT-VALEUR2
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Un opérande entre "  DELIMITED BY SIZE
                      WS-EDIT-VALEUR1          DELIMITED BY SIZE
                      " et "                   DELIMITED BY SIZE
                      WS-EDIT-VALEUR2          DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-IF.

           IF WS-SEL-VR-OUI
               MOVE WS-SEL-VR-MINI TO WS-EDIT-VALEUR1
               MOVE WS-SEL-VR-MAXI TO WS-EDIT-VALEUR2
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Résultat entre "     DELIMITED BY SIZE
                      WS-EDIT-VALEUR1          DELIMITED BY SIZE
                      " et "                   DELIMITED BY SIZE
                      WS-EDIT-VALEUR2          DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-IF.

           IF WS-SEL-MR-OUI
               MOVE WS-SEL-MR-MINI TO WS-EDIT-VALEUR1
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Résultat d'au moins "  DELIMITED BY SIZE
                      WS-EDIT-VALEUR1          DELIMITED BY SIZE
                      " en valeur absolue"     DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-IF.

           IF WS-SEL-XT-OUI
               MOVE "  Extrait demandé sur RECHINTF" TO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-IF.

           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

       1610-SELECTION-IMPRIMER-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne des archives

       1620-ARCH-LIRE-START .
           READ ARCHIVE-FILE INTO WS-LOG-LIGNE
               AT END
                   SET WS-ARCH-EOF-OUI TO TRUE
           END-READ.

       1620-ARCH-LIRE-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne du journal courant

       1621-LOG-LIRE-START .
           READ TRANS-LOG-FILE INTO WS-LOG-LIGNE
               AT END
                   SET WS-LOG-EOF-OUI TO TRUE
           END-READ.

       1621-LOG-LIRE-END .
           EXIT.


      *-----------------------
      *Traitement d'une ligne des archives

       1622-ARCH-TRAITER-START .
           IF WS-LOG-LIGNE NOT = SPACES
               ADD 1 TO WS-CNT-ARCH-LUES
               PERFORM 1625-LIGNE-EXAMINER-START
               THRU    1625-LIGNE-EXAMINER-END
           END-IF.

           PERFORM 1620-ARCH-LIRE-START
           THRU    1620-ARCH-LIRE-END.

       1622-ARCH-TRAITER-END .
           EXIT.


      *-----------------------
      *Traitement d'une ligne du journal courant

       1623-LOG-TRAITER-START .
           IF WS-LOG-LIGNE NOT = SPACES
               ADD 1 TO WS-CNT-LOG-LUES
               PERFORM 1625-LIGNE-EXAMINER-START
               THRU    1625-LIGNE-EXAMINER-END
           END-IF.

           PERFORM 1621-LOG-LIRE-START
           THRU    1621-LOG-LIRE-END.

       1623-LOG-TRAITER-END .
           EXIT.


      *-----------------------
      *Examen d'une ligne de journal : la ligne de report est passée,
      *une ligne illisible est signalée et laissée de côté, les
      *autres sont confrontées aux critères et rangées si elles les
      *remplissent tous

       1625-LIGNE-EXAMINER-START .
           MOVE FUNCTION UPPER-CASE (WS-LOG-OPERATION)
                   TO WS-LOG-OPERATION.

           IF WS-LOG-OPERATION = "RP"
               ADD 1 TO WS-CNT-REPORTS
           ELSE
               IF WS-LOG-DATE IS NOT NUMERIC
                  OR WS-LOG-HEURE IS NOT NUMERIC
                  OR FUNCTION TEST-NUMVAL (WS-LOG-OPERANDE1) NOT = 0
                  OR FUNCTION TEST-NUMVAL (WS-LOG-OPERANDE2) NOT = 0
                  OR FUNCTION TEST-NUMVAL (WS-LOG-RESULTAT) NOT = 0
                   ADD 1 TO WS-CNT-ILLISIBLES
                   DISPLAY "Ligne illisible ignorée : "
                           WS-LOG-LIGNE (1:34)
               ELSE
                   COMPUTE WS-VAL-OPERANDE1 =
                           FUNCTION NUMVAL (WS-LOG-OPERANDE1)
                   COMPUTE WS-VAL-OPERANDE2 =
                           FUNCTION NUMVAL (WS-LOG-OPERANDE2)
                   COMPUTE WS-VAL-RESULTAT =
                           FUNCTION NUMVAL (WS-LOG-RESULTAT)

                   PERFORM 1626-CRITERES-START
                   THRU    1626-CRITERES-END

                   IF WS-LIGNE-RETENUE-OUI
                       PERFORM 1630-RETENUE-RANGER-START
                       THRU    1630-RETENUE-RANGER-END
                   END-IF
               END-IF
           END-IF.

       1625-LIGNE-EXAMINER-END .
           EXIT.


      *-----------------------
      *Confrontation de la ligne aux critères de sélection

       1626-CRITERES-START .
           SET WS-LIGNE-RETENUE-OUI TO TRUE.

           IF WS-LOG-DATE-N < WS-SEL-DATE-DEBUT
              OR WS-LOG-DATE-N > WS-SEL-DATE-FIN
               MOVE "N" TO WS-LIGNE-RETENUE
           END-IF.

           IF WS-SEL-OP-NB > 0
               MOVE "N" TO WS-SEL-OP-TROUVE
               PERFORM VARYING WS-SEL-OP-IDX FROM 1 BY 1
                       UNTIL WS-SEL-OP-IDX > WS-SEL-OP-NB
                   IF WS-SEL-OP (WS-SEL-OP-IDX) = WS-LOG-OPERATION
                       SET WS-SEL-OP-TROUVE-OUI TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SEL-OP-TROUVE-OUI
                   MOVE "N" TO WS-LIGNE-RETENUE
               END-IF
           END-IF.

           IF WS-SEL-VO-OUI
              AND (WS-VAL-OPERANDE1 < WS-SEL-VO-MINI
                   OR WS-VAL-OPERANDE1 > WS-SEL-VO-MAXI)
              AND (WS-VAL-OPERANDE2 < WS-SEL-VO-MINI
                   OR WS-VAL-OPERANDE2 > WS-SEL-VO-MAXI)
               MOVE "N" TO WS-LIGNE-RETENUE
           END-IF.

           IF WS-SEL-VR-OUI
              AND (WS-VAL-RESULTAT < WS-SEL-VR-MINI
                   OR WS-VAL-RESULTAT > WS-SEL-VR-MAXI)
               MOVE "N" TO WS-LIGNE-RETENUE
           END-IF.

           IF WS-SEL-MR-OUI
               MOVE WS-VAL-RESULTAT TO WS-VAL-ABSOLUE
               IF WS-VAL-ABSOLUE < 0
                   COMPUTE WS-VAL-ABSOLUE = 0 - WS-VAL-ABSOLUE
               END-IF
               IF WS-VAL-ABSOLUE < WS-SEL-MR-MINI
                   MOVE "N" TO WS-LIGNE-RETENUE
               END-IF
           END-IF.

       1626-CRITERES-END .
           EXIT.


      *-----------------------
      *Rangement d'une ligne retenue à sa place dans la table : les
      *lignes plus récentes sont décalées d'un rang ; une table
      *saturée arrête la recherche, une réponse tronquée ne doit pas
      *passer pour complète

       1630-RETENUE-RANGER-START .
           IF WS-RET-NB >= WS-RET-MAX
               DISPLAY "Erreur, plus de " WS-RET-MAX
                       " lignes retenues, sélection à resserrer"
               MOVE "Recherche abandonnée, sélection à resserrer"
                       TO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
               CLOSE RECH-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-LOG-DATE       TO WS-NOUV-DATE.
           MOVE WS-LOG-HEURE      TO WS-NOUV-HEURE.
           MOVE WS-LOG-ORIGINE    TO WS-NOUV-ORIGINE.
           MOVE WS-LOG-OPERATION  TO WS-NOUV-OPERATION.
           MOVE WS-VAL-OPERANDE1  TO WS-NOUV-OPERANDE1.
           MOVE WS-VAL-OPERANDE2  TO WS-NOUV-OPERANDE2.
           MOVE WS-VAL-RESULTAT   TO WS-NOUV-RESULTAT.

           MOVE WS-RET-NB TO WS-RET-IDX.
           MOVE "N" TO WS-RET-PLACE.

           PERFORM UNTIL WS-RET-PLACE-OUI
               IF WS-RET-IDX = 0
                   SET WS-RET-PLACE-OUI TO TRUE
               ELSE
                   IF WS-RET-CLE (WS-RET-IDX) <= WS-NOUV-CLE
                       SET WS-RET-PLACE-OUI TO TRUE
                   ELSE
                       MOVE WS-RET-ENTREE (WS-RET-IDX)
                               TO WS-RET-ENTREE (WS-RET-IDX + 1)
                       SUBTRACT 1 FROM WS-RET-IDX
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-RET-NOUVELLE TO WS-RET-ENTREE (WS-RET-IDX + 1).
           ADD 1 TO WS-RET-NB.

       1630-RETENUE-RANGER-END .
           EXIT.


      *-----------------------
      *Edition des lignes retenues dans l'ordre chronologique : à
      *chaque changement de jour, les sous-totaux par opération et
      *le total du jour précédent ; en fin d'édition, les totaux de
      *la période par opération et les totaux de contrôle

       1640-EDITION-START .
           MOVE 0 TO WS-CUM-NB (1).
           MOVE 0 TO WS-CUM-NB (2).

           MOVE "----------Lignes retenues----------" TO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "N°       O Date     Heure    "     DELIMITED BY SIZE
                  "    Opérande 1 Op     Opérande 2" DELIMITED BY SIZE
                  "       Résultat"                 DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-NB
               IF WS-RET-DATE (WS-RET-IDX) NOT = WS-JOUR-COURANT
                   IF WS-JOUR-COURANT NOT = SPACES
                       PERFORM 1645-JOUR-CLORE-START
                       THRU    1645-JOUR-CLORE-END
                   END-IF
                   MOVE WS-RET-DATE (WS-RET-IDX) TO WS-JOUR-COURANT
               END-IF

               PERFORM 1641-DETAIL-IMPRIMER-START
               THRU    1641-DETAIL-IMPRIMER-END
           END-PERFORM.

           IF WS-JOUR-COURANT NOT = SPACES
               PERFORM 1645-JOUR-CLORE-START
               THRU    1645-JOUR-CLORE-END
           END-IF.

           PERFORM 1660-TOTAUX-START
           THRU    1660-TOTAUX-END.

       1640-EDITION-END .
           EXIT.


      *-----------------------
      *Impression d'une ligne retenue, numérotée dans l'ordre de
      *l'édition, et cumul par opération du jour et de la période ;
      *le résultat d'une table de sensibilité, un nombre de
      *cellules, n'entre pas dans les totaux

       1641-DETAIL-IMPRIMER-START .
           MOVE WS-RET-IDX                     TO WS-EDIT-RANG.
           MOVE WS-RET-OPERANDE1 (WS-RET-IDX)  TO WS-EDIT-VALEUR1.
           MOVE WS-RET-OPERANDE2 (WS-RET-IDX)  TO WS-EDIT-VALEUR2.
           MOVE WS-RET-RESULTAT (WS-RET-IDX)   TO WS-EDIT-VALEUR3.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING WS-EDIT-RANG                  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RET-ORIGINE (WS-RET-IDX)   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RET-DATE (WS-RET-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RET-HEURE (WS-RET-IDX)     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-EDIT-VALEUR1               DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RET-OPERATION (WS-RET-IDX) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-EDIT-VALEUR2               DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-EDIT-VALEUR3               DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           ADD 1 TO WS-JOUR-LIGNES.
           IF WS-RET-OPERATION (WS-RET-IDX) NOT = "TS"
               ADD WS-RET-RESULTAT (WS-RET-IDX) TO WS-JOUR-TOTAL
               ADD WS-RET-RESULTAT (WS-RET-IDX) TO WS-PERIODE-TOTAL
           END-IF.

           MOVE 1 TO WS-CUM-NIV.
           PERFORM 1650-CUMULER-START
           THRU    1650-CUMULER-END.

           MOVE 2 TO WS-CUM-NIV.
           PERFORM 1650-CUMULER-START
           THRU    1650-CUMULER-END.

       1641-DETAIL-IMPRIMER-END .
           EXIT.


      *-----------------------
      *Clôture d'un jour : sous-total de chaque opération du jour,
      *total du jour, puis remise à zéro des cumuls du jour

       1645-JOUR-CLORE-START .
           PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
                   UNTIL WS-CUM-IDX > WS-CUM-NB (1)
               MOVE 1 TO WS-CUM-NIV
               PERFORM 1655-CUM-LIBELLE-START
               THRU    1655-CUM-LIBELLE-END
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Sous-total "       DELIMITED BY SIZE
                      WS-JOUR-COURANT        DELIMITED BY SIZE
                      " opération "          DELIMITED BY SIZE
                      WS-CUM-OP (1, WS-CUM-IDX)
                                             DELIMITED BY SIZE
                      " : "                  DELIMITED BY SIZE
                      WS-CUM-LIGNES (1, WS-CUM-IDX)
                                             DELIMITED BY SIZE
                      WS-CUM-LIBELLE         DELIMITED BY "  "
                      " "                    DELIMITED BY SIZE
                      WS-CUM-MONTANT         DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-PERFORM.

           MOVE WS-JOUR-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "  Total du jour "        DELIMITED BY SIZE
                  WS-JOUR-COURANT            DELIMITED BY SIZE
                  "        : "               DELIMITED BY SIZE
                  WS-JOUR-LIGNES             DELIMITED BY SIZE
                  " lignes, résultats "      DELIMITED BY SIZE
                  WS-EDIT-TOTAL              DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           MOVE 0 TO WS-CUM-NB (1).
           MOVE 0 TO WS-JOUR-LIGNES.
           MOVE 0 TO WS-JOUR-TOTAL.

       1645-JOUR-CLORE-END .
           EXIT.


      *-----------------------
      *Cumul de la ligne éditée sous son opération, au niveau
      *WS-CUM-NIV (1 jour, 2 période) ; une opération nouvelle prend
      *la place suivante de la table, la dernière place recevant
      *toutes les opérations en excédent sous le code ??

       1650-CUMULER-START .
           MOVE 0 TO WS-CUM-RANG.

           PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
                   UNTIL WS-CUM-IDX > WS-CUM-NB (WS-CUM-NIV)
                      OR WS-CUM-RANG > 0
               IF WS-CUM-OP (WS-CUM-NIV, WS-CUM-IDX)
                  = WS-RET-OPERATION (WS-RET-IDX)
                   MOVE WS-CUM-IDX TO WS-CUM-RANG
               END-IF
           END-PERFORM.

           IF WS-CUM-RANG = 0
               IF WS-CUM-NB (WS-CUM-NIV) < WS-CUM-MAX
                   ADD 1 TO WS-CUM-NB (WS-CUM-NIV)
                   MOVE WS-CUM-NB (WS-CUM-NIV) TO WS-CUM-RANG
                   MOVE WS-RET-OPERATION (WS-RET-IDX)
                           TO WS-CUM-OP (WS-CUM-NIV, WS-CUM-RANG)
               ELSE
                   MOVE WS-CUM-MAX TO WS-CUM-RANG
                   MOVE "??" TO WS-CUM-OP (WS-CUM-NIV, WS-CUM-RANG)
               END-IF
               IF WS-CUM-OP (WS-CUM-NIV, WS-CUM-RANG) NOT = "??"
                  OR WS-CUM-LIGNES (WS-CUM-NIV, WS-CUM-RANG) = 0
                   MOVE 0 TO WS-CUM-LIGNES (WS-CUM-NIV, WS-CUM-RANG)
                   MOVE 0 TO WS-CUM-TOTAL (WS-CUM-NIV, WS-CUM-RANG)
               END-IF
           END-IF.

           ADD 1 TO WS-CUM-LIGNES (WS-CUM-NIV, WS-CUM-RANG).
           IF WS-RET-OPERATION (WS-RET-IDX) NOT = "TS"
               ADD WS-RET-RESULTAT (WS-RET-IDX)
                       TO WS-CUM-TOTAL (WS-CUM-NIV, WS-CUM-RANG)
           END-IF.

       1650-CUMULER-END .
           EXIT.


      *-----------------------
      *Libellé et montant du cumul WS-CUM-IDX au niveau WS-CUM-NIV :
      *le total des résultats de l'opération, ou pour les tables de
      *sensibilité la seule mention qu'elles sont hors totaux

       1655-CUM-LIBELLE-START .
           IF WS-CUM-OP (WS-CUM-NIV, WS-CUM-IDX) = "TS"
               MOVE " lignes, tables hors totaux" TO WS-CUM-LIBELLE
               MOVE SPACES TO WS-CUM-MONTANT
           ELSE
               MOVE " lignes, résultats" TO WS-CUM-LIBELLE
               MOVE WS-CUM-TOTAL (WS-CUM-NIV, WS-CUM-IDX)
                       TO WS-EDIT-TOTAL
               MOVE WS-EDIT-TOTAL TO WS-CUM-MONTANT
           END-IF.

       1655-CUM-LIBELLE-END .
           EXIT.


      *-----------------------
      *Totaux de la période par opération et totaux de contrôle de
      *la lecture

       1660-TOTAUX-START .
           MOVE "----------Totaux de la période----------"
                   TO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
                   UNTIL WS-CUM-IDX > WS-CUM-NB (2)
               MOVE 2 TO WS-CUM-NIV
               PERFORM 1655-CUM-LIBELLE-START
               THRU    1655-CUM-LIBELLE-END
               MOVE SPACES TO WS-RPT-LIGNE
               STRING "  Opération "        DELIMITED BY SIZE
                      WS-CUM-OP (2, WS-CUM-IDX)
                                             DELIMITED BY SIZE
                      " : "                  DELIMITED BY SIZE
                      WS-CUM-LIGNES (2, WS-CUM-IDX)
                                             DELIMITED BY SIZE
                      WS-CUM-LIBELLE         DELIMITED BY "  "
                      " "                    DELIMITED BY SIZE
                      WS-CUM-MONTANT         DELIMITED BY SIZE
                      INTO WS-RPT-LIGNE
               PERFORM 1695-RPT-ECRITURE-START
               THRU    1695-RPT-ECRITURE-END
           END-PERFORM.

           MOVE WS-PERIODE-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Lignes retenues : "      DELIMITED BY SIZE
                  WS-RET-NB                  DELIMITED BY SIZE
                  "  Total des résultats : " DELIMITED BY SIZE
                  WS-EDIT-TOTAL              DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Lues archives : "        DELIMITED BY SIZE
                  WS-CNT-ARCH-LUES           DELIMITED BY SIZE
                  "  journal : "             DELIMITED BY SIZE
                  WS-CNT-LOG-LUES            DELIMITED BY SIZE
                  "  Reports : "             DELIMITED BY SIZE
                  WS-CNT-REPORTS             DELIMITED BY SIZE
                  "  Illisibles : "          DELIMITED BY SIZE
                  WS-CNT-ILLISIBLES          DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

       1660-TOTAUX-END .
           EXIT.


      *-----------------------
      *Extrait des lignes retenues au format de CALCINTF : en-tête
      *(date et identifiant d'exécution), un détail par ligne sous
      *son numéro du rapport, pied (nombre de détails, total de
      *contrôle des résultats ; ni attente ni refus ici). Les
      *tables de sensibilité n'y figurent pas, comme dans CALCINTF

       1670-EXTRAIT-START .
           OPEN OUTPUT INTERFACE-FILE.
           IF WS-INTF-FILE-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de RECHINTF, code "
                       WS-INTF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-INTF-LIGNE.
           STRING "H;"         DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ";"          DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  INTO WS-INTF-LIGNE.
           PERFORM 1696-INTF-ECRITURE-START
           THRU    1696-INTF-ECRITURE-END.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-NB
               IF WS-RET-OPERATION (WS-RET-IDX) NOT = "TS"
                   MOVE WS-RET-IDX TO WS-EDIT-RANG
                   MOVE WS-RET-OPERANDE1 (WS-RET-IDX)
                           TO WS-EDIT-OPERANDE1
                   MOVE WS-RET-OPERANDE2 (WS-RET-IDX)
                           TO WS-EDIT-OPERANDE2
                   MOVE WS-RET-RESULTAT (WS-RET-IDX)
                           TO WS-EDIT-RESULTAT
                   ADD WS-RET-RESULTAT (WS-RET-IDX) TO WS-HASH-TOTAL

                   MOVE SPACES TO WS-INTF-LIGNE
                   STRING "D;"                  DELIMITED BY SIZE
                          WS-EDIT-RANG          DELIMITED BY SIZE
                          ";"                   DELIMITED BY SIZE
                          WS-EDIT-OPERANDE1     DELIMITED BY SIZE
                          ";"                   DELIMITED BY SIZE
                          WS-RET-OPERATION (WS-RET-IDX)
                                                DELIMITED BY SIZE
                          ";"                   DELIMITED BY SIZE
                          WS-EDIT-OPERANDE2     DELIMITED BY SIZE
                          ";"                   DELIMITED BY SIZE
                          WS-EDIT-RESULTAT      DELIMITED BY SIZE
                          INTO WS-INTF-LIGNE
                   PERFORM 1696-INTF-ECRITURE-START
                   THRU    1696-INTF-ECRITURE-END
                   ADD 1 TO WS-CNT-EXTRAITS
               END-IF
           END-PERFORM.

           MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.

           MOVE SPACES TO WS-INTF-LIGNE.
           STRING "T;"            DELIMITED BY SIZE
                  WS-CNT-EXTRAITS DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-EDIT-HASH    DELIMITED BY SIZE
                  ";0000000;0000000"
                                  DELIMITED BY SIZE
                  INTO WS-INTF-LIGNE.
           PERFORM 1696-INTF-ECRITURE-START
           THRU    1696-INTF-ECRITURE-END.

           CLOSE INTERFACE-FILE.

       1670-EXTRAIT-END .
           EXIT.


      *-----------------------
      *Carte refusée : comptée, affichée et listée avec son motif

       1690-CARTE-REFUS-START .
           ADD 1 TO WS-CNT-CARTES-REF.

           DISPLAY "Carte refusée, " FUNCTION TRIM (WS-CRT-MOTIF)
                   " : " WS-CRT-IMAGE.

           MOVE SPACES TO WS-RPT-LIGNE.
           STRING "Refusée : "       DELIMITED BY SIZE
                  WS-CRT-IMAGE       DELIMITED BY SIZE
                  " : "              DELIMITED BY SIZE
                  WS-CRT-MOTIF       DELIMITED BY SIZE
                  INTO WS-RPT-LIGNE.
           PERFORM 1695-RPT-ECRITURE-START
           THRU    1695-RPT-ECRITURE-END.

       1690-CARTE-REFUS-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport

       1695-RPT-ECRITURE-START .
           MOVE WS-RPT-LIGNE TO FD-RPT-REC.
           WRITE FD-RPT-REC.

       1695-RPT-ECRITURE-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne de l'extrait

       1696-INTF-ECRITURE-START .
           MOVE WS-INTF-LIGNE TO FD-INTF-REC.
           WRITE FD-INTF-REC.

       1696-INTF-ECRITURE-END .
           EXIT.
