      *réécrit avec les seules lignes récentes. Les totaux de contrôle
      *(lues / archivées / conservées) prouvent qu'aucune ligne n'a
      *été perdue.
      *Le chaînage du journal survit à l'apurement : une ligne de
      *report (opération RP) portant le numéro d'ordre et la valeur de
      *contrôle de la dernière ligne archivée clôt la génération
      *d'archive et ouvre le journal réécrit, que la ligne suivante
      *prolonge. Une ligne de report déjà en tête du journal et non
      *archivée est remplacée par la nouvelle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPURG.
       AUTHOR. ThomasD.

       FILE SECTION.

      *Ligne de journal, reprise telle quelle : seules la date en
      *tête, l'opération et le chaînage en fin de ligne sont
      *interprétés
       FD  TRANS-LOG-FILE.
       01  FD-TRANS-LOG-REC.
           05  FD-LOG-DATE         PIC X(08).
           05  FILLER              PIC X(25).
           05  FD-LOG-OPERATION    PIC X(02).
           05  FILLER              PIC X(71).
           05  FD-LOG-SEP7         PIC X(01).
           05  FD-LOG-SEQUENCE     PIC X(09).
           05  FD-LOG-SEP8         PIC X(01).
           05  FD-LOG-CONTROLE     PIC X(09).

       FD  ARCHIVE-FILE.
       01  FD-ARCH-REC             PIC X(126).

       FD  TRAVAIL-FILE.
       01  FD-TRAV-REC             PIC X(126).

       WORKING-STORAGE SECTION.

       01  WS-DATE-CHARNIERE      PIC 9(08).
       01  WS-JOURS-ENTIERS       PIC 9(07).

      *Totaux de contrôle : lignes lues, archivées et conservées,
      *ancienne ligne de report remplacée, lignes de report écrites
       01  WS-CNT-LUES            PIC 9(07)   VALUE 0.
       01  WS-CNT-ARCHIVEES       PIC 9(07)   VALUE 0.
       01  WS-CNT-CONSERVEES      PIC 9(07)   VALUE 0.
       01  WS-CNT-REMPLACEES      PIC 9(07)   VALUE 0.
       01  WS-CNT-REPORTS         PIC 9(07)   VALUE 0.

      *Chaînage à reporter : numéro d'ordre et valeur de contrôle de
      *la dernière ligne chaînée archivée (ou de l'ancienne ligne de
      *report remplacée)
       01  WS-CHAINE-SEQUENCE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE-CONTROLE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE              PIC X(01)   VALUE "N".
           88  WS-CHAINE-OUI                  VALUE "Y".

      *Ligne de report, au découpage de la ligne de journal : date et
      *heure de l'apurement, opération RP, opérandes et résultat à
      *blanc, numéro d'ordre et valeur de contrôle reportés
       01  WS-LIGNE-REPORT.
           05  WS-RP-DATE         PIC 9(08).
           05  FILLER             PIC X(01)   VALUE SPACE.
           05  WS-RP-TIME         PIC 9(08).
           05  FILLER             PIC X(16)   VALUE SPACES.
           05  WS-RP-OPERATION    PIC X(02)   VALUE "RP".
           05  FILLER             PIC X(71)   VALUE SPACES.
           05  FILLER             PIC X(01)   VALUE SPACE.
           05  WS-RP-SEQUENCE     PIC 9(09).
           05  FILLER             PIC X(01)   VALUE SPACE.
           05  WS-RP-CONTROLE     PIC 9(09).

       PROCEDURE DIVISION.

      *Calcul de la date charnière : les lignes strictement plus
      *anciennes partent en archive
       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
       MOVE WS-DATE-JOUR TO WS-RP-DATE.
       ACCEPT WS-RP-TIME FROM TIME.
       COMPUTE WS-JOURS-ENTIERS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR) - WS-RETENTION.
       COMPUTE WS-DATE-CHARNIERE =
       THRU    0310-REPARTIR-END
       UNTIL   WS-EOF-OUI.

      *Ligne de report en fin d'archive : la génération se termine sur
      *le chaînage de sa dernière ligne
       IF WS-CHAINE-OUI AND WS-CNT-ARCHIVEES > 0
           MOVE WS-LIGNE-REPORT TO FD-ARCH-REC
           WRITE FD-ARCH-REC
           ADD 1 TO WS-CNT-REPORTS
       END-IF.

       CLOSE TRANS-LOG-FILE.
       CLOSE ARCHIVE-FILE.
       CLOSE TRAVAIL-FILE.
       PERFORM 0320-RECOPIER-START
       THRU    0320-RECOPIER-END.

      *Totaux de contrôle : la somme archivées + conservées +
      *remplacées doit retomber sur le nombre de lignes lues
       DISPLAY "Lignes lues        : " WS-CNT-LUES.
       DISPLAY "Lignes archivées   : " WS-CNT-ARCHIVEES.
       DISPLAY "Lignes conservées  : " WS-CNT-CONSERVEES.
       DISPLAY "Reports remplacés  : " WS-CNT-REMPLACEES.
       DISPLAY "Reports écrits     : " WS-CNT-REPORTS.

       STOP RUN.

      *-----------------------
      *Répartition d'une ligne : plus ancienne que la date charnière,
      *elle part en archive ; sinon (y compris les lignes sans date
      *exploitable, par prudence) elle est conservée. Une ancienne
      *ligne de report non archivée n'est pas conservée : la ligne de
      *report du journal réécrit la remplace. Le chaînage de chaque
      *ligne archivée ou remplacée est retenu pour être reporté

       0310-REPARTIR-START .
           ADD 1 TO WS-CNT-LUES.
               MOVE FD-TRANS-LOG-REC TO FD-ARCH-REC
               WRITE FD-ARCH-REC
               ADD 1 TO WS-CNT-ARCHIVEES

               PERFORM 0315-CHAINE-RETENIR-START
               THRU    0315-CHAINE-RETENIR-END
           ELSE
               IF FD-LOG-OPERATION = "RP"
                   ADD 1 TO WS-CNT-REMPLACEES

                   PERFORM 0315-CHAINE-RETENIR-START
                   THRU    0315-CHAINE-RETENIR-END
               ELSE
                   MOVE FD-TRANS-LOG-REC TO FD-TRAV-REC
                   WRITE FD-TRAV-REC
                   ADD 1 TO WS-CNT-CONSERVEES
               END-IF
           END-IF.

           PERFORM 0300-LOG-LIRE-START
           EXIT.


      *-----------------------
      *Chaînage de la ligne retenu pour les lignes de report ; une
      *ligne antérieure au chaînage, sans numéro d'ordre, est passée

       0315-CHAINE-RETENIR-START .
           IF FD-LOG-SEQUENCE IS NUMERIC
              AND FD-LOG-CONTROLE IS NUMERIC
               MOVE FD-LOG-SEQUENCE TO WS-CHAINE-SEQUENCE
               MOVE FD-LOG-CONTROLE TO WS-CHAINE-CONTROLE
               MOVE WS-CHAINE-SEQUENCE TO WS-RP-SEQUENCE
               MOVE WS-CHAINE-CONTROLE TO WS-RP-CONTROLE
               SET WS-CHAINE-OUI TO TRUE
           END-IF.

       0315-CHAINE-RETENIR-END .
           EXIT.


      *-----------------------
      *Recopie du fichier de travail dans le journal : TRANSLOG ne
      *contient plus que l'historique récent, précédé de la ligne de
      *report du chaînage

       0320-RECOPIER-START .
           MOVE "N" TO WS-EOF.
               STOP RUN
           END-IF.

           IF WS-CHAINE-OUI
               MOVE WS-LIGNE-REPORT TO FD-TRANS-LOG-REC
               WRITE FD-TRANS-LOG-REC
               ADD 1 TO WS-CNT-REPORTS
           END-IF.

           PERFORM 0321-TRAV-LIRE-START
           THRU    0321-TRAV-LIRE-END.

