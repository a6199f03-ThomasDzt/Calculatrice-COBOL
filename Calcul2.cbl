               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

      *Historique permanent des exécutions batch (DD CALCHIST) : un
      *enregistrement de contrôle par exécution, écrit en fin de
      *traitement, complété d'une exécution à l'autre ; l'étape de
      *rapprochement qui suit le batch le relit pour prouver que
      *chaque demande lue se retrouve une fois et une seule
           SELECT CONTROLE-FILE ASSIGN TO "CALCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

      *Fichier d'une série de valeurs à agréger : une valeur par
      *enregistrement (DD SERIN), totalisée par le mode série du
      *clavier (somme, moyenne, minimum, maximum, écart type)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONST-STATUS.

      *Fichier des taux de change datés, construit chaque matin par
      *CALCTXCH à partir du flux de la trésorerie (DD CALCTAUX),
      *paires inverses et croisées comprises : un enregistrement
      *par paire de devises et par jour d'effet ; l'opération CV
      *convertit un montant au taux du jour et refuse un taux absent
      *ou périmé
           SELECT TAUX-FILE ASSIGN TO "CALCTAUX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAUX-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMORT-STATUS.

      *Tables de sensibilité imprimables produites par le mode TS :
      *en-tête, une ligne par valeur de X, une colonne par valeur de
      *Y, complété à chaque table générée
           SELECT SENS-FILE ASSIGN TO "SENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENS-STATUS.

      *Rapport imprimable : reprend à l'identique, avec un en-tête et un
      *bas de page, ce qui est affiché à l'écran pour chaque calcul
           SELECT REPORT-FILE ASSIGN TO "CALCRPT"
                                   PIC X(14).
           05  FD-LOG-SEP5         PIC X(01).
           05  FD-LOG-RESULTAT     PIC -(10)9(1).9(2).
      *Complément de la ligne, à blanc pour toutes les opérations
      *dont les deux opérandes suffisent à rejouer le calcul
           05  FD-LOG-SEP6         PIC X(01).
           05  FD-LOG-COMPLEMENT   PIC X(40).
      *Vue du complément pour le calcul d'intérêts (opération IN) :
      *le premier opérande porte le capital, le second le nombre de
      *jours décomptés ; le complément garde le taux annuel en
      *pleine précision, les deux dates, la convention de décompte
      *et le mode (S simple, C composé), de quoi reproduire la ligne
           05  FD-LOG-INTERET REDEFINES FD-LOG-COMPLEMENT.
               10  FD-LOG-IN-TAUX      PIC X(11).
               10  FD-LOG-IN-SEP1      PIC X(01).
               10  FD-LOG-IN-DEBUT     PIC X(08).
               10  FD-LOG-IN-SEP2      PIC X(01).
               10  FD-LOG-IN-FIN       PIC X(08).
               10  FD-LOG-IN-SEP3      PIC X(01).
               10  FD-LOG-IN-CONV      PIC X(07).
               10  FD-LOG-IN-SEP4      PIC X(01).
               10  FD-LOG-IN-MODE      PIC X(01).
               10  FILLER              PIC X(01).
      *Chaînage de la ligne : numéro d'ordre continu dans le journal
      *et valeur de contrôle calculée sur la ligne et sur la valeur de
      *contrôle de la ligne précédente ; une ligne supprimée,
      *insérée ou modifiée rompt la chaîne, que CALCAUDT vérifie
           05  FD-LOG-SEP7         PIC X(01).
           05  FD-LOG-SEQUENCE     PIC 9(09).
           05  FD-LOG-SEP8         PIC X(01).
           05  FD-LOG-CONTROLE     PIC 9(09).
      *Vue de la ligne couverte par la valeur de contrôle : tout ce qui
      *précède la valeur elle-même
       01  FD-TRANS-LOG-SCELLE.
           05  FD-LOG-CONTENU      PIC X(116).
           05  FILLER              PIC X(10).

      *Enregistrement d'entrée batch : premier opérande, opérateur,
      *second opérande, puis directive de stockage facultative.
      *Un opérande est soit une valeur littérale signée, soit le nom
      *d'un registre mémoire (M1 à M9) dont la valeur courante est
      *utilisée, soit le nom d'une constante métier du fichier
      *CALCCST, soit une référence au résultat d'une demande traitée
      *plus tôt dans la même exécution (R: suivi de l'identifiant de
      *cette demande, R:G1015001 par exemple), relu sur CALCOUT ;
      *la directive de stockage (M1 à M9, ou blancs) désigne
      *le registre qui reçoit le résultat du calcul
       FD  BATCH-INPUT-FILE.
       01  FD-BATCH-IN-REC.
      *Variante expression du même enregistrement : lorsque le code
      *opération placé juste après l'identifiant est EX, le reste de
      *l'enregistrement porte une expression complète (parenthèses,
      *priorités usuelles, registres M1 à M9, références R: aux
      *demandes antérieures) puis la directive de
      *stockage. Le même découpage sert au mode amortissement : avec
      *le code AM, le texte porte les trois paramètres du prêt
      *(capital, taux annuel en pourcentage, nombre de périodes)
      *séparés par des blancs, chacun résolu comme un opérande
      *(littéral, registre ou constante), et la directive de stockage
      *reçoit l'échéance calculée. Avec le code IN (intérêts entre
      *deux dates), le texte porte, séparés par des blancs, le
      *capital et le taux annuel en pourcentage (résolus comme des
      *opérandes), la date de début et la date de fin (AAAAMMJJ), la
      *convention de décompte des jours (ACT/360, ACT/365 ou 30/360)
      *et le mode (S simple, C composé, S si absent) ; la directive
      *de stockage reçoit les intérêts calculés. Avec le code TS
      *(table de sensibilité), le texte porte l'expression, la plage de
      *X et, pour une table à deux entrées, la plage de Y, séparées
      *par des points-virgules ; une plage donne départ, fin et pas
      *séparés par des blancs, chacun un nombre, un registre ou une
      *constante. La table n'a pas de résultat unique : la directive de
      *stockage reste à blanc
       01  FD-BATCH-IN-EXPR.
           05  FD-BATCH-EXPR-ID    PIC X(08).
           05  FILLER              PIC X(01).
      *Enregistrement de sortie batch : l'identifiant de la demande
      *(clé du fichier), le calcul reçu et son résultat ; le
      *complément en fin d'enregistrement porte, pour la conversion
      *de devises, la paire et le taux appliqués en pleine précision,
      *pour le calcul d'intérêts le seul taux annuel (la paire reste
      *à blanc)
       FD  BATCH-OUTPUT-FILE.
       01  FD-BATCH-OUT-REC.
           05  FD-BATCH-OUT-ID         PIC X(08).
      *DBL identifiant de demande en double, CST constante inconnue,
      *TAU taux de change absent ou périmé, AMO paramètres
      *d'amortissement invalides, AUT opération refusée par le profil
      *de l'opérateur, REF référence R: à une demande absente de
      *CALCOUT, rejetée plus tôt dans l'exécution ou inconnue, ou à
      *une table de sensibilité, INT paramètres du calcul
      *d'intérêts invalides, TAB paramètres de la table de
      *sensibilité invalides ; le motif FIN, demande refusée par la
      *gestion financière, n'est pas écrit ici mais par CALCACQ, au
      *même format)
       FD  BATCH-REJECT-FILE.
       01  FD-BATCH-REJ-REC.
           05  FD-REJ-ENREG            PIC X(75).
           05  FD-CHKPT-SEP            PIC X(01).
           05  FD-CHKPT-COMPTEUR       PIC 9(07).

      *Enregistrement de contrôle d'une exécution batch :
      *l'identifiant d'exécution (celui du point de reprise, donc
      *celui de l'exécution d'origine en cas de reprise), l'opérateur
      *du job, les horodatages de début et de fin (date et heure
      *concaténées), les enregistrements CALCIN lus, sautés en
      *reprise, écrits sur CALCOUT et rejetés, le code retour du
      *traitement et le total des résultats écrits sur CALCOUT
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
           05  FD-CTRL-LUS             PIC 9(07).
           05  FD-CTRL-SEP5            PIC X(01).
           05  FD-CTRL-SAUTES          PIC 9(07).
           05  FD-CTRL-SEP6            PIC X(01).
           05  FD-CTRL-ECRITS          PIC 9(07).
           05  FD-CTRL-SEP7            PIC X(01).
           05  FD-CTRL-REJETES         PIC 9(07).
           05  FD-CTRL-SEP8            PIC X(01).
           05  FD-CTRL-RC              PIC 9(02).
           05  FD-CTRL-SEP9            PIC X(01).
           05  FD-CTRL-TOTAL           PIC -(15)9(1).9(2).
           05  FILLER                  PIC X(06).

      *Enregistrement de la série de valeurs : une valeur par ligne,
      *en écriture libre, contrôlée avant conversion
       FD  SERIES-FILE.
      *Enregistrement du fichier des profils opérateurs :
      *l'identifiant de l'opérateur, l'autorisation du mode batch
      *(O ou N), les neuf registres M1 à M9 (O autorisé au stockage,
      *N refusé, un caractère par registre), la grandeur maximale
      *d'un opérande, en écriture libre, le droit de libérer les
      *résultats retenus avant extraction (O ou N, lu par CALCLIBR)
      *et le statut du profil (S suspendu, A ou blanc actif), tenus
      *par CALCPROF
       FD  OPERATEUR-FILE.
       01  FD-OPER-REC.
           05  FD-OPER-ID          PIC X(08).
           05  FD-OPER-REGISTRES   PIC X(09).
           05  FD-OPER-SEP3        PIC X(01).
           05  FD-OPER-MAXI        PIC X(14).
           05  FD-OPER-SEP4        PIC X(01).
           05  FD-OPER-VALIDEUR    PIC X(01).
           05  FD-OPER-SEP5        PIC X(01).
           05  FD-OPER-STATUT      PIC X(01).

      *Enregistrement du fichier des constantes métier : le nom de la
      *constante (lettres et chiffres, commençant par une lettre) puis
           05  FD-AMORT-SEP4       PIC X(01).
           05  FD-AMORT-SOLDE      PIC -(10)9(1).9(2).

      *Ligne imprimée d'une table de sensibilité ; vue d'une ligne de
      *la table : valeur de X en tête de ligne, puis une cellule par
      *valeur de Y (résultat édité ou marque d'erreur)
       FD  SENS-FILE.
       01  FD-SENS-REC             PIC X(132).
       01  FD-SENS-LIGNE.
           05  FD-SENS-TETE        PIC X(16).
           05  FD-SENS-CELLULE     PIC X(16)   OCCURS 7 TIMES.
           05  FILLER              PIC X(04).

      *Ligne du rapport imprimable
       FD  REPORT-FILE.
       01  FD-RAPPORT-REC          PIC X(80).
      *Statut du journal des transactions, pour créer le fichier au premier lancement
       01  WS-LOG-FILE-STATUS     PIC X(02).

      *Chaînage du journal : numéro d'ordre et valeur de contrôle de
      *la dernière ligne écrite (repris du journal à l'ouverture),
      *cumul de calcul de la valeur de contrôle et position dans la
      *ligne ; le module est un nombre premier voisin du milliard
       01  WS-CHAINE-SEQUENCE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE-CONTROLE     PIC 9(09)   VALUE 0.
       01  WS-CHAINE-CUMUL        PIC 9(12).
       01  WS-CHAINE-MODULE       PIC 9(09)   VALUE 999999937.
       01  WS-CHAINE-IDX          PIC 9(03)   COMP.
       01  WS-CHAINE-EOF          PIC X(01)   VALUE "N".
           88  WS-CHAINE-EOF-OUI              VALUE "Y".

      *Statuts des fichiers du mode batch
       01  WS-BATCH-IN-STATUS     PIC X(02).
       01  WS-BATCH-OUT-STATUS    PIC X(02).
       01  WS-CHKPT-DEPUIS        PIC 9(04)   VALUE 0.
       01  WS-CHKPT-VALEUR        PIC 9(07)   VALUE 0.

      *Contrôle d'exécution du mode batch : statut de l'historique
      *des exécutions, enregistrements écrits sur CALCOUT, total des
      *résultats écrits (chacun arrondi à deux décimales comme sur
      *CALCOUT, pour que le rapprochement retombe au centime) et
      *horodatage de fin de traitement
       01  WS-CTRL-STATUS         PIC X(02).
       01  WS-BATCH-CNT-ECRITS    PIC 9(07)   VALUE 0.
       01  WS-CTRL-RESULTAT       PIC S9(10)V99.
       01  WS-CTRL-TOTAL          PIC S9(15)V99 VALUE 0.
       01  WS-CTRL-FIN            PIC X(16).

      *Indique qu'une exécution interrompue a été détectée : les
      *enregistrements déjà traités sont sautés et CALCOUT est complété
      *au lieu d'être recréé
       01  WS-STOCK-REG-NO        PIC 9(01).

      *Motif rendu par la résolution d'un opérande invalide : NUM pour
      *une zone non numérique, CST pour un nom de constante inconnu,
      *REF pour une référence à une demande absente de CALCOUT
       01  WS-OPD-MOTIF           PIC X(03).

      *Référence au résultat d'une demande antérieure de la même
      *exécution (R: suivi de l'identifiant) : l'identifiant cherché
      *sur CALCOUT et l'issue de la recherche
       01  WS-REF-ID              PIC X(08).
       01  WS-REF-TROUVE          PIC X(01)   VALUE "N".
           88  WS-REF-TROUVE-OUI              VALUE "Y".

      *Table des constantes métier chargées depuis CALCCST au
      *lancement : le nom et la valeur de chacune, le statut et la fin
      *de fichier du chargement, puis le nom en cours de recherche et
       01  WS-PROFIL-BATCH        PIC X(01)   VALUE "N".
           88  WS-PROFIL-BATCH-OUI            VALUE "O".
       01  WS-PROFIL-REG          PIC X(09)   VALUE SPACES.
       01  WS-PROFIL-STATUT       PIC X(01)   VALUE SPACE.
           88  WS-PROFIL-SUSPENDU             VALUE "S".
       01  WS-PROFIL-MAX          PIC 9(10)V999 VALUE 0.
       01  WS-PROFIL-TEST         PIC S9(10)V999.
       01  WS-STOCK-DIR           PIC X(02).
       01  WS-CNT-SERIE            PIC 9(05)   VALUE 0.
       01  WS-CNT-CONVERT          PIC 9(05)   VALUE 0.
       01  WS-CNT-AMORT            PIC 9(05)   VALUE 0.
       01  WS-CNT-INTERET          PIC 9(05)   VALUE 0.
       01  WS-CNT-SENS             PIC 9(05)   VALUE 0.

      *Mode amortissement : statut du fichier des tableaux,
      *identifiant repris sur chaque ligne (blancs en interactif),
       01  WS-AMORT-VAL3          PIC S9(10)V999.
       01  WS-EDIT-AMORT          PIC -(10)9(1).9(2).

      *Mode intérêts entre deux dates : zones du texte de
      *l'enregistrement IN (capital, taux, début, fin, convention,
      *mode), capital et taux résolus (le taux saisi au clavier garde
      *six décimales), puis contrôle d'une date AAAAMMJJ
       01  WS-INT-ZONE1           PIC X(14).
       01  WS-INT-ZONE2           PIC X(14).
       01  WS-INT-ZONE3           PIC X(14).
       01  WS-INT-ZONE4           PIC X(14).
       01  WS-INT-ZONE5           PIC X(14).
       01  WS-INT-ZONE6           PIC X(14).
       01  WS-INT-VAL1            PIC S9(10)V999.
       01  WS-INT-VAL2            PIC S9(10)V9(06).
       01  WS-INT-DATE-ZONE       PIC X(14).
       01  WS-INT-DATE-X          PIC X(08).
       01  WS-INT-DATE REDEFINES WS-INT-DATE-X
                                  PIC 9(08).
       01  WS-INT-DATE-OK         PIC X(01)   VALUE "N".
           88  WS-INT-DATE-OK-OUI             VALUE "Y".

      *Paramètres contrôlés du calcul : capital arrondi au centime,
      *taux annuel en pourcentage, dates de début et de fin (vue
      *année, mois, jour pour la convention 30/360), convention de
      *décompte et mode de calcul
       01  WS-INT-CAPITAL         PIC S9(10)V99.
       01  WS-INT-TAUX            PIC S9(03)V9(06).
       01  WS-INT-DEBUT-X.
           05  WS-INT-DEB-AA      PIC 9(04).
           05  WS-INT-DEB-MM      PIC 9(02).
           05  WS-INT-DEB-JJ      PIC 9(02).
       01  WS-INT-DEBUT REDEFINES WS-INT-DEBUT-X
                                  PIC 9(08).
       01  WS-INT-FIN-X.
           05  WS-INT-FIN-AA      PIC 9(04).
           05  WS-INT-FIN-MM      PIC 9(02).
           05  WS-INT-FIN-JJ      PIC 9(02).
       01  WS-INT-FIN REDEFINES WS-INT-FIN-X
                                  PIC 9(08).
       01  WS-INT-CONV            PIC X(07).
           88  WS-INT-CONV-A360               VALUE "ACT/360".
           88  WS-INT-CONV-A365               VALUE "ACT/365".
           88  WS-INT-CONV-30360              VALUE "30/360".
       01  WS-INT-MODE            PIC X(01).
           88  WS-INT-MODE-SIMPLE             VALUE "S".
           88  WS-INT-MODE-COMPOSE            VALUE "C".

      *Décompte et calcul : jours du mois ajustés en 30/360, nombre
      *de jours, base annuelle (360 ou 365), durée en années, facteur
      *de capitalisation (1 + taux) puissance durée et intérêts
       01  WS-INT-JJ1             PIC 9(02).
       01  WS-INT-JJ2             PIC 9(02).
       01  WS-INT-JOURS           PIC 9(07).
       01  WS-INT-BASE            PIC 9(03).
       01  WS-INT-DUREE           PIC 9(05)V9(09).
       01  WS-INT-FACTEUR         PIC S9(09)V9(12).
       01  WS-INT-INTERET         PIC S9(10)V99.
       01  WS-EDIT-JOURS          PIC Z(06)9(1).
       01  WS-EDIT-INTERET        PIC -(10)9(1).9(2).

      *Table de sensibilité (mode TS) : statut du fichier des tables,
      *identifiant de la demande (blancs en interactif), expression,
      *départ, fin et pas de chaque variable, nombre de valeurs de X
      *(lignes, cent au plus) et de Y (colonnes, sept au plus, la
      *largeur de la ligne imprimée), valeurs courantes, compteurs
      *de cellules, rang de la valeur en cours (au format des
      *valeurs, pour le calcul de celle-ci) et registre courant
      *préservé
       01  WS-SENS-STATUS         PIC X(02).
       01  WS-SENS-ID             PIC X(08).
       01  WS-SENS-EXPR           PIC X(60).
       01  WS-SENS-X-DEBUT        PIC S9(10)V999.
       01  WS-SENS-X-FIN          PIC S9(10)V999.
       01  WS-SENS-X-PAS          PIC S9(10)V999.
       01  WS-SENS-Y-DEBUT        PIC S9(10)V999.
       01  WS-SENS-Y-FIN          PIC S9(10)V999.
       01  WS-SENS-Y-PAS          PIC S9(10)V999.
       01  WS-SENS-NB-X           PIC S9(05).
       01  WS-SENS-NB-Y           PIC S9(05).
       01  WS-SENS-MAX-X          PIC 9(03)   VALUE 100.
       01  WS-SENS-MAX-Y          PIC 9(03)   VALUE 7.
       01  WS-SENS-IX             PIC 9(03)   COMP.
       01  WS-SENS-IY             PIC 9(03)   COMP.
       01  WS-SENS-VAL-X          PIC S9(10)V999.
       01  WS-SENS-VAL-Y          PIC S9(10)V999.
       01  WS-SENS-RANG           PIC S9(10)V999.
       01  WS-SENS-LARGEUR        PIC 9(03)   COMP.
       01  WS-SENS-NB-CELL        PIC 9(05).
       01  WS-SENS-NB-ERR         PIC 9(05).
       01  WS-SENS-MEM-SAUVE      PIC S9(10)V999.
       01  WS-SENS-SAISIE         PIC S9(10)V999.
       01  WS-SENS-NOM            PIC X(01).

      *Variables de l'expression : X et Y ne désignent les valeurs
      *de la table que le temps de son calcul (ce sont sinon des
      *noms de constante ordinaires) ; table à deux entrées ou non,
      *variables relevées dans l'expression lors de l'essai, essai
      *terminé (cellule calculée sans erreur ou erreur de forme)
       01  WS-SENS-ACTIF          PIC X(01)   VALUE "N".
           88  WS-SENS-ACTIF-OUI              VALUE "Y".
       01  WS-SENS-DEUX           PIC X(01)   VALUE "N".
           88  WS-SENS-DEUX-OUI               VALUE "Y".
       01  WS-SENS-X-VU           PIC X(01)   VALUE "N".
           88  WS-SENS-X-VU-OUI               VALUE "Y".
       01  WS-SENS-Y-VU           PIC X(01)   VALUE "N".
           88  WS-SENS-Y-VU-OUI               VALUE "Y".
       01  WS-SENS-ESSAI-FIN      PIC X(01)   VALUE "N".
           88  WS-SENS-ESSAI-FIN-OUI          VALUE "Y".

      *Zones du texte de l'enregistrement TS (expression, plages de X
      *et de Y, excédent), zones d'une plage (départ, fin, pas,
      *excédent) avec la position de lecture, et valeurs résolues
       01  WS-SENS-PLAGE-X        PIC X(60).
       01  WS-SENS-PLAGE-Y        PIC X(60).
       01  WS-SENS-RESTE          PIC X(60).
       01  WS-SENS-PLAGE          PIC X(60).
       01  WS-SENS-PTR            PIC 9(03)   COMP.
       01  WS-SENS-ZONE1          PIC X(14).
       01  WS-SENS-ZONE2          PIC X(14).
       01  WS-SENS-ZONE3          PIC X(14).
       01  WS-SENS-ZONE4          PIC X(14).
       01  WS-SENS-VAL1           PIC S9(10)V999.
       01  WS-SENS-VAL2           PIC S9(10)V999.
       01  WS-SENS-VAL3           PIC S9(10)V999.

      *Marque d'une cellule en erreur (motif DIV, CAP...) et éditions
      *des valeurs des variables (trois décimales), des cellules et
      *des compteurs
       01  WS-SENS-MARQUE.
           05  FILLER             PIC X(04)   VALUE "*** ".
           05  WS-SENS-MARQUE-MOTIF
                                  PIC X(03).
       01  WS-EDIT-SENS-VAR       PIC -(10)9(1).9(3).
       01  WS-EDIT-SENS-FIN       PIC -(10)9(1).9(3).
       01  WS-EDIT-SENS-PAS       PIC -(10)9(1).9(3).
       01  WS-EDIT-SENS-CELL      PIC -(10)9(1).9(2).
       01  WS-EDIT-SENS-NB        PIC Z(04)9(1).
       01  WS-EDIT-SENS-ERR       PIC Z(04)9(1).

      *Mode série : statut et fin de fichier du fichier des valeurs,
      *compteurs et cumuls de la série (la somme des carrés sert à
      *l'écart type), valeurs extrêmes, moyenne et écart type

       PROCEDURE DIVISION.

      *Reprise du chaînage : numéro d'ordre et valeur de contrôle de
      *la dernière ligne chaînée du journal, que la session prolonge
       PERFORM 0123-CHAINE-REPRISE-START
       THRU    0123-CHAINE-REPRISE-END.

      *Ouverture du journal des transactions pour la durée de la session
      *(création du fichier au tout premier lancement)
       OPEN EXTEND TRANS-LOG-FILE.
           MOVE WS-EDIT-VAR2    TO FD-LOG-OPERANDE2.
           MOVE SPACE           TO FD-LOG-SEP5.
           MOVE WS-EDIT-RES     TO FD-LOG-RESULTAT.
           MOVE SPACE           TO FD-LOG-SEP6.
           MOVE SPACES          TO FD-LOG-COMPLEMENT.

      *La conversion de devises journalise le taux appliqué en pleine
      *précision : arrondi à deux décimales, le taux ne permettrait
               MOVE WS-EDIT-TAUX TO FD-LOG-OPERANDE2-X
           END-IF.

      *Le calcul d'intérêts complète la ligne du taux en pleine
      *précision, des dates, de la convention et du mode : capital
      *et nombre de jours ne suffiraient pas à le reproduire

           IF WS-OPERATION = "IN"
               MOVE WS-INT-TAUX     TO WS-EDIT-TAUX
               MOVE WS-EDIT-TAUX    TO FD-LOG-IN-TAUX
               MOVE SPACE           TO FD-LOG-IN-SEP1
               MOVE WS-INT-DEBUT-X  TO FD-LOG-IN-DEBUT
               MOVE SPACE           TO FD-LOG-IN-SEP2
               MOVE WS-INT-FIN-X    TO FD-LOG-IN-FIN
               MOVE SPACE           TO FD-LOG-IN-SEP3
               MOVE WS-INT-CONV     TO FD-LOG-IN-CONV
               MOVE SPACE           TO FD-LOG-IN-SEP4
               MOVE WS-INT-MODE     TO FD-LOG-IN-MODE
           END-IF.

      *La table de sensibilité, journalisée en une seule ligne,
      *garde dans le complément le début de son expression

           IF WS-OPERATION = "TS"
               MOVE WS-SENS-EXPR    TO FD-LOG-COMPLEMENT
           END-IF.

      *Chaînage : numéro d'ordre suivant, puis valeur de contrôle de
      *la ligne calculée à partir de celle de la ligne précédente

           ADD 1 TO WS-CHAINE-SEQUENCE.
           MOVE SPACE              TO FD-LOG-SEP7.
           MOVE WS-CHAINE-SEQUENCE TO FD-LOG-SEQUENCE.
           MOVE SPACE              TO FD-LOG-SEP8.

           PERFORM 0122-CHAINE-CALCUL-START
           THRU    0122-CHAINE-CALCUL-END.

           MOVE WS-CHAINE-CONTROLE TO FD-LOG-CONTROLE.

           WRITE FD-TRANS-LOG-REC.

       0120-LOG-ECRITURE-END .
           EXIT.


      *-----------------------
      *Valeur de contrôle de la ligne de journal en cours : chaque
      *caractère de la ligne, numéro d'ordre compris, est cumulé
      *modulo WS-CHAINE-MODULE à partir de la valeur de contrôle de la
      *ligne précédente, qui est remplacée par celle de la ligne

       0122-CHAINE-CALCUL-START .
           MOVE WS-CHAINE-CONTROLE TO WS-CHAINE-CUMUL.

           PERFORM VARYING WS-CHAINE-IDX FROM 1 BY 1
                   UNTIL WS-CHAINE-IDX > 116
               COMPUTE WS-CHAINE-CUMUL = FUNCTION MOD (
                       WS-CHAINE-CUMUL * 257 + FUNCTION ORD (
                       FD-LOG-CONTENU (WS-CHAINE-IDX:1)),
                       WS-CHAINE-MODULE)
           END-PERFORM.

           MOVE WS-CHAINE-CUMUL TO WS-CHAINE-CONTROLE.

       0122-CHAINE-CALCUL-END .
           EXIT.


      *-----------------------
      *Reprise du chaînage à l'ouverture de la session : le journal
      *est relu jusqu'au bout pour retrouver le numéro d'ordre et la
      *valeur de contrôle de la dernière ligne chaînée (ligne de
      *report écrite par l'apurement comprise) ; un journal absent ou
      *sans ligne chaînée fait partir la chaîne de zéro

       0123-CHAINE-REPRISE-START .
           MOVE 0 TO WS-CHAINE-SEQUENCE.
           MOVE 0 TO WS-CHAINE-CONTROLE.
           MOVE "N" TO WS-CHAINE-EOF.

           OPEN INPUT TRANS-LOG-FILE.

           IF WS-LOG-FILE-STATUS = "00"
               PERFORM 0124-CHAINE-LIRE-START
               THRU    0124-CHAINE-LIRE-END

               PERFORM 0124-CHAINE-RELEVE-START
               THRU    0124-CHAINE-RELEVE-END
               UNTIL   WS-CHAINE-EOF-OUI

               CLOSE TRANS-LOG-FILE
           END-IF.

       0123-CHAINE-REPRISE-END .
           EXIT.


      *-----------------------
      *Lecture d'une ligne du journal pendant la reprise du chaînage

       0124-CHAINE-LIRE-START .
           READ TRANS-LOG-FILE
               AT END
                   SET WS-CHAINE-EOF-OUI TO TRUE
           END-READ.

       0124-CHAINE-LIRE-END .
           EXIT.


      *-----------------------
      *Relevé du chaînage d'une ligne : une ligne antérieure au
      *chaînage, sans numéro d'ordre, est passée

       0124-CHAINE-RELEVE-START .
           IF FD-LOG-SEQUENCE IS NUMERIC
              AND FD-LOG-CONTROLE IS NUMERIC
               MOVE FD-LOG-SEQUENCE TO WS-CHAINE-SEQUENCE
               MOVE FD-LOG-CONTROLE TO WS-CHAINE-CONTROLE
           END-IF.

           PERFORM 0124-CHAINE-LIRE-START
           THRU    0124-CHAINE-LIRE-END.

       0124-CHAINE-RELEVE-END .
           EXIT.


      *-----------------------
      *Ecriture d'une ligne du rapport imprimable, à partir du contenu
      *déjà préparé dans WS-RAPPORT-LIGNE (reprend ce qui vient d'être
           DISPLAY "Séries          : " WS-CNT-SERIE.
           DISPLAY "Conversions     : " WS-CNT-CONVERT.
           DISPLAY "Amortissements  : " WS-CNT-AMORT.
           DISPLAY "Intérêts        : " WS-CNT-INTERET.
           DISPLAY "Tables          : " WS-CNT-SENS.
           DISPLAY "Registre M" WS-FIRST-MEM-SEL " :".
           DISPLAY "Valeur de départ : "
                   FUNCTION TRIM (WS-EDIT-FIRST-MEM).
      *Signature de l'opérateur au lancement : l'identifiant vient du
      *paramètre du job en mode batch, du clavier en mode interactif ;
      *le profil est cherché dans le fichier CALCOPER et un opérateur
      *inconnu, suspendu ou non autorisé au mode batch arrête le
      *programme avant tout calcul

       0030-SIGNON-START .
           IF WS-MODE-BATCH
               STOP RUN
           END-IF.

           IF WS-PROFIL-SUSPENDU
               DISPLAY "Erreur, profil suspendu : " WS-OPER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODE-BATCH
              AND NOT WS-PROFIL-BATCH-OUI
               DISPLAY "Erreur, mode batch refusé au profil de "
                       TO WS-PROFIL-BATCH
               MOVE FUNCTION UPPER-CASE (FD-OPER-REGISTRES)
                       TO WS-PROFIL-REG
               MOVE FUNCTION UPPER-CASE (FD-OPER-STATUT)
                       TO WS-PROFIL-STATUT
               COMPUTE WS-PROFIL-MAX =
                       FUNCTION NUMVAL (FD-OPER-MAXI)
           END-IF.
               MOVE WS-EDIT-TAUX  TO FD-BATCH-OUT-TAUX
           END-IF.

           IF WS-OPERATION = "IN"
               MOVE WS-INT-TAUX   TO WS-EDIT-TAUX
               MOVE WS-EDIT-TAUX  TO FD-BATCH-OUT-TAUX
           END-IF.

      *Une clé déjà présente signale deux demandes portant le même
      *identifiant : la seconde part au fichier des rejets. En reprise
      *après incident, c'est au contraire un enregistrement refait
               INVALID KEY
                   IF WS-REPRISE-OUI
                       REWRITE FD-BATCH-OUT-REC
                       PERFORM 0081-BATCH-CUMUL-START
                       THRU    0081-BATCH-CUMUL-END
                   ELSE
                       DISPLAY "Erreur, identifiant de demande en "
                               "double : " FD-BATCH-OUT-ID
                       SET WS-CALC-ERREUR-OUI TO TRUE
                       MOVE "DBL" TO WS-REJ-MOTIF
                   END-IF
               NOT INVALID KEY
                   PERFORM 0081-BATCH-CUMUL-START
                   THRU    0081-BATCH-CUMUL-END
           END-WRITE.

       0080-BATCH-ECRITURE-END .
           EXIT.


      *-----------------------
      *Cumul de contrôle d'un résultat écrit sur CALCOUT : nombre
      *d'enregistrements écrits et total des résultats, repris dans
      *l'enregistrement de contrôle de fin de traitement

       0081-BATCH-CUMUL-START .
           ADD 1 TO WS-BATCH-CNT-ECRITS.

           COMPUTE WS-CTRL-RESULTAT ROUNDED = WS-RESULT.

           ADD WS-CTRL-RESULTAT TO WS-CTRL-TOTAL
               ON SIZE ERROR
                   DISPLAY "Dépassement du total de contrôle"
           END-ADD.

       0081-BATCH-CUMUL-END .
           EXIT.


      *-----------------------
      *Résolution d'un opérande batch par référence (R: suivi de
      *l'identifiant d'une demande de la même exécution) : le
      *résultat de la demande est relu sur CALCOUT ; une référence
      *mal formée, ou à une demande absente de CALCOUT (rejetée plus
      *tôt dans l'exécution ou inconnue), ou à une table de
      *sensibilité, vaut le motif de rejet REF

       0082-OPD-REFERENCE-START .
           MOVE "REF" TO WS-OPD-MOTIF.

           IF WS-OPD-ZONE (3:8) = SPACES
              OR WS-OPD-ZONE (11:4) NOT = SPACES
               DISPLAY "Erreur, référence de demande invalide : "
                       WS-OPD-ZONE
           ELSE
               MOVE WS-OPD-ZONE (3:8) TO WS-REF-ID
               PERFORM 0083-REF-LIRE-START
               THRU    0083-REF-LIRE-END

               IF WS-REF-TROUVE-OUI
                   SET WS-OPD-VALIDE-OUI TO TRUE
               END-IF
           END-IF.

       0082-OPD-REFERENCE-END .
           EXIT.


      *-----------------------
      *Lecture par clé, sur CALCOUT, du résultat de la demande
      *référencée (WS-REF-ID) : la valeur est rendue dans
      *WS-OPD-VALEUR, l'issue dans WS-REF-TROUVE. Seul le mode batch
      *tient CALCOUT ouvert : au clavier, une référence est refusée.
      *Une table de sensibilité ne porte sur CALCOUT que son nombre
      *de cellules calculées, pas un montant : elle n'est pas
      *référençable

       0083-REF-LIRE-START .
           MOVE "N" TO WS-REF-TROUVE.

           IF NOT WS-MODE-BATCH
               DISPLAY "Référence R: réservée au mode batch"
           ELSE
               MOVE WS-REF-ID TO FD-BATCH-OUT-ID

               READ BATCH-OUTPUT-FILE
                   KEY IS FD-BATCH-OUT-ID
                   INVALID KEY
                       DISPLAY "Erreur, demande référencée absente "
                               "de CALCOUT : " WS-REF-ID
                   NOT INVALID KEY
                       IF FD-BATCH-OUT-OPERATION = "TS"
                           DISPLAY "Erreur, demande référencée sans "
                                   "montant (table) : " WS-REF-ID
                       ELSE
                           IF FUNCTION TEST-NUMVAL
                                   (FD-BATCH-OUT-RESULTAT) NOT = 0
                               DISPLAY "Erreur, résultat illisible "
                                       "sur CALCOUT : " WS-REF-ID
                           ELSE
                               COMPUTE WS-OPD-VALEUR = FUNCTION NUMVAL
                                       (FD-BATCH-OUT-RESULTAT)
                               SET WS-REF-TROUVE-OUI TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0083-REF-LIRE-END .
           EXIT.


      *-----------------------
      *Sélection du registre mémoire (M1 à M9) sur lequel porteront les
      *opérations à venir
                       PERFORM 0076-BATCH-AMORT-START
                       THRU    0076-BATCH-AMORT-END

                   WHEN "IN"
                       PERFORM 0087-BATCH-INTERET-START
                       THRU    0087-BATCH-INTERET-END

                   WHEN "TS"
                       PERFORM 0089-BATCH-SENS-START
                       THRU    0089-BATCH-SENS-END

                   WHEN OTHER
                       PERFORM 0072-BATCH-SIMPLE-START
                       THRU    0072-BATCH-SIMPLE-END


      *-----------------------
      *Mode intérêts d'un enregistrement batch : contrôle de la
      *directive de stockage puis contrôle des six zones du texte
      *(capital, taux annuel, date de début, date de fin, convention
      *et mode), capital et taux pouvant être un littéral, un
      *registre ou une constante ; le calcul commun donne le nombre
      *de jours et les intérêts, qui rejoignent le registre désigné

       0087-BATCH-INTERET-START .
           IF FD-BATCH-EXPR-STOCK NOT = SPACES
              AND (FD-BATCH-EXPR-STOCK (1:1) NOT = "M"
                   OR FD-BATCH-EXPR-STOCK (2:1) < "1"
               PERFORM 0036-PROFIL-STOCK-CTRL-START
               THRU    0036-PROFIL-STOCK-CTRL-END

               MOVE SPACES TO WS-INT-ZONE1
               MOVE SPACES TO WS-INT-ZONE2
               MOVE SPACES TO WS-INT-ZONE3
               MOVE SPACES TO WS-INT-ZONE4
               MOVE SPACES TO WS-INT-ZONE5
               MOVE SPACES TO WS-INT-ZONE6

               UNSTRING FD-BATCH-EXPR-TEXTE
                   DELIMITED BY ALL SPACE
                   INTO WS-INT-ZONE1
                        WS-INT-ZONE2
                        WS-INT-ZONE3
                        WS-INT-ZONE4
                        WS-INT-ZONE5
                        WS-INT-ZONE6
               END-UNSTRING

               IF NOT WS-CALC-ERREUR-OUI
                   PERFORM 0087-INTERET-PARAMETRES-START
                   THRU    0087-INTERET-PARAMETRES-END
               END-IF

               IF NOT WS-CALC-ERREUR-OUI
                   PERFORM 0111-INTERET-CALC-START
                   THRU    0111-INTERET-CALC-END

                   IF NOT WS-CALC-ERREUR-OUI
                      AND FD-BATCH-EXPR-STOCK NOT = SPACES
                       MOVE FD-BATCH-EXPR-STOCK (2:1)
                               TO WS-STOCK-REG-NO
                       MOVE WS-MEMORY TO WS-MEM-REG (WS-STOCK-REG-NO)
               END-IF
           END-IF.

       0087-BATCH-INTERET-END .
           EXIT.


      *-----------------------
      *Contrôle des paramètres du mode intérêts batch : capital et
      *taux par la résolution d'opérande commune (leur motif d'échec
      *est repris), les dates par le contrôle de date commun, la
      *convention et le mode par leurs valeurs admises ; une date,
      *une convention ou un mode invalide vaut le motif INT

       0087-INTERET-PARAMETRES-START .
           MOVE WS-INT-ZONE1 TO WS-OPD-ZONE.
           PERFORM 0077-BATCH-OPD-RESOUDRE-START
           THRU    0077-BATCH-OPD-RESOUDRE-END.

           IF NOT WS-OPD-VALIDE-OUI
               DISPLAY "Erreur, capital invalide : " WS-OPD-ZONE
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE WS-OPD-MOTIF TO WS-REJ-MOTIF
           ELSE
               MOVE WS-OPD-VALEUR TO WS-INT-VAL1
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-INT-ZONE2 TO WS-OPD-ZONE
               PERFORM 0077-BATCH-OPD-RESOUDRE-START
               THRU    0077-BATCH-OPD-RESOUDRE-END

               IF NOT WS-OPD-VALIDE-OUI
                   DISPLAY "Erreur, taux annuel invalide : "
                           WS-OPD-ZONE
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE WS-OPD-MOTIF TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-OPD-VALEUR TO WS-INT-VAL2
               END-IF
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-INT-ZONE3 TO WS-INT-DATE-ZONE
               PERFORM 0088-INTERET-DATE-CTRL-START
               THRU    0088-INTERET-DATE-CTRL-END

               IF NOT WS-INT-DATE-OK-OUI
                   DISPLAY "Erreur, date de début invalide : "
                           WS-INT-ZONE3
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "INT" TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-INT-DATE-X TO WS-INT-DEBUT-X
               END-IF
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-INT-ZONE4 TO WS-INT-DATE-ZONE
               PERFORM 0088-INTERET-DATE-CTRL-START
               THRU    0088-INTERET-DATE-CTRL-END

               IF NOT WS-INT-DATE-OK-OUI
                   DISPLAY "Erreur, date de fin invalide : "
                           WS-INT-ZONE4
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "INT" TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-INT-DATE-X TO WS-INT-FIN-X
               END-IF
           END-IF.

      *Le mode est facultatif en dernière position : intérêts simples
      *par défaut

           IF NOT WS-CALC-ERREUR-OUI
               MOVE FUNCTION UPPER-CASE (WS-INT-ZONE5) TO WS-INT-CONV
               IF WS-INT-ZONE6 = SPACES
                   MOVE "S" TO WS-INT-MODE
               ELSE
                   MOVE FUNCTION UPPER-CASE (WS-INT-ZONE6)
                           TO WS-INT-MODE
               END-IF

               IF WS-INT-ZONE5 (8:7) NOT = SPACES
                  OR WS-INT-ZONE6 (2:13) NOT = SPACES
                  OR NOT (WS-INT-CONV-A360 OR WS-INT-CONV-A365
                          OR WS-INT-CONV-30360)
                  OR NOT (WS-INT-MODE-SIMPLE OR WS-INT-MODE-COMPOSE)
                   DISPLAY "Erreur, convention ou mode invalide : "
                           WS-INT-ZONE5 " " WS-INT-ZONE6
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "INT" TO WS-REJ-MOTIF
               END-IF
           END-IF.

       0087-INTERET-PARAMETRES-END .
           EXIT.


      *-----------------------
      *Contrôle d'une date du mode intérêts (WS-INT-DATE-ZONE, telle
      *que lue ou saisie) : huit chiffres AAAAMMJJ formant une date
      *de calendrier valide ; la date contrôlée est rendue dans
      *WS-INT-DATE-X et l'issue dans WS-INT-DATE-OK

       0088-INTERET-DATE-CTRL-START .
           MOVE "N" TO WS-INT-DATE-OK.
           MOVE WS-INT-DATE-ZONE (1:8) TO WS-INT-DATE-X.

           IF WS-INT-DATE IS NUMERIC
              AND WS-INT-DATE-ZONE (9:6) = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-INT-DATE) = 0
                   SET WS-INT-DATE-OK-OUI TO TRUE
               END-IF
           END-IF.

       0088-INTERET-DATE-CTRL-END .
           EXIT.


      *-----------------------
      *Table de sensibilité d'un enregistrement batch : pas de
      *directive de stockage (la table n'a pas de résultat unique),
      *découpage du texte en expression, plage de X et plage de Y
      *facultative, contrôle de chaque plage, puis calcul commun de
      *la table

       0089-BATCH-SENS-START .
           IF FD-BATCH-EXPR-STOCK NOT = SPACES
               DISPLAY "Erreur, directive de stockage sans objet "
                       "pour une table : " FD-BATCH-EXPR-STOCK
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "STO" TO WS-REJ-MOTIF
           ELSE
               MOVE SPACES TO WS-SENS-EXPR
               MOVE SPACES TO WS-SENS-PLAGE-X
               MOVE SPACES TO WS-SENS-PLAGE-Y
               MOVE SPACES TO WS-SENS-RESTE

               UNSTRING FD-BATCH-EXPR-TEXTE
                   DELIMITED BY ";"
                   INTO WS-SENS-EXPR
                        WS-SENS-PLAGE-X
                        WS-SENS-PLAGE-Y
                        WS-SENS-RESTE
               END-UNSTRING

               IF WS-SENS-EXPR = SPACES
                  OR WS-SENS-PLAGE-X = SPACES
                  OR WS-SENS-RESTE NOT = SPACES
                   DISPLAY "Erreur, table de sensibilité mal décrite"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-SENS-PLAGE-X TO WS-SENS-PLAGE
                   PERFORM 0089-SENS-PLAGE-START
                   THRU    0089-SENS-PLAGE-END

                   IF NOT WS-CALC-ERREUR-OUI
                       MOVE WS-SENS-VAL1 TO WS-SENS-X-DEBUT
                       MOVE WS-SENS-VAL2 TO WS-SENS-X-FIN
                       MOVE WS-SENS-VAL3 TO WS-SENS-X-PAS

                       IF WS-SENS-PLAGE-Y = SPACES
                           MOVE "N" TO WS-SENS-DEUX
                       ELSE
                           SET WS-SENS-DEUX-OUI TO TRUE
                           MOVE WS-SENS-PLAGE-Y TO WS-SENS-PLAGE
                           PERFORM 0089-SENS-PLAGE-START
                           THRU    0089-SENS-PLAGE-END

                           MOVE WS-SENS-VAL1 TO WS-SENS-Y-DEBUT
                           MOVE WS-SENS-VAL2 TO WS-SENS-Y-FIN
                           MOVE WS-SENS-VAL3 TO WS-SENS-Y-PAS
                       END-IF
                   END-IF

                   IF NOT WS-CALC-ERREUR-OUI
                       MOVE FD-BATCH-ID TO WS-SENS-ID

                       PERFORM 0111-SENS-CALC-START
                       THRU    0111-SENS-CALC-END
                   END-IF
               END-IF
           END-IF.

       0089-BATCH-SENS-END .
           EXIT.


      *-----------------------
      *Contrôle d'une plage de variable du mode TS batch : départ, fin
      *et pas séparés par des blancs, rien au-delà ; chacun est
      *résolu par 0089-SENS-VALEUR dans WS-SENS-VAL1 à WS-SENS-VAL3,
      *la première zone invalide arrêtant le contrôle avec son motif

       0089-SENS-PLAGE-START .
           MOVE SPACES TO WS-SENS-ZONE1.
           MOVE SPACES TO WS-SENS-ZONE2.
           MOVE SPACES TO WS-SENS-ZONE3.
           MOVE SPACES TO WS-SENS-ZONE4.

      *Lecture à partir du premier caractère non blanc, la plage
      *suivant le plus souvent un point-virgule et un blanc

           MOVE 0 TO WS-SENS-PTR.
           INSPECT WS-SENS-PLAGE TALLYING WS-SENS-PTR
                   FOR LEADING SPACE.
           ADD 1 TO WS-SENS-PTR.

           IF WS-SENS-PTR <= 60
               UNSTRING WS-SENS-PLAGE
                   DELIMITED BY ALL SPACE
                   INTO WS-SENS-ZONE1
                        WS-SENS-ZONE2
                        WS-SENS-ZONE3
                        WS-SENS-ZONE4
                   WITH POINTER WS-SENS-PTR
               END-UNSTRING
           END-IF.

           IF WS-SENS-ZONE3 = SPACES
              OR WS-SENS-ZONE4 NOT = SPACES
               DISPLAY "Erreur, plage de variable invalide : "
                       FUNCTION TRIM (WS-SENS-PLAGE)
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "TAB" TO WS-REJ-MOTIF
           ELSE
               MOVE WS-SENS-ZONE1 TO WS-OPD-ZONE
               PERFORM 0089-SENS-VALEUR-START
               THRU    0089-SENS-VALEUR-END

               IF NOT WS-OPD-VALIDE-OUI
                   DISPLAY "Erreur, borne de table invalide : "
                           WS-OPD-ZONE
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE WS-OPD-MOTIF TO WS-REJ-MOTIF
               ELSE
                   MOVE WS-OPD-VALEUR TO WS-SENS-VAL1

                   MOVE WS-SENS-ZONE2 TO WS-OPD-ZONE
                   PERFORM 0089-SENS-VALEUR-START
                   THRU    0089-SENS-VALEUR-END

                   IF NOT WS-OPD-VALIDE-OUI
                       DISPLAY "Erreur, borne de table invalide : "
                               WS-OPD-ZONE
                       SET WS-CALC-ERREUR-OUI TO TRUE
                       MOVE WS-OPD-MOTIF TO WS-REJ-MOTIF
                   ELSE
                       MOVE WS-OPD-VALEUR TO WS-SENS-VAL2

                       MOVE WS-SENS-ZONE3 TO WS-OPD-ZONE
                       PERFORM 0089-SENS-VALEUR-START
                       THRU    0089-SENS-VALEUR-END

                       IF NOT WS-OPD-VALIDE-OUI
                           DISPLAY "Erreur, pas de table invalide : "
                                   WS-OPD-ZONE
                           SET WS-CALC-ERREUR-OUI TO TRUE
                           MOVE WS-OPD-MOTIF TO WS-REJ-MOTIF
                       ELSE
                           MOVE WS-OPD-VALEUR TO WS-SENS-VAL3
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0089-SENS-PLAGE-END .
           EXIT.


      *-----------------------
      *Valeur d'une zone de plage : un nombre écrit librement (1,
      *0.25, -3), plus commode qu'un littéral signé sur quatorze
      *positions dans un texte limité, sinon un registre, une
      *constante ou une référence par la résolution d'opérande
      *commune

       0089-SENS-VALEUR-START .
           IF FUNCTION TEST-NUMVAL (WS-OPD-ZONE) = 0
               COMPUTE WS-OPD-VALEUR = FUNCTION NUMVAL (WS-OPD-ZONE)
                   ON SIZE ERROR
                       MOVE "N" TO WS-OPD-VALIDE
                       MOVE "NUM" TO WS-OPD-MOTIF
                   NOT ON SIZE ERROR
                       SET WS-OPD-VALIDE-OUI TO TRUE
               END-COMPUTE
           ELSE
               PERFORM 0077-BATCH-OPD-RESOUDRE-START
               THRU    0077-BATCH-OPD-RESOUDRE-END
           END-IF.

       0089-SENS-VALEUR-END .
           EXIT.


      *-----------------------
      *Résolution d'un opérande batch : le nom d'un registre mémoire
      *(M1 à M9) donne la valeur courante de ce registre, R: suivi
      *d'un identifiant de demande le résultat de cette demande relu
      *sur CALCOUT, tout autre nom est cherché parmi les constantes
      *métier, toute autre zone doit être une valeur numérique
      *signée ; l'issue du contrôle est rendue dans WS-OPD-VALIDE, le
      *motif d'échec dans WS-OPD-MOTIF

       0077-BATCH-OPD-RESOUDRE-START .
           MOVE "N" TO WS-OPD-VALIDE.
           MOVE "NUM" TO WS-OPD-MOTIF.

           EVALUATE TRUE

               WHEN WS-OPD-ZONE (1:2) = "R:" OR WS-OPD-ZONE (1:2) = "r:"
                   PERFORM 0082-OPD-REFERENCE-START
                   THRU    0082-OPD-REFERENCE-END

               WHEN WS-OPD-ZONE (1:1) = "M"
                AND WS-OPD-ZONE (2:1) >= "1"
                AND WS-OPD-ZONE (2:1) <= "9"
                AND WS-OPD-ZONE (3:12) = SPACES
                   MOVE WS-OPD-ZONE (2:1) TO WS-OPD-REG-NO
                   MOVE WS-MEM-REG (WS-OPD-REG-NO) TO WS-OPD-VALEUR
                   SET WS-OPD-VALIDE-OUI TO TRUE

               WHEN OTHER
                   MOVE WS-OPD-ZONE TO WS-OPD-TEXTE
                   IF WS-OPD-NUM IS NUMERIC
                       MOVE WS-OPD-NUM TO WS-OPD-VALEUR
                       SET WS-OPD-VALIDE-OUI TO TRUE
                   ELSE
                       PERFORM 0078-OPD-CONSTANTE-START
                       THRU    0078-OPD-CONSTANTE-END
                   END-IF

           END-EVALUATE.

      *Un opérande résolu doit rester dans la grandeur autorisée au
      *profil de l'opérateur signé

           IF WS-OPD-VALIDE-OUI
               MOVE WS-OPD-VALEUR TO WS-PROFIL-TEST
               IF WS-PROFIL-TEST < 0
                   COMPUTE WS-PROFIL-TEST = 0 - WS-PROFIL-TEST
               END-IF
               IF WS-PROFIL-TEST > WS-PROFIL-MAX
                   DISPLAY "Opérande au-delà de la grandeur "
                           "autorisée au profil de " WS-OPER-ID
                   MOVE "N" TO WS-OPD-VALIDE
                   MOVE "AUT" TO WS-OPD-MOTIF
               END-IF
           END-IF.

       0077-BATCH-OPD-RESOUDRE-END .
           EXIT.


      *-----------------------
      *Résolution d'un opérande batch par la table des constantes
      *métier : la zone qui commence par une lettre est un nom de
      *constante (huit caractères au plus) ; un nom inconnu de la
      *table vaut le motif de rejet CST

       0078-OPD-CONSTANTE-START .
           IF ((WS-OPD-ZONE (1:1) >= "A" AND WS-OPD-ZONE (1:1) <= "Z")
               OR (WS-OPD-ZONE (1:1) >= "a"
                   AND WS-OPD-ZONE (1:1) <= "z"))
              AND WS-OPD-ZONE (9:6) = SPACES
               MOVE FUNCTION UPPER-CASE (WS-OPD-ZONE (1:8))
                       TO WS-CONST-CHERCHE

               PERFORM 0043-CONST-CHERCHER-START
               THRU    0043-CONST-CHERCHER-END

               IF WS-CONST-TROUVE-OUI
                   SET WS-OPD-VALIDE-OUI TO TRUE
               ELSE
                   MOVE "CST" TO WS-OPD-MOTIF
               END-IF
           END-IF.

       0078-OPD-CONSTANTE-END .
           EXIT.


      *-----------------------
      *Traitement d'un enregistrement batch expression : contrôle de la
      *directive de stockage, évaluation du texte, puis restitution et
      *stockage comme pour les opérations simples

       0079-BATCH-EXPR-START .
           IF FD-BATCH-EXPR-STOCK NOT = SPACES
              AND (FD-BATCH-EXPR-STOCK (1:1) NOT = "M"
                   OR FD-BATCH-EXPR-STOCK (2:1) < "1"
                   OR FD-BATCH-EXPR-STOCK (2:1) > "9")
               DISPLAY "Erreur, directive de stockage batch "
                       "inconnue : " FD-BATCH-EXPR-STOCK
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "STO" TO WS-REJ-MOTIF
           ELSE
               MOVE FD-BATCH-EXPR-STOCK TO WS-STOCK-DIR
               PERFORM 0036-PROFIL-STOCK-CTRL-START
               THRU    0036-PROFIL-STOCK-CTRL-END

               MOVE FD-BATCH-EXPR-TEXTE TO WS-EXPR-TEXTE
               MOVE WS-MEM-REG (WS-MEM-SELECT) TO WS-MEMORY

               IF NOT WS-CALC-ERREUR-OUI
                   PERFORM 0112-EXPR-EVAL-START
                   THRU    0112-EXPR-EVAL-END
               END-IF

               IF NOT WS-CALC-ERREUR-OUI
                   PERFORM 0118-EXPR-SUITE-START
                   THRU    0118-EXPR-SUITE-END

                   IF FD-BATCH-EXPR-STOCK NOT = SPACES
                       MOVE FD-BATCH-EXPR-STOCK (2:1)
                               TO WS-STOCK-REG-NO
                       MOVE WS-MEMORY TO WS-MEM-REG (WS-STOCK-REG-NO)
                   END-IF
               END-IF
           END-IF.

       0079-BATCH-EXPR-END .
           EXIT.


      *-----------------------
      *Evaluation d'une expression complète (nombres, registres M et
      *M1 à M9, opérateurs + - * / **, parenthèses), avec les
      *priorités usuelles : les valeurs et les opérateurs en attente
      *sont empilés, chaque opérateur est réduit dès qu'un opérateur
      *de priorité inférieure ou égale se présente. Le résultat est
      *rendu dans WS-RESULT ; toute anomalie positionne
      *WS-CALC-ERREUR et son motif

       0112-EXPR-EVAL-START .
           MOVE 0 TO WS-PILE-VAL-NB.
           MOVE 0 TO WS-PILE-OPR-NB.
           MOVE 1 TO WS-EXPR-POS.
           MOVE "O" TO WS-EXPR-ATTENTE.

           PERFORM 0113-EXPR-TOKEN-START
           THRU    0113-EXPR-TOKEN-END
           UNTIL   WS-EXPR-POS > 60 OR WS-CALC-ERREUR-OUI.

      *Une expression vide ou terminée par un opérateur est invalide

           IF NOT WS-CALC-ERREUR-OUI
              AND WS-EXPR-ATTENTE-OPD
               DISPLAY "Erreur, expression invalide"
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "EXP" TO WS-REJ-MOTIF
           END-IF.

      *Réduction des opérateurs restants ; une parenthèse ouvrante
      *encore empilée n'a jamais été refermée

           PERFORM UNTIL WS-PILE-OPR-NB = 0 OR WS-CALC-ERREUR-OUI
               IF WS-PILE-OPR-ELT (WS-PILE-OPR-NB) = "("
                   DISPLAY "Erreur, parenthèses non équilibrées"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "EXP" TO WS-REJ-MOTIF
               ELSE
                   PERFORM 0114-EXPR-REDUIRE-START
                   THRU    0114-EXPR-REDUIRE-END
               END-IF
           END-PERFORM.

           IF NOT WS-CALC-ERREUR-OUI
               IF WS-PILE-VAL-NB = 1
                   MOVE WS-PILE-VAL-ELT (1) TO WS-RESULT
               ELSE
                   DISPLAY "Erreur, expression invalide"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "EXP" TO WS-REJ-MOTIF
               END-IF
           END-IF.

       0112-EXPR-EVAL-END .
           EXIT.


      *-----------------------
      *Lecture de l'élément suivant de l'expression : blanc, nombre
      *(avec moins unaire), registre mémoire, parenthèse ou opérateur

       0113-EXPR-TOKEN-START .
           MOVE WS-EXPR-TEXTE (WS-EXPR-POS:1) TO WS-EXPR-CAR.

           EVALUATE TRUE

               WHEN WS-EXPR-CAR = SPACE
                   ADD 1 TO WS-EXPR-POS

               WHEN (WS-EXPR-CAR >= "0" AND WS-EXPR-CAR <= "9")
                 OR WS-EXPR-CAR = "."
                 OR (WS-EXPR-CAR = "-" AND WS-EXPR-ATTENTE-OPD)
                   PERFORM 0117-EXPR-NOMBRE-START
                   THRU    0117-EXPR-NOMBRE-END

               WHEN (WS-EXPR-CAR >= "A" AND WS-EXPR-CAR <= "Z")
                 OR (WS-EXPR-CAR >= "a" AND WS-EXPR-CAR <= "z")
                   PERFORM 0119-EXPR-NOM-LIRE-START
                   THRU    0119-EXPR-NOM-LIRE-END

      *R suivi de deux-points introduit une référence au résultat
      *d'une demande antérieure (R:G1015001)

                   IF NOT WS-CALC-ERREUR-OUI
                       IF WS-EXPR-NOM = "R"
                          AND WS-EXPR-POS <= 60
                          AND WS-EXPR-TEXTE (WS-EXPR-POS:1) = ":"
                           PERFORM 0119-EXPR-REFERENCE-START
                           THRU    0119-EXPR-REFERENCE-END
                       ELSE
                           PERFORM 0119-EXPR-NOM-VALEUR-START
                           THRU    0119-EXPR-NOM-VALEUR-END
                       END-IF
                   END-IF

           END-EVALUATE.

      *-----------------------
      *Valeur du nom collecté : registre mémoire ou constante métier,
      *empilée comme opérande de l'expression ; pendant le calcul
      *d'une table de sensibilité, X et Y désignent les valeurs de la
      *cellule en cours (Y pour une table à deux entrées seulement)

       0119-EXPR-NOM-VALEUR-START .
           EVALUATE TRUE

               WHEN WS-SENS-ACTIF-OUI
                AND WS-EXPR-NOM = "X"
                   ADD 1 TO WS-PILE-VAL-NB
                   MOVE WS-SENS-VAL-X
                           TO WS-PILE-VAL-ELT (WS-PILE-VAL-NB)
                   MOVE "N" TO WS-EXPR-ATTENTE
                   SET WS-SENS-X-VU-OUI TO TRUE

               WHEN WS-SENS-ACTIF-OUI
                AND WS-SENS-DEUX-OUI
                AND WS-EXPR-NOM = "Y"
                   ADD 1 TO WS-PILE-VAL-NB
                   MOVE WS-SENS-VAL-Y
                           TO WS-PILE-VAL-ELT (WS-PILE-VAL-NB)
                   MOVE "N" TO WS-EXPR-ATTENTE
                   SET WS-SENS-Y-VU-OUI TO TRUE

               WHEN WS-EXPR-NOM = "M"
                   ADD 1 TO WS-PILE-VAL-NB
                   MOVE WS-MEM-REG (WS-MEM-SELECT)
                           TO WS-PILE-VAL-ELT (WS-PILE-VAL-NB)
                   MOVE "N" TO WS-EXPR-ATTENTE

               WHEN WS-EXPR-NOM (1:1) = "M"
                AND WS-EXPR-NOM (2:1) >= "1"
                AND WS-EXPR-NOM (2:1) <= "9"
                AND WS-EXPR-NOM (3:6) = SPACES
                   MOVE WS-EXPR-NOM (2:1) TO WS-OPD-REG-NO
                   ADD 1 TO WS-PILE-VAL-NB
                   MOVE WS-MEM-REG (WS-OPD-REG-NO)
           EXIT.


      *-----------------------
      *Référence, dans une expression, au résultat d'une demande
      *antérieure de la même exécution : l'identifiant qui suit les
      *deux-points (lettres et chiffres, tel quel) est relu sur
      *CALCOUT et sa valeur empilée ; une demande absente de CALCOUT
      *vaut le motif de rejet REF

       0119-EXPR-REFERENCE-START .
           ADD 1 TO WS-EXPR-POS.
           MOVE SPACES TO WS-REF-ID.
           MOVE 0 TO WS-EXPR-NOM-LG.

           PERFORM UNTIL WS-EXPR-POS > 60
                   OR WS-CALC-ERREUR-OUI
                   OR NOT ((WS-EXPR-TEXTE (WS-EXPR-POS:1) >= "A"
                            AND WS-EXPR-TEXTE (WS-EXPR-POS:1) <= "Z")
                           OR (WS-EXPR-TEXTE (WS-EXPR-POS:1) >= "a"
                            AND WS-EXPR-TEXTE (WS-EXPR-POS:1) <= "z")
                           OR (WS-EXPR-TEXTE (WS-EXPR-POS:1) >= "0"
                            AND WS-EXPR-TEXTE (WS-EXPR-POS:1) <= "9"))
               IF WS-EXPR-NOM-LG >= 8
                   DISPLAY "Erreur, référence trop longue dans "
                           "l'expression"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "REF" TO WS-REJ-MOTIF
               ELSE
                   ADD 1 TO WS-EXPR-NOM-LG
                   MOVE WS-EXPR-TEXTE (WS-EXPR-POS:1)
                           TO WS-REF-ID (WS-EXPR-NOM-LG:1)
                   ADD 1 TO WS-EXPR-POS
               END-IF
           END-PERFORM.

           IF NOT WS-CALC-ERREUR-OUI
               IF WS-REF-ID = SPACES
                   DISPLAY "Erreur, référence de demande invalide "
                           "dans l'expression"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "REF" TO WS-REJ-MOTIF
               ELSE
                   PERFORM 0083-REF-LIRE-START
                   THRU    0083-REF-LIRE-END

                   IF WS-REF-TROUVE-OUI
                       ADD 1 TO WS-PILE-VAL-NB
                       MOVE WS-OPD-VALEUR
                               TO WS-PILE-VAL-ELT (WS-PILE-VAL-NB)
                       MOVE "N" TO WS-EXPR-ATTENTE

                       MOVE WS-PILE-VAL-ELT (WS-PILE-VAL-NB)
                               TO WS-PROFIL-TEST
                       PERFORM 0037-PROFIL-OPERANDE-START
                       THRU    0037-PROFIL-OPERANDE-END
                   ELSE
                       SET WS-CALC-ERREUR-OUI TO TRUE
                       MOVE "REF" TO WS-REJ-MOTIF
                   END-IF
               END-IF
           END-IF.

       0119-EXPR-REFERENCE-END .
           EXIT.


      *-----------------------
      *Edition, journalisation et stockage du résultat d'une
      *expression, une fois l'évaluation réussie
           PERFORM 0055-CHKPT-RECHERCHE-START
           THRU    0055-CHKPT-RECHERCHE-END.

      *CALCOUT recréé est aussitôt rouvert en mise à jour : les
      *références R: relisent par clé les résultats déjà écrits

           IF WS-REPRISE-OUI
               OPEN I-O BATCH-OUTPUT-FILE
               IF WS-BATCH-OUT-STATUS = "35"
      *L'exécution interrompue n'avait pas encore créé CALCOUT
                   OPEN OUTPUT BATCH-OUTPUT-FILE
                   IF WS-BATCH-OUT-STATUS = "00"
                       CLOSE BATCH-OUTPUT-FILE
                       OPEN I-O BATCH-OUTPUT-FILE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT BATCH-OUTPUT-FILE
               IF WS-BATCH-OUT-STATUS = "00"
                   CLOSE BATCH-OUTPUT-FILE
                   OPEN I-O BATCH-OUTPUT-FILE
               END-IF
           END-IF.
           IF WS-BATCH-OUT-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCOUT, code "
               END-IF
           END-IF.

      *Enregistrement de contrôle de l'exécution, relu par l'étape
      *de rapprochement qui suit le batch

           PERFORM 0059-CTRL-ECRITURE-START
           THRU    0059-CTRL-ECRITURE-END.

       0050-BATCH-INIT-END .
           EXIT.

           EXIT.


      *-----------------------
      *Ecriture de l'enregistrement de contrôle de l'exécution sur
      *l'historique permanent CALCHIST (complété à chaque exécution,
      *créé à la première) : compteurs du traitement, code retour et
      *total des résultats ; un historique inaccessible est signalé
      *et fait passer le code retour à 8, l'exécution ne pouvant plus
      *être rapprochée

       0059-CTRL-ECRITURE-START .
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           MOVE SPACES TO WS-CTRL-FIN.
           STRING WS-LOG-DATE DELIMITED BY SIZE
                  WS-LOG-TIME DELIMITED BY SIZE
                  INTO WS-CTRL-FIN.

           OPEN EXTEND CONTROLE-FILE.
           IF WS-CTRL-STATUS = "35"
               OPEN OUTPUT CONTROLE-FILE
           END-IF.

           IF WS-CTRL-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de CALCHIST, code "
                       WS-CTRL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES              TO FD-CTRL-REC
               MOVE WS-CHKPT-RUN-ID     TO FD-CTRL-RUN-ID
               MOVE WS-OPER-ID          TO FD-CTRL-OPER-ID
               MOVE WS-RAPPORT-RUN-ID   TO FD-CTRL-DEBUT
               MOVE WS-CTRL-FIN         TO FD-CTRL-FIN
               MOVE WS-BATCH-CNT-LUS    TO FD-CTRL-LUS
               MOVE WS-BATCH-CNT-SAUTES TO FD-CTRL-SAUTES
               MOVE WS-BATCH-CNT-ECRITS TO FD-CTRL-ECRITS
               MOVE WS-BATCH-CNT-REJ    TO FD-CTRL-REJETES
               MOVE RETURN-CODE         TO FD-CTRL-RC
               MOVE WS-CTRL-TOTAL       TO FD-CTRL-TOTAL

               WRITE FD-CTRL-REC
               CLOSE CONTROLE-FILE

               DISPLAY "Batch : " WS-BATCH-CNT-ECRITS " écrits, "
                       WS-BATCH-CNT-SAUTES " sautés en reprise"
           END-IF.

       0059-CTRL-ECRITURE-END .
           EXIT.


      *-----------------------
      *En-tête du rapport imprimable, écrit à l'ouverture du fichier,
      *avant tout calcul (mode interactif comme mode batch)
           DISPLAY "                                         ".
           DISPLAY "           Amortissement d'emprunt : AM   ".
           DISPLAY "                                         ".
           DISPLAY "           Intérêts entre deux dates : IN ".
           DISPLAY "                                         ".
           DISPLAY "           Table de sensibilité : TS      ".
           DISPLAY "                                         ".
           DISPLAY "           Historique du jour : HI        ".
           DISPLAY "                                         ".
           DISPLAY "           Arrondi comptable / troncature : AR".
                   PERFORM 0110-AMORT-START
                   THRU    0110-AMORT-END

               WHEN "IN"
               WHEN "in"
                   PERFORM 0110-INTERET-START
                   THRU    0110-INTERET-END

               WHEN "TS"
               WHEN "ts"
                   PERFORM 0110-SENS-START
                   THRU    0110-SENS-END

               WHEN "HI"
               WHEN "hi"
                   PERFORM 0110-HISTO-START
           EXIT.


      *-----------------------
      *Intérêts entre deux dates saisis au clavier : capital et taux
      *annuel (un nombre, le registre courant M, un registre M1 à M9
      *ou le nom d'une constante métier), dates de début et de fin,
      *convention de décompte des jours et mode simple ou composé ;
      *le calcul est commun avec le mode batch

       0110-INTERET-START .
           DISPLAY "Entrez le capital (nombre, M, M1 à M9 ou "
                   "constante) :".

           ACCEPT WS-SAISIE-NUM.
           PERFORM 0111-INTERET-OPERANDE-START
           THRU    0111-INTERET-OPERANDE-END.

           PERFORM UNTIL WS-OPD-VALIDE-OUI
               DISPLAY "Saisie incorrecte, entrez un nombre, un "
                       "registre ou une constante"
               ACCEPT WS-SAISIE-NUM
               PERFORM 0111-INTERET-OPERANDE-START
               THRU    0111-INTERET-OPERANDE-END
           END-PERFORM.

           MOVE WS-INT-VAL2 TO WS-INT-VAL1.

           DISPLAY "Entrez le taux annuel, en pourcentage :".

           ACCEPT WS-SAISIE-NUM.
           PERFORM 0111-INTERET-OPERANDE-START
           THRU    0111-INTERET-OPERANDE-END.

           PERFORM UNTIL WS-OPD-VALIDE-OUI
               DISPLAY "Saisie incorrecte, entrez un nombre, un "
                       "registre ou une constante"
               ACCEPT WS-SAISIE-NUM
               PERFORM 0111-INTERET-OPERANDE-START
               THRU    0111-INTERET-OPERANDE-END
           END-PERFORM.

           DISPLAY "Entrez la date de début (AAAAMMJJ) :".

           ACCEPT WS-SAISIE-NUM.
           MOVE WS-SAISIE-NUM TO WS-INT-DATE-ZONE.
           PERFORM 0088-INTERET-DATE-CTRL-START
           THRU    0088-INTERET-DATE-CTRL-END.

           PERFORM UNTIL WS-INT-DATE-OK-OUI
               DISPLAY "Saisie incorrecte, entrez une date AAAAMMJJ"
               ACCEPT WS-SAISIE-NUM
               MOVE WS-SAISIE-NUM TO WS-INT-DATE-ZONE
               PERFORM 0088-INTERET-DATE-CTRL-START
               THRU    0088-INTERET-DATE-CTRL-END
           END-PERFORM.

           MOVE WS-INT-DATE-X TO WS-INT-DEBUT-X.

           DISPLAY "Entrez la date de fin (AAAAMMJJ) :".

           ACCEPT WS-SAISIE-NUM.
           MOVE WS-SAISIE-NUM TO WS-INT-DATE-ZONE.
           PERFORM 0088-INTERET-DATE-CTRL-START
           THRU    0088-INTERET-DATE-CTRL-END.

           PERFORM UNTIL WS-INT-DATE-OK-OUI
               DISPLAY "Saisie incorrecte, entrez une date AAAAMMJJ"
               ACCEPT WS-SAISIE-NUM
               MOVE WS-SAISIE-NUM TO WS-INT-DATE-ZONE
               PERFORM 0088-INTERET-DATE-CTRL-START
               THRU    0088-INTERET-DATE-CTRL-END
           END-PERFORM.

           MOVE WS-INT-DATE-X TO WS-INT-FIN-X.

           DISPLAY "Convention de décompte : ACT/360, ACT/365 "
                   "ou 30/360".

           ACCEPT WS-SAISIE-NUM.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE-NUM) TO WS-INT-CONV.

           PERFORM UNTIL (WS-INT-CONV-A360 OR WS-INT-CONV-A365
                          OR WS-INT-CONV-30360)
                     AND WS-SAISIE-NUM (8:8) = SPACES
               DISPLAY "Saisie incorrecte, ACT/360, ACT/365 "
                       "ou 30/360"
               ACCEPT WS-SAISIE-NUM
               MOVE FUNCTION UPPER-CASE (WS-SAISIE-NUM)
                       TO WS-INT-CONV
           END-PERFORM.

           DISPLAY "Intérêts simples : S            "
                   "Intérêts composés : C".

           ACCEPT WS-SAISIE-NUM.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE-NUM) TO WS-INT-MODE.

           PERFORM UNTIL (WS-INT-MODE-SIMPLE OR WS-INT-MODE-COMPOSE)
                     AND WS-SAISIE-NUM (2:14) = SPACES
               DISPLAY "Saisie incorrecte, S ou C"
               ACCEPT WS-SAISIE-NUM
               MOVE FUNCTION UPPER-CASE (WS-SAISIE-NUM)
                       TO WS-INT-MODE
           END-PERFORM.

           MOVE "N" TO WS-CALC-ERREUR.

           PERFORM 0111-INTERET-CALC-START
           THRU    0111-INTERET-CALC-END.

       0110-INTERET-END .
           EXIT.


      *-----------------------
      *Contrôle d'un opérande du mode intérêts saisi au clavier
      *(WS-SAISIE-NUM) : un nombre est contrôlé comme toute saisie
      *numérique, M désigne le registre courant, tout autre nom est
      *résolu comme un opérande batch (registre M1 à M9 ou constante
      *métier) ; la référence R: à une demande batch n'a pas de sens
      *au clavier. La valeur est rendue dans WS-INT-VAL2, l'issue
      *dans WS-OPD-VALIDE

       0111-INTERET-OPERANDE-START .
           MOVE "N" TO WS-OPD-VALIDE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE-NUM) TO WS-OPD-ZONE.

           EVALUATE TRUE

               WHEN FUNCTION TEST-NUMVAL (WS-SAISIE-NUM) = 0
                   PERFORM 0106-SAISIE-CONTROLE-START
                   THRU    0106-SAISIE-CONTROLE-END
                   IF WS-SAISIE-CHK = 0
                       COMPUTE WS-INT-VAL2 =
                               FUNCTION NUMVAL (WS-SAISIE-NUM)
                       SET WS-OPD-VALIDE-OUI TO TRUE
                   END-IF

               WHEN WS-OPD-ZONE = "M"
                   MOVE WS-MEMORY TO WS-INT-VAL2
                   SET WS-OPD-VALIDE-OUI TO TRUE

               WHEN WS-OPD-ZONE (1:2) = "R:"
               WHEN WS-SAISIE-NUM (15:1) NOT = SPACE
                   CONTINUE

               WHEN OTHER
                   PERFORM 0077-BATCH-OPD-RESOUDRE-START
                   THRU    0077-BATCH-OPD-RESOUDRE-END
                   IF WS-OPD-VALIDE-OUI
                       MOVE WS-OPD-VALEUR TO WS-INT-VAL2
                   END-IF

           END-EVALUATE.

       0111-INTERET-OPERANDE-END .
           EXIT.


      *-----------------------
      *Calcul des intérêts, commun aux modes interactif et batch :
      *contrôle des paramètres, décompte des jours selon la
      *convention puis intérêts simples (capital * taux * jours /
      *base) ou composés (capital * ((1 + taux) puissance jours /
      *base - 1)) ; les intérêts sont toujours arrondis au centime,
      *quel que soit le mode d'arrondi de la session, pour que la
      *ligne de journal se recalcule à l'identique

       0111-INTERET-CALC-START .
           IF WS-INT-VAL1 <= 0
              OR WS-INT-VAL2 <= -100
              OR WS-INT-VAL2 >= 1000
              OR WS-INT-FIN < WS-INT-DEBUT
               DISPLAY "Erreur, paramètres du calcul d'intérêts "
                       "invalides"
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "INT" TO WS-REJ-MOTIF

               MOVE "Paramètres du calcul d'intérêts invalides"
                       TO WS-RAPPORT-LIGNE
               PERFORM 0121-RAPPORT-ECRITURE-START
               THRU    0121-RAPPORT-ECRITURE-END
           ELSE
               COMPUTE WS-INT-CAPITAL ROUNDED = WS-INT-VAL1
               MOVE WS-INT-VAL2 TO WS-INT-TAUX

               PERFORM 0111-INTERET-JOURS-START
               THRU    0111-INTERET-JOURS-END

               IF WS-INT-MODE-SIMPLE
                   COMPUTE WS-INT-INTERET ROUNDED =
                           WS-INT-CAPITAL * WS-INT-TAUX * WS-INT-JOURS
                           / WS-INT-BASE / 100
                       ON SIZE ERROR
                           DISPLAY "Dépassement de capacité"
                           SET WS-CALC-ERREUR-OUI TO TRUE
                           MOVE "CAP" TO WS-REJ-MOTIF
                   END-COMPUTE
               ELSE
                   COMPUTE WS-INT-DUREE ROUNDED =
                           WS-INT-JOURS / WS-INT-BASE
                   COMPUTE WS-INT-FACTEUR ROUNDED =
                           (1 + WS-INT-TAUX / 100) ** WS-INT-DUREE
                       ON SIZE ERROR
                           DISPLAY "Dépassement de capacité"
                           SET WS-CALC-ERREUR-OUI TO TRUE
                           MOVE "CAP" TO WS-REJ-MOTIF
                   END-COMPUTE
                   IF NOT WS-CALC-ERREUR-OUI
                       COMPUTE WS-INT-INTERET ROUNDED =
                               WS-INT-CAPITAL * (WS-INT-FACTEUR - 1)
                           ON SIZE ERROR
                               DISPLAY "Dépassement de capacité"
                               SET WS-CALC-ERREUR-OUI TO TRUE
                               MOVE "CAP" TO WS-REJ-MOTIF
                       END-COMPUTE
                   END-IF
               END-IF

               IF WS-CALC-ERREUR-OUI
                   MOVE "Dépassement de capacité" TO WS-RAPPORT-LIGNE
                   PERFORM 0121-RAPPORT-ECRITURE-START
                   THRU    0121-RAPPORT-ECRITURE-END
               ELSE
                   PERFORM 0111-INTERET-SUITE-START
                   THRU    0111-INTERET-SUITE-END
               END-IF
           END-IF.

       0111-INTERET-CALC-END .
           EXIT.


      *-----------------------
      *Décompte des jours entre les deux dates : jours réels pour
      *ACT/360 et ACT/365 ; en 30/360, mois de trente jours, le 31
      *de début ramené au 30, le 31 de fin ramené au 30 lorsque le
      *jour de début est lui-même au 30 ; la base annuelle est 365
      *pour ACT/365, 360 sinon

       0111-INTERET-JOURS-START .
           IF WS-INT-CONV-30360
               MOVE WS-INT-DEB-JJ TO WS-INT-JJ1
               MOVE WS-INT-FIN-JJ TO WS-INT-JJ2
               IF WS-INT-JJ1 = 31
                   MOVE 30 TO WS-INT-JJ1
               END-IF
               IF WS-INT-JJ2 = 31 AND WS-INT-JJ1 = 30
                   MOVE 30 TO WS-INT-JJ2
               END-IF
               COMPUTE WS-INT-JOURS =
                       (WS-INT-FIN-AA - WS-INT-DEB-AA) * 360
                       + (WS-INT-FIN-MM - WS-INT-DEB-MM) * 30
                       + WS-INT-JJ2 - WS-INT-JJ1
           ELSE
               COMPUTE WS-INT-JOURS =
                       FUNCTION INTEGER-OF-DATE (WS-INT-FIN)
                       - FUNCTION INTEGER-OF-DATE (WS-INT-DEBUT)
           END-IF.

           IF WS-INT-CONV-A365
               MOVE 365 TO WS-INT-BASE
           ELSE
               MOVE 360 TO WS-INT-BASE
           END-IF.

       0111-INTERET-JOURS-END .
           EXIT.


      *-----------------------
      *Restitution du calcul d'intérêts : paramètres, nombre de
      *jours et intérêts à l'écran et au rapport ; la ligne de
      *journal capital IN jours = intérêts, complétée du taux, des
      *dates, de la convention et du mode, garde de quoi reproduire
      *le calcul, et les intérêts rejoignent le registre courant

       0111-INTERET-SUITE-START .
           ADD 1 TO WS-CNT-INTERET.

           DISPLAY "----------Intérêts----------".

           COMPUTE WS-EDIT-INTERET ROUNDED = WS-INT-CAPITAL.
           DISPLAY "Capital          : "
                   FUNCTION TRIM (WS-EDIT-INTERET).
           MOVE WS-INT-TAUX TO WS-EDIT-TAUX.
           DISPLAY "Taux annuel      : "
                   FUNCTION TRIM (WS-EDIT-TAUX) " %".
           DISPLAY "Période          : du " WS-INT-DEBUT-X
                   " au " WS-INT-FIN-X.

           MOVE SPACES TO WS-RAPPORT-LIGNE.
           STRING "Intérêts : capital "           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-INTERET) DELIMITED BY SIZE
                  " au taux annuel "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-TAUX)    DELIMITED BY SIZE
                  " %"                            DELIMITED BY SIZE
                  INTO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

           IF WS-INT-MODE-SIMPLE
               DISPLAY "Convention       : " WS-INT-CONV
                       " intérêts simples"
           ELSE
               DISPLAY "Convention       : " WS-INT-CONV
                       " intérêts composés"
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LIGNE.
           STRING "du "                           DELIMITED BY SIZE
                  WS-INT-DEBUT-X                  DELIMITED BY SIZE
                  " au "                          DELIMITED BY SIZE
                  WS-INT-FIN-X                    DELIMITED BY SIZE
                  " en "                          DELIMITED BY SIZE
                  WS-INT-CONV                     DELIMITED BY SPACE
                  ", mode "                       DELIMITED BY SIZE
                  WS-INT-MODE                     DELIMITED BY SIZE
                  INTO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

           MOVE WS-INT-JOURS TO WS-EDIT-JOURS.
           DISPLAY "Nombre de jours  : "
                   FUNCTION TRIM (WS-EDIT-JOURS).
           COMPUTE WS-EDIT-INTERET ROUNDED = WS-INT-INTERET.
           DISPLAY "Intérêts         : "
                   FUNCTION TRIM (WS-EDIT-INTERET).

           MOVE SPACES TO WS-RAPPORT-LIGNE.
           STRING "Jours : "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-JOURS)   DELIMITED BY SIZE
                  "  Intérêts : "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-INTERET) DELIMITED BY SIZE
                  INTO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

      *Journalisation : capital IN jours = intérêts

           MOVE "IN" TO WS-OPERATION.
           MOVE WS-INT-CAPITAL TO WS-MEMORY.
           MOVE WS-INT-JOURS   TO WS-VAR2.
           MOVE WS-INT-INTERET TO WS-RESULT.

           PERFORM 0100-EDITION-START
           THRU    0100-EDITION-END.

           PERFORM 0120-LOG-ECRITURE-START
           THRU    0120-LOG-ECRITURE-END

           IF WS-MODE-BATCH
               PERFORM 0080-BATCH-ECRITURE-START
               THRU    0080-BATCH-ECRITURE-END
           END-IF.

           MOVE WS-RESULT TO WS-MEMORY.
           MOVE WS-EDIT-RES TO WS-EDIT-MEM.
           DISPLAY FUNCTION TRIM (WS-EDIT-MEM).

           MOVE FUNCTION TRIM (WS-EDIT-MEM) TO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

       0111-INTERET-SUITE-END .
           EXIT.


      *-----------------------
      *Table de sensibilité saisie au clavier : expression employant
      *la variable X (et Y pour une table à deux entrées), départ,
      *fin et pas de X, puis de Y si une valeur de départ est saisie ;
      *le calcul de la table est commun avec le mode batch

       0110-SENS-START .
           DISPLAY "Entrez l'expression (X variable de ligne, Y "
                   "variable de colonne facultative) :".

           ACCEPT WS-SENS-EXPR.

           DISPLAY "Entrez la valeur de départ de X :".
           ACCEPT WS-SAISIE-NUM.
           PERFORM 0111-SENS-SAISIE-START
           THRU    0111-SENS-SAISIE-END.
           MOVE WS-SENS-SAISIE TO WS-SENS-X-DEBUT.

           DISPLAY "Entrez la valeur de fin de X :".
           ACCEPT WS-SAISIE-NUM.
           PERFORM 0111-SENS-SAISIE-START
           THRU    0111-SENS-SAISIE-END.
           MOVE WS-SENS-SAISIE TO WS-SENS-X-FIN.

           DISPLAY "Entrez le pas de X :".
           ACCEPT WS-SAISIE-NUM.
           PERFORM 0111-SENS-SAISIE-START
           THRU    0111-SENS-SAISIE-END.
           MOVE WS-SENS-SAISIE TO WS-SENS-X-PAS.

      *Une valeur de départ de Y laissée à blanc donne une table à
      *une entrée

           DISPLAY "Entrez la valeur de départ de Y (Entrée seule : "
                   "table à une entrée) :".
           ACCEPT WS-SAISIE-NUM.

           IF WS-SAISIE-NUM = SPACES
               MOVE "N" TO WS-SENS-DEUX
           ELSE
               SET WS-SENS-DEUX-OUI TO TRUE

               PERFORM 0111-SENS-SAISIE-START
               THRU    0111-SENS-SAISIE-END
               MOVE WS-SENS-SAISIE TO WS-SENS-Y-DEBUT

               DISPLAY "Entrez la valeur de fin de Y :"
               ACCEPT WS-SAISIE-NUM
               PERFORM 0111-SENS-SAISIE-START
               THRU    0111-SENS-SAISIE-END
               MOVE WS-SENS-SAISIE TO WS-SENS-Y-FIN

               DISPLAY "Entrez le pas de Y :"
               ACCEPT WS-SAISIE-NUM
               PERFORM 0111-SENS-SAISIE-START
               THRU    0111-SENS-SAISIE-END
               MOVE WS-SENS-SAISIE TO WS-SENS-Y-PAS
           END-IF.

           MOVE SPACES TO WS-SENS-ID.
           MOVE "N" TO WS-CALC-ERREUR.

           PERFORM 0111-SENS-CALC-START
           THRU    0111-SENS-CALC-END.

       0110-SENS-END .
           EXIT.


      *-----------------------
      *Contrôle de saisie numérique d'une valeur de la table, saisie
      *réitérée jusqu'à un nombre valide, rendu dans WS-SENS-SAISIE

       0111-SENS-SAISIE-START .
           MOVE FUNCTION TEST-NUMVAL (WS-SAISIE-NUM) TO WS-SAISIE-CHK.

           PERFORM UNTIL WS-SAISIE-CHK = 0
               DISPLAY "Saisie incorrecte, veuillez entrer un nombre"
               ACCEPT WS-SAISIE-NUM
               MOVE FUNCTION TEST-NUMVAL (WS-SAISIE-NUM)
                       TO WS-SAISIE-CHK
           END-PERFORM.

           COMPUTE WS-SENS-SAISIE = FUNCTION NUMVAL (WS-SAISIE-NUM).

       0111-SENS-SAISIE-END .
           EXIT.


      *-----------------------
      *Calcul de la table, commun aux modes interactif et batch :
      *bornes soumises à la grandeur autorisée au profil, contrôle
      *des plages, essai de l'expression jusqu'à la première cellule
      *calculée, puis production de la table ; un refus laisse une
      *ligne au rapport

       0111-SENS-CALC-START .
           IF NOT WS-SENS-DEUX-OUI
               MOVE 0 TO WS-SENS-Y-DEBUT
               MOVE 0 TO WS-SENS-Y-FIN
               MOVE 1 TO WS-SENS-Y-PAS
           END-IF.

           MOVE WS-SENS-X-DEBUT TO WS-PROFIL-TEST.
           PERFORM 0037-PROFIL-OPERANDE-START
           THRU    0037-PROFIL-OPERANDE-END.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-SENS-X-FIN TO WS-PROFIL-TEST
               PERFORM 0037-PROFIL-OPERANDE-START
               THRU    0037-PROFIL-OPERANDE-END
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-SENS-Y-DEBUT TO WS-PROFIL-TEST
               PERFORM 0037-PROFIL-OPERANDE-START
               THRU    0037-PROFIL-OPERANDE-END
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               MOVE WS-SENS-Y-FIN TO WS-PROFIL-TEST
               PERFORM 0037-PROFIL-OPERANDE-START
               THRU    0037-PROFIL-OPERANDE-END
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               PERFORM 0111-SENS-PLAGES-START
               THRU    0111-SENS-PLAGES-END
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               PERFORM 0111-SENS-ESSAI-START
               THRU    0111-SENS-ESSAI-END
           END-IF.

           IF NOT WS-CALC-ERREUR-OUI
               PERFORM 0111-SENS-TABLE-START
               THRU    0111-SENS-TABLE-END
           END-IF.

           IF WS-CALC-ERREUR-OUI
               MOVE SPACES TO WS-RAPPORT-LIGNE
               STRING "Table de sensibilité refusée, motif "
                                                  DELIMITED BY SIZE
                      WS-REJ-MOTIF                DELIMITED BY SIZE
                      INTO WS-RAPPORT-LIGNE
               PERFORM 0121-RAPPORT-ECRITURE-START
               THRU    0121-RAPPORT-ECRITURE-END
           END-IF.

       0111-SENS-CALC-END .
           EXIT.


      *-----------------------
      *Nombre de valeurs de chaque variable : de la valeur de départ
      *à la valeur de fin par le pas, la fin n'étant atteinte que si
      *le pas y tombe juste ; un pas nul ou de sens contraire à la
      *plage, ou trop de lignes ou de colonnes, refusent la table

       0111-SENS-PLAGES-START .
           MOVE 0 TO WS-SENS-NB-X.
           MOVE 0 TO WS-SENS-NB-Y.

           IF WS-SENS-X-PAS NOT = 0
               COMPUTE WS-SENS-NB-X =
                       (WS-SENS-X-FIN - WS-SENS-X-DEBUT)
                       / WS-SENS-X-PAS + 1
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SENS-NB-X
               END-COMPUTE
           END-IF.

           IF WS-SENS-Y-PAS NOT = 0
               COMPUTE WS-SENS-NB-Y =
                       (WS-SENS-Y-FIN - WS-SENS-Y-DEBUT)
                       / WS-SENS-Y-PAS + 1
                   ON SIZE ERROR
                       MOVE 99999 TO WS-SENS-NB-Y
               END-COMPUTE
           END-IF.

           EVALUATE TRUE

               WHEN WS-SENS-NB-X < 1
               WHEN WS-SENS-NB-Y < 1
                   DISPLAY "Erreur, pas nul ou de sens contraire "
                           "à la plage"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN WS-SENS-NB-X > WS-SENS-MAX-X
                   DISPLAY "Erreur, plus de " WS-SENS-MAX-X
                           " valeurs de X"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN WS-SENS-NB-Y > WS-SENS-MAX-Y
                   DISPLAY "Erreur, plus de " WS-SENS-MAX-Y
                           " valeurs de Y"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       0111-SENS-PLAGES-END .
           EXIT.


      *-----------------------
      *Essai de l'expression avant toute écriture : l'évaluation
      *s'arrête à la première erreur, seule une cellule calculée
      *sans erreur prouve que toute l'expression a été lue. Les
      *cellules sont essayées dans l'ordre de la table jusqu'à la
      *première calculée ; une division par zéro ou un dépassement
      *de capacité ne concerne que sa cellule et fait passer à la
      *suivante, une erreur de forme (expression invalide,
      *constante ou référence inconnue, opérande hors profil)
      *vaudrait pour toutes et refuse la table, de même qu'une
      *table dont aucune cellule ne se calcule. L'emploi de X, et
      *de Y pour une table à deux entrées, se juge sur la cellule
      *calculée

       0111-SENS-ESSAI-START .
           MOVE "N" TO WS-SENS-ESSAI-FIN.

           SET WS-SENS-ACTIF-OUI TO TRUE.
           PERFORM 0111-SENS-ESSAI-CELLULE-START
           THRU    0111-SENS-ESSAI-CELLULE-END
           VARYING WS-SENS-IX FROM 1 BY 1
           UNTIL   WS-SENS-IX > WS-SENS-NB-X
                OR WS-SENS-ESSAI-FIN-OUI
           AFTER   WS-SENS-IY FROM 1 BY 1
           UNTIL   WS-SENS-IY > WS-SENS-NB-Y
                OR WS-SENS-ESSAI-FIN-OUI.
           MOVE "N" TO WS-SENS-ACTIF.

           EVALUATE TRUE

               WHEN WS-CALC-ERREUR-OUI
                   CONTINUE

               WHEN NOT WS-SENS-ESSAI-FIN-OUI
                   DISPLAY "Erreur, aucune cellule de la table ne "
                           "se calcule"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN NOT WS-SENS-X-VU-OUI
                   DISPLAY "Erreur, l'expression n'emploie pas la "
                           "variable X"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN WS-SENS-DEUX-OUI
                AND NOT WS-SENS-Y-VU-OUI
                   DISPLAY "Erreur, l'expression n'emploie pas la "
                           "variable Y"
                   SET WS-CALC-ERREUR-OUI TO TRUE
                   MOVE "TAB" TO WS-REJ-MOTIF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       0111-SENS-ESSAI-END .
           EXIT.


      *-----------------------
      *Essai d'une cellule : valeurs de X et de Y au rang courant,
      *évaluation ; l'essai se termine sur une cellule calculée ou
      *sur une erreur autre que division par zéro ou dépassement de
      *capacité, qui reste alors posée

       0111-SENS-ESSAI-CELLULE-START .
           MOVE WS-SENS-IX TO WS-SENS-RANG.
           COMPUTE WS-SENS-VAL-X = WS-SENS-X-DEBUT
                   + (WS-SENS-RANG - 1) * WS-SENS-X-PAS.
           MOVE WS-SENS-IY TO WS-SENS-RANG.
           COMPUTE WS-SENS-VAL-Y = WS-SENS-Y-DEBUT
                   + (WS-SENS-RANG - 1) * WS-SENS-Y-PAS.

           MOVE "N" TO WS-SENS-X-VU.
           MOVE "N" TO WS-SENS-Y-VU.
           MOVE "N" TO WS-CALC-ERREUR.
           MOVE WS-SENS-EXPR TO WS-EXPR-TEXTE.

           PERFORM 0112-EXPR-EVAL-START
           THRU    0112-EXPR-EVAL-END.

           IF WS-CALC-ERREUR-OUI
               IF WS-REJ-MOTIF = "DIV" OR WS-REJ-MOTIF = "CAP"
                   MOVE "N" TO WS-CALC-ERREUR
               ELSE
                   SET WS-SENS-ESSAI-FIN-OUI TO TRUE
               END-IF
           ELSE
               SET WS-SENS-ESSAI-FIN-OUI TO TRUE
           END-IF.

       0111-SENS-ESSAI-CELLULE-END .
           EXIT.


      *-----------------------
      *Production de la table sur le fichier SENSTAB (complété à
      *chaque table, créé à la première) : en-tête, une ligne par
      *valeur de X, bas de table, puis restitution du récapitulatif.
      *Les cellules en erreur ne refusent pas la table

       0111-SENS-TABLE-START .
           OPEN EXTEND SENS-FILE.
           IF WS-SENS-STATUS = "35"
               OPEN OUTPUT SENS-FILE
           END-IF.

           IF WS-SENS-STATUS NOT = "00"
               DISPLAY "Erreur à l'ouverture de SENSTAB, code "
                       WS-SENS-STATUS
               SET WS-CALC-ERREUR-OUI TO TRUE
               MOVE "TAB" TO WS-REJ-MOTIF
           ELSE
               MOVE 0 TO WS-SENS-NB-CELL
               MOVE 0 TO WS-SENS-NB-ERR
               COMPUTE WS-SENS-LARGEUR = 16 + 16 * WS-SENS-NB-Y

               PERFORM 0111-SENS-ENTETE-START
               THRU    0111-SENS-ENTETE-END

               SET WS-SENS-ACTIF-OUI TO TRUE
               PERFORM 0111-SENS-LIGNE-START
               THRU    0111-SENS-LIGNE-END
               VARYING WS-SENS-IX FROM 1 BY 1
               UNTIL   WS-SENS-IX > WS-SENS-NB-X
               MOVE "N" TO WS-SENS-ACTIF
               MOVE "N" TO WS-CALC-ERREUR

               PERFORM 0111-SENS-PIED-START
               THRU    0111-SENS-PIED-END

               CLOSE SENS-FILE

               PERFORM 0111-SENS-SUITE-START
               THRU    0111-SENS-SUITE-END
           END-IF.

       0111-SENS-TABLE-END .
           EXIT.


      *-----------------------
      *En-tête de la table : titre, date et demande, expression,
      *plages des variables, puis ligne des têtes de colonne (valeurs
      *de Y, ou Résultat pour une table à une entrée) soulignée

       0111-SENS-ENTETE-START .
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           MOVE "----------Table de sensibilité----------"
                   TO FD-SENS-REC.
           WRITE FD-SENS-REC.

           MOVE SPACES TO FD-SENS-REC.
           STRING "Date : "                       DELIMITED BY SIZE
                  WS-LOG-DATE                     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-LOG-TIME                     DELIMITED BY SIZE
                  "  Demande : "                  DELIMITED BY SIZE
                  WS-SENS-ID                      DELIMITED BY SIZE
                  "  Opérateur : "                DELIMITED BY SIZE
                  WS-OPER-ID                      DELIMITED BY SIZE
                  INTO FD-SENS-REC.
           WRITE FD-SENS-REC.

           MOVE SPACES TO FD-SENS-REC.
           STRING "Expression : "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SENS-EXPR)    DELIMITED BY SIZE
                  INTO FD-SENS-REC.
           WRITE FD-SENS-REC.

           MOVE "X"             TO WS-SENS-NOM.
           MOVE WS-SENS-X-DEBUT TO WS-SENS-VAL1.
           MOVE WS-SENS-X-FIN   TO WS-SENS-VAL2.
           MOVE WS-SENS-X-PAS   TO WS-SENS-VAL3.
           PERFORM 0111-SENS-PLAGE-LIGNE-START
           THRU    0111-SENS-PLAGE-LIGNE-END.

           IF WS-SENS-DEUX-OUI
               MOVE "Y"             TO WS-SENS-NOM
               MOVE WS-SENS-Y-DEBUT TO WS-SENS-VAL1
               MOVE WS-SENS-Y-FIN   TO WS-SENS-VAL2
               MOVE WS-SENS-Y-PAS   TO WS-SENS-VAL3
               PERFORM 0111-SENS-PLAGE-LIGNE-START
               THRU    0111-SENS-PLAGE-LIGNE-END
           END-IF.

           MOVE SPACES TO FD-SENS-REC.
           WRITE FD-SENS-REC.

      *Têtes de colonne : une cellule par valeur de Y, alignée sur
      *les résultats

           MOVE SPACES TO FD-SENS-REC.
           IF WS-SENS-DEUX-OUI
               MOVE "      X  \  Y" TO FD-SENS-TETE
               PERFORM VARYING WS-SENS-IY FROM 1 BY 1
                       UNTIL WS-SENS-IY > WS-SENS-NB-Y
                   MOVE WS-SENS-IY TO WS-SENS-RANG
                   COMPUTE WS-SENS-VAL-Y = WS-SENS-Y-DEBUT
                           + (WS-SENS-RANG - 1) * WS-SENS-Y-PAS
                   MOVE WS-SENS-VAL-Y TO WS-EDIT-SENS-VAR
                   MOVE WS-EDIT-SENS-VAR
                           TO FD-SENS-CELLULE (WS-SENS-IY) (2:15)
               END-PERFORM
           ELSE
               MOVE "              X" TO FD-SENS-TETE
               MOVE "Résultat" TO FD-SENS-CELLULE (1) (8:9)
           END-IF.
           WRITE FD-SENS-REC.

           MOVE SPACES TO FD-SENS-REC.
           MOVE ALL "-" TO FD-SENS-REC (1:WS-SENS-LARGEUR).
           WRITE FD-SENS-REC.

       0111-SENS-ENTETE-END .
           EXIT.


      *-----------------------
      *Ligne d'en-tête décrivant la plage d'une variable (nom dans
      *WS-SENS-NOM, départ, fin et pas dans WS-SENS-VAL1 à VAL3)

       0111-SENS-PLAGE-LIGNE-START .
           MOVE WS-SENS-VAL1 TO WS-EDIT-SENS-VAR.
           MOVE WS-SENS-VAL2 TO WS-EDIT-SENS-FIN.
           MOVE WS-SENS-VAL3 TO WS-EDIT-SENS-PAS.

           MOVE SPACES TO FD-SENS-REC.
           STRING WS-SENS-NOM                     DELIMITED BY SIZE
                  " de "                          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-VAR)
                                                  DELIMITED BY SIZE
                  " à "                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-FIN)
                                                  DELIMITED BY SIZE
                  " par pas de "                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-PAS)
                                                  DELIMITED BY SIZE
                  INTO FD-SENS-REC.
           WRITE FD-SENS-REC.

       0111-SENS-PLAGE-LIGNE-END .
           EXIT.


      *-----------------------
      *Ligne de la table pour la valeur courante de X : valeur en
      *tête de ligne puis une cellule par valeur de Y

       0111-SENS-LIGNE-START .
           MOVE WS-SENS-IX TO WS-SENS-RANG.
           COMPUTE WS-SENS-VAL-X = WS-SENS-X-DEBUT
                   + (WS-SENS-RANG - 1) * WS-SENS-X-PAS.

           MOVE SPACES TO FD-SENS-REC.
           MOVE WS-SENS-VAL-X TO WS-EDIT-SENS-VAR.
           MOVE WS-EDIT-SENS-VAR TO FD-SENS-TETE (1:15).

           PERFORM 0111-SENS-CELLULE-START
           THRU    0111-SENS-CELLULE-END
           VARYING WS-SENS-IY FROM 1 BY 1
           UNTIL   WS-SENS-IY > WS-SENS-NB-Y.

           WRITE FD-SENS-REC.

       0111-SENS-LIGNE-END .
           EXIT.


      *-----------------------
      *Cellule de la table : évaluation de l'expression pour les
      *valeurs courantes de X et de Y ; une évaluation en erreur
      *(division par zéro, dépassement de capacité) ou un résultat
      *trop grand pour l'édition donne la marque *** suivie du motif,
      *et le calcul passe à la cellule suivante

       0111-SENS-CELLULE-START .
           MOVE WS-SENS-IY TO WS-SENS-RANG.
           COMPUTE WS-SENS-VAL-Y = WS-SENS-Y-DEBUT
                   + (WS-SENS-RANG - 1) * WS-SENS-Y-PAS.

           ADD 1 TO WS-SENS-NB-CELL.
           MOVE "N" TO WS-CALC-ERREUR.
           MOVE WS-SENS-EXPR TO WS-EXPR-TEXTE.

           PERFORM 0112-EXPR-EVAL-START
           THRU    0112-EXPR-EVAL-END.

           IF NOT WS-CALC-ERREUR-OUI
               COMPUTE WS-EDIT-SENS-CELL ROUNDED = WS-RESULT
                   ON SIZE ERROR
                       SET WS-CALC-ERREUR-OUI TO TRUE
                       MOVE "CAP" TO WS-REJ-MOTIF
               END-COMPUTE
           END-IF.

           IF WS-CALC-ERREUR-OUI
               ADD 1 TO WS-SENS-NB-ERR
               MOVE WS-REJ-MOTIF TO WS-SENS-MARQUE-MOTIF
               MOVE WS-SENS-MARQUE
                       TO FD-SENS-CELLULE (WS-SENS-IY) (10:7)
           ELSE
               MOVE WS-EDIT-SENS-CELL
                       TO FD-SENS-CELLULE (WS-SENS-IY) (3:14)
           END-IF.

       0111-SENS-CELLULE-END .
           EXIT.


      *-----------------------
      *Bas de table : nombre de cellules et de cellules en erreur,
      *légende des marques d'erreur s'il y en a, ligne de séparation
      *avec la table suivante

       0111-SENS-PIED-START .
           MOVE SPACES TO FD-SENS-REC.
           MOVE ALL "-" TO FD-SENS-REC (1:WS-SENS-LARGEUR).
           WRITE FD-SENS-REC.

           MOVE WS-SENS-NB-CELL TO WS-EDIT-SENS-NB.
           MOVE WS-SENS-NB-ERR  TO WS-EDIT-SENS-ERR.

           MOVE SPACES TO FD-SENS-REC.
           STRING "Cellules : "                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-NB) DELIMITED BY SIZE
                  " dont "                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-ERR)
                                                  DELIMITED BY SIZE
                  " en erreur"                    DELIMITED BY SIZE
                  INTO FD-SENS-REC.
           WRITE FD-SENS-REC.

           IF WS-SENS-NB-ERR > 0
               MOVE SPACES TO FD-SENS-REC
               STRING "*** DIV division par zéro, "
                                                  DELIMITED BY SIZE
                      "*** CAP dépassement de capacité"
                                                  DELIMITED BY SIZE
                      INTO FD-SENS-REC
               WRITE FD-SENS-REC
           END-IF.

           MOVE SPACES TO FD-SENS-REC.
           WRITE FD-SENS-REC.

       0111-SENS-PIED-END .
           EXIT.


      *-----------------------
      *Récapitulatif de la table à l'écran et au rapport ; la ligne
      *de journal cellules TS cellules en erreur = cellules calculées
      *résume la table en une seule ligne. La table n'a pas de
      *résultat unique : le registre courant reste inchangé

       0111-SENS-SUITE-START .
           ADD 1 TO WS-CNT-SENS.

           MOVE WS-SENS-NB-CELL TO WS-EDIT-SENS-NB.
           MOVE WS-SENS-NB-ERR  TO WS-EDIT-SENS-ERR.

           DISPLAY "----------Table de sensibilité----------".
           DISPLAY "Expression       : "
                   FUNCTION TRIM (WS-SENS-EXPR).
           DISPLAY "Cellules         : "
                   FUNCTION TRIM (WS-EDIT-SENS-NB) " dont "
                   FUNCTION TRIM (WS-EDIT-SENS-ERR) " en erreur".
           DISPLAY "Table imprimée sur SENSTAB".

           MOVE SPACES TO WS-RAPPORT-LIGNE.
           STRING "Table de sensibilité : "       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SENS-EXPR)    DELIMITED BY SIZE
                  INTO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

           MOVE SPACES TO WS-RAPPORT-LIGNE.
           STRING "Cellules : "                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-NB) DELIMITED BY SIZE
                  " dont "                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-SENS-ERR)
                                                  DELIMITED BY SIZE
                  " en erreur, table sur SENSTAB" DELIMITED BY SIZE
                  INTO WS-RAPPORT-LIGNE.
           PERFORM 0121-RAPPORT-ECRITURE-START
           THRU    0121-RAPPORT-ECRITURE-END.

      *Journalisation : cellules TS cellules en erreur = cellules
      *calculées

           MOVE WS-MEMORY TO WS-SENS-MEM-SAUVE.

           MOVE "TS" TO WS-OPERATION.
           MOVE WS-SENS-NB-CELL TO WS-MEMORY.
           MOVE WS-SENS-NB-ERR  TO WS-VAR2.
           COMPUTE WS-RESULT = WS-SENS-NB-CELL - WS-SENS-NB-ERR.

           PERFORM 0100-EDITION-START
           THRU    0100-EDITION-END.

           PERFORM 0120-LOG-ECRITURE-START
           THRU    0120-LOG-ECRITURE-END

           IF WS-MODE-BATCH
               PERFORM 0080-BATCH-ECRITURE-START
               THRU    0080-BATCH-ECRITURE-END
           END-IF.

           MOVE WS-SENS-MEM-SAUVE TO WS-MEMORY.
           PERFORM 0100-EDITION-START
           THRU    0100-EDITION-END.

       0111-SENS-SUITE-END .
           EXIT.


      *-----------------------
      *Expression complète saisie au clavier : parenthèses, priorités
      *usuelles, nombres et registres mémoire (M = registre courant,


      *-----------------------
      *Mémorisation des lignes du jour (hors ligne de report écrite
      *par l'apurement) : la table ne garde que les vingt plus
      *récentes, les plus anciennes cèdent leur place

       0111-HISTO-CUMUL-START .
           IF FD-LOG-DATE IS NUMERIC
              AND FD-LOG-DATE = WS-LOG-DATE
              AND FD-LOG-OPERATION NOT = "RP"
               IF WS-HIST-NB >= WS-HIST-MAX
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                           UNTIL WS-HIST-IDX >= WS-HIST-MAX
