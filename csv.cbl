       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVDATAFILE.

      *    Programme compagnon de CREATEGROUPVARIABLES : passerelle
      *    entre un fichier de données à tracé fixe, lu à travers sa
      *    copy générée (analysée comme dans AUDITDATAFILE), et un
      *    fichier CSV ouvert par les utilisateurs dans un tableur.
      *    Deux modes par job :
      *      UNLOAD  une ligne CSV par enregistrement de détail,
      *              précédée d'une ligne d'en-tête des noms de champs
      *              du tracé ; les OCCURS sont dépliés en NOM-1,
      *              NOM-2... et les champs numériques zonés, signés
      *              ou condensés COMP-3 sont écrits en décimal
      *              lisible (signe moins, point décimal) ;
      *      RELOAD  reconstruit le fichier à tracé fixe à partir du
      *              CSV corrigé. Une valeur qui ne tient pas dans la
      *              clause PIC de son champ fait rejeter la ligne,
      *              avec son numéro de ligne et de colonne, dans le
      *              fichier des rejets : l'utilisateur corrige la
      *              cellule dans le tableur et renvoie le fichier.
      *    Les enregistrements de contrôle décrits par <copy>.hdrtrl
      *    ne passent pas dans le CSV ; au rechargement, l'en-tête et
      *    la fin de fichier sont reconstruits comme dans
      *    CREATETESTDATA (date du jour, nombre d'enregistrements et
      *    total de contrôle des lignes acceptées).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne la copy décrivant le tracé. Le nom est
      *    dynamique pour permettre le mode lot (voir
      *    WS-COPY-FILENAME).
           SELECT COPYFILE ASSIGN TO DYNAMIC WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

      *    Sélectionne le fichier à tracé fixe : lu au déchargement,
      *    écrit au rechargement.
           SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

      *    Sélectionne le fichier CSV : écrit au déchargement, lu au
      *    rechargement.
           SELECT CSVFILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

      *    Sélectionne le fichier des rejets du job courant.
           SELECT REJECTFILE ASSIGN TO DYNAMIC WS-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *    Sélectionne le manifeste du mode lot (une ligne
      *    "copy:fixe:csv[:UNLOAD|RELOAD]" par job). S'il est absent,
      *    le programme retombe sur le mode simple
      *    output.cpy/partner.dat/partner.csv.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Sélectionne le journal d'exécution (piste d'audit), partagé
      *    avec le générateur.
           SELECT RUNLOGFILE ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *    Sélectionne la carte de contrôle commune aux programmes
      *    de la chaîne : des lignes CLEF=VALEUR qui fixent chemins
      *    et réglages par exécution, les valeurs compilées servant
      *    de défaut quand la carte est absente.
           SELECT CONTROLFILE ASSIGN TO "controlcard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD COPYFILE.

      *    Définit la structure d'une ligne de la copy lue.
       01 COPYRECORD PIC X(200).

       FD DATAFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-ACTUAL-LENGTH.
      *    Définit l'enregistrement à tracé fixe ; sa longueur réelle
      *    est relevée à la lecture et fixée à l'écriture.
       01 DATARECORD PIC X(2000).

       FD CSVFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4000
           DEPENDING ON WS-CSV-LENGTH.
      *    Définit une ligne du fichier CSV, écrite à sa longueur
      *    utile (pas d'espaces de remplissage dans la dernière
      *    cellule).
       01 CSVRECORD PIC X(4000).

       FD REJECTFILE.
      *    Définit la structure d'une ligne du fichier des rejets :
      *    fichier CSV (1-40), numéro de ligne (42-47), numéro de
      *    colonne (49-52), code motif (54-57), colonne CSV (59-93),
      *    texte du rejet (95-194).
       01 REJECTRECORD PIC X(200).

       FD MANIFESTFILE.
      *    Définit la structure d'une ligne du manifeste.
       01 MANIFESTRECORD PIC X(200).

       FD RUNLOGFILE.
      *    Définit la structure d'une ligne du journal d'exécution.
       01 RUNLOGRECORD PIC X(200).

       FD CONTROLFILE.
      *    Définit la structure d'une ligne de la carte de contrôle.
       01 CONTROLRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DATA-EOF PIC X VALUE 'N'.

      *    Une copy multi-enregistrements (01 REDEFINES) décrit
      *    plusieurs tracés du même enregistrement : seule la
      *    première section sert au CSV, les suivantes sont ignorées
      *    avec un message.
       01 WS-GROUP-SEEN PIC X VALUE 'N'.
       01 WS-STOP-PARSE PIC X VALUE 'N'.

      *    Noms de fichiers dynamiques pour le mode lot ; par défaut
      *    le mode simple output.cpy/partner.dat/partner.csv, le
      *    fichier des rejets étant nommé d'après le fichier CSV.
       01 WS-COPY-FILENAME PIC X(100) VALUE 'output.cpy'.
       01 WS-COPY-STATUS PIC XX VALUE SPACES.
       01 WS-DATA-FILENAME PIC X(100) VALUE 'partner.dat'.
       01 WS-DATA-STATUS PIC XX VALUE SPACES.
       01 WS-CSV-FILENAME PIC X(100) VALUE 'partner.csv'.
       01 WS-CSV-STATUS PIC XX VALUE SPACES.

      *    Manifeste du mode lot : "copy:fixe:csv[:UNLOAD|RELOAD]".
      *    Le quatrième segment choisit le mode du job ; sans lui, le
      *    mode par défaut de la carte (CSV-MODE=, UNLOAD si absent)
      *    s'applique.
       01 WS-MANIFEST-FILENAME PIC X(100)
           VALUE 'csv-manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.
       01 WS-MODE PIC X(6) VALUE 'UNLOAD'.
       01 WS-DEFAULT-MODE PIC X(6) VALUE 'UNLOAD'.
       01 WS-MODE-TEXT PIC X(30) VALUE SPACES.

      *    Séparateur de cellules (CSV-DELIMITER=, virgule par
      *    défaut ; point-virgule pour un tableur réglé en français)
      *    et émetteur porté par l'en-tête reconstruit
      *    (CSV-SENDER=).
       01 WS-DELIMITER PIC X VALUE ','.
       01 WS-QUOTE PIC X VALUE '"'.
       01 WS-SENDER-NAME PIC X(30) VALUE 'CSVDATAFILE'.

      *    Fichier des rejets du job courant : chaque valeur écartée
      *    y est consignée avec un code motif, la ligne et la colonne
      *    du CSV. Codes : NNUM valeur non numérique pour un champ 9,
      *    NFIT partie entière trop longue pour la clause PIC, NDEC
      *    trop de décimales, NSGN valeur négative pour un champ non
      *    signé, XLEN texte plus long que le champ X, QUOT guillemet
      *    non refermé, COLS nombre de colonnes différent de
      *    l'en-tête, HEAD ligne d'en-tête différente du tracé, BADV
      *    (déchargement) contenu numérique invalide dans le fichier
      *    fixe, écrit en cellule vide.
       01 WS-REJECT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-OPEN PIC X VALUE 'N'.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(4) VALUE SPACES.
       01 WS-REJECT-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COLUMN PIC 9(4) VALUE ZERO.
       01 WS-REJECT-NAME PIC X(35) VALUE SPACES.
       01 WS-REJECT-TEXT PIC X(100) VALUE SPACES.
       01 WS-LINE-REJECTED PIC X VALUE 'N'.

      *    Statistiques du job courant pour le journal d'exécution et
      *    la synthèse affichée.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CSV-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-LENGTH-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONTROL-SKIPPED PIC 9(6) VALUE ZERO.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZZ9.
       01 WS-NUM-ED-2 PIC ZZZZ9.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, CSV-MANIFEST=, CSV-MODE=, CSV-DELIMITER= et
      *    CSV-SENDER= ; les clefs des autres programmes de la
      *    chaîne sont ignorées sans bruit, une même carte sert à
      *    toute l'installation.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
       01 WS-CONTROL-VALUE PIC X(150) VALUE SPACES.
       01 WS-CONTROL-EQ-POS PIC 999 VALUE ZERO.
      *    Ligne de copy en cours d'analyse, passée en majuscules pour
      *    reconnaître PIC, VALUE et OCCURS quelle que soit la casse.
       01 WS-LINE-UPPER PIC X(200) VALUE SPACES.
       01 WS-SCAN-POS PIC 999.
       01 WS-START-POS PIC 999.
       01 WS-END-POS PIC 999.
       01 WS-TAB-CHAR PIC X VALUE X'09'.

      *    Composantes extraites de la ligne de copy courante.
       01 WS-LEVEL-TEXT PIC XX VALUE SPACES.
       01 WS-LEVEL-NUMBER PIC 99 VALUE ZERO.
       01 WS-FIELD-NAME PIC X(30) VALUE SPACES.
       01 WS-FIELD-NAME-LEN PIC 99 VALUE ZERO.
       01 WS-HAS-PIC PIC X VALUE 'N'.
       01 WS-PIC-TYPE PIC X VALUE SPACE.
       01 WS-PIC-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-HAS-VALUE PIC X VALUE 'N'.
       01 WS-VALUE-TEXT PIC X(100) VALUE SPACES.
       01 WS-VALUE-LEN PIC 999 VALUE ZERO.
       01 WS-QUOTE-CHAR PIC X VALUE SPACE.
       01 WS-DIGITS-TEXT PIC X(4) VALUE SPACES.
       01 WS-DIGITS-LEN PIC 9 VALUE ZERO.
       01 WS-OCCURS-COUNT PIC 9(4) VALUE 1.
       01 WS-OCCURS-SCAN-LIMIT PIC 999 VALUE ZERO.

      *    Attributs numériques étendus de la clause PIC, comme dans
      *    les autres programmes compagnons.
       01 WS-PIC-SIGNED PIC X VALUE 'N'.
       01 WS-PIC-PACKED PIC X VALUE 'N'.
       01 WS-PIC-DEC-DIGITS PIC 99 VALUE ZERO.
       01 WS-PIC-INT-DIGITS PIC 9(4) VALUE ZERO.
       01 WS-PIC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PIC-COUNT-CHAR PIC X VALUE SPACE.
       01 WS-PIC-BYTES PIC 9(4) VALUE ZERO.

      *    Analyse d'un littéral VALUE non quoté : un point suivi
      *    d'un chiffre appartient au littéral décimal.
       01 WS-VALUE-END PIC X VALUE 'N'.
       01 WS-VALUE-TAKE PIC X VALUE 'N'.

      *    Table des champs élémentaires du tracé, OCCURS dépliés.
      *    WS-FE-LENGTH est l'empreinte en octets ; WS-FE-DIGITS le
      *    nombre de chiffres d'un champ numérique ; WS-FE-VALUE le
      *    littéral VALUE, repris au rechargement pour les FILLER.
       01 WS-FIELD-COUNT PIC 999 VALUE ZERO.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 500 TIMES.
               10 WS-FE-NAME PIC X(30).
               10 WS-FE-OFFSET PIC 9(5).
               10 WS-FE-LENGTH PIC 9(4).
               10 WS-FE-TYPE PIC X.
               10 WS-FE-SIGNED PIC X.
               10 WS-FE-PACKED PIC X.
               10 WS-FE-DECIMALS PIC 99.
               10 WS-FE-DIGITS PIC 9(4).
               10 WS-FE-HAS-VALUE PIC X.
               10 WS-FE-VALUE PIC X(100).
       01 WS-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-LIST-IDX PIC 999 VALUE ZERO.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
       01 WS-RECORD-LENGTH PIC 9(5) VALUE ZERO.

      *    Dépliage des groupes répétitifs, comme dans
      *    CREATETESTDATA : deux niveaux d'imbrication gérés.
       01 WS-OCC-DEPTH PIC 9 VALUE ZERO.
       01 WS-OCC-STACK.
           05 WS-OCC-GROUP OCCURS 2 TIMES.
               10 WS-OCC-LEVEL PIC 99.
               10 WS-OCC-COUNT PIC 9(4).
               10 WS-OCC-START PIC 999.
               10 WS-OCC-OFFSET PIC 9(5).
       01 WS-LAYOUT-UNSUPPORTED PIC X VALUE 'N'.
       01 WS-OCC-BLOCK-BYTES PIC 9(5) VALUE ZERO.
       01 WS-OCC-BLOCK-FIELDS PIC 999 VALUE ZERO.
       01 WS-OCC-REP PIC 9(4) VALUE ZERO.
       01 WS-OCC-SRC-IDX PIC 999 VALUE ZERO.

      *    Colonnes du CSV : une par champ élémentaire du détail hors
      *    FILLER, dans l'ordre du tracé. WS-COL-FIELD donne l'entrée
      *    de la table des champs de chaque colonne, WS-COL-NAME son
      *    nom d'en-tête (NOM-n pour la n-ième occurrence d'un
      *    OCCURS).
       01 WS-COLUMN-COUNT PIC 999 VALUE ZERO.
       01 WS-COLUMN-TABLE.
           05 WS-COLUMN-ENTRY OCCURS 500 TIMES.
               10 WS-COL-FIELD PIC 999.
               10 WS-COL-NAME PIC X(35).
       01 WS-COLUMN-IDX PIC 999 VALUE ZERO.
       01 WS-OCC-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-OCC-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-OCC-NUMBER-ED PIC Z(3)9.

      *    Tampons et positions du fichier à tracé fixe.
       01 WS-ACTUAL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-BUFFER PIC X(2000) VALUE SPACES.
       01 WS-FIELD-POS PIC 9(5) VALUE ZERO.
       01 WS-FIELD-LEN PIC 9(4) VALUE ZERO.
       01 WS-BYTE-POS PIC 9(4) VALUE ZERO.
       01 WS-BYTE-VALUE PIC 999 VALUE ZERO.
       01 WS-HIGH-NIBBLE PIC 99 VALUE ZERO.
       01 WS-LOW-NIBBLE PIC 99 VALUE ZERO.
       01 WS-ONE-CHAR PIC X VALUE SPACE.

      *    Ligne CSV en cours : WS-CSV-LINE sur WS-CSV-LENGTH
      *    caractères, parcourue par WS-CSV-POS. La cellule courante
      *    (guillemets retirés, guillemets doublés rendus simples)
      *    est dans WS-CELL sur WS-CELL-LEN caractères ; WS-CELL-FULL
      *    compte les caractères au-delà de sa taille.
       01 WS-CSV-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-CSV-LINE PIC X(4000) VALUE SPACES.
       01 WS-CSV-POS PIC 9(4) VALUE ZERO.
       01 WS-CELL PIC X(2000) VALUE SPACES.
       01 WS-CELL-LEN PIC 9(4) VALUE ZERO.
       01 WS-CELL-FULL PIC 9(4) VALUE ZERO.
       01 WS-CELL-UNCLOSED PIC X VALUE 'N'.
       01 WS-CELL-IN-QUOTES PIC X VALUE 'N'.
       01 WS-MORE-CELLS PIC X VALUE 'N'.
       01 WS-CELL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NEEDS-QUOTES PIC X VALUE 'N'.
       01 WS-CELL-IDX PIC 9(4) VALUE ZERO.
       01 WS-HEADER-OK PIC X VALUE 'N'.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.

      *    Valeur d'un champ numérique éclatée en chiffres, zoné ou
      *    condensé : WS-DIGIT-STRING porte WS-DIGIT-COUNT chiffres
      *    (pour un COMP-3, tous les demi-octets hors signe, le
      *    premier pouvant être un demi-octet de cadrage toujours
      *    nul) ; WS-DIGIT-FIRST est le premier chiffre utile.
       01 WS-DIGIT-STRING PIC X(40) VALUE SPACES.
       01 WS-DIGIT-COUNT PIC 99 VALUE ZERO.
       01 WS-DIGIT-FIRST PIC 99 VALUE ZERO.
       01 WS-DIGIT-IDX PIC 99 VALUE ZERO.
       01 WS-DIGIT-END PIC 99 VALUE ZERO.
       01 WS-DIGIT-SIG PIC 99 VALUE ZERO.
       01 WS-DIGIT PIC 9 VALUE ZERO.
       01 WS-DECODE-OK PIC X VALUE 'Y'.
       01 WS-NEGATIVE PIC X VALUE 'N'.
       01 WS-SIGN-NIBBLE PIC 99 VALUE ZERO.
       01 WS-SIGN-MAP-POS PIC X(10) VALUE '{ABCDEFGHI'.
       01 WS-SIGN-MAP-NEG PIC X(10) VALUE '}JKLMNOPQR'.
       01 WS-SIGN-MAP-NEG-2 PIC X(10) VALUE 'pqrstuvwxy'.
       01 WS-SIGN-MAP-IDX PIC 99 VALUE ZERO.
       01 WS-SIGN-FOUND PIC X VALUE 'N'.

      *    Analyse d'une cellule numérique au rechargement : signe de
      *    tête facultatif, chiffres, point décimal facultatif ;
      *    partie entière sans ses zéros de tête, décimales sans
      *    leurs zéros de queue.
       01 WS-NUM-TEXT PIC X(60) VALUE SPACES.
       01 WS-NUM-TEXT-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-SCAN-POS PIC 99 VALUE ZERO.
       01 WS-NUM-INT-TEXT PIC X(60) VALUE SPACES.
       01 WS-NUM-INT-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-FRAC-TEXT PIC X(60) VALUE SPACES.
       01 WS-NUM-FRAC-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-POINT-SEEN PIC X VALUE 'N'.
       01 WS-NUM-NEGATIVE PIC X VALUE 'N'.
       01 WS-NUM-OK PIC X VALUE 'Y'.
       01 WS-NUM-INT-ROOM PIC 99 VALUE ZERO.

      *    Clause PIC et cellule montrées dans les rejets.
       01 WS-PIC-SHOW PIC X(30) VALUE SPACES.
       01 WS-PIC-ED PIC Z(3)9.
       01 WS-CELL-SHOW PIC X(40) VALUE SPACES.
      *    Enregistrements de contrôle (voir CREATETESTDATA) : le
      *    tracé de l'en-tête et de la fin de fichier est décrit à
      *    côté de la copy de détail, dans <copy>.hdrtrl. Ce fichier
      *    commence par des lignes de directive en colonne 1
      *    (HASH-FIELD=, TRAILER-COUNT=, TRAILER-HASH=, HEADER-DATE=,
      *    HEADER-SENDER=) suivies de deux 01 écrits comme une copy :
      *    l'en-tête puis la fin de fichier. Leurs champs sont rangés
      *    dans la table des champs après ceux du détail (plages
      *    WS-HDR-FIRST/LAST et WS-TRL-FIRST/LAST), à des décalages
      *    propres à chaque enregistrement. Ils ne passent pas dans
      *    le CSV ; au rechargement ils sont reconstruits sur les
      *    lignes acceptées.
       01 WS-HDRTRL-FILENAME PIC X(100) VALUE SPACES.
       01 WS-DETAIL-COPY-FILENAME PIC X(100) VALUE SPACES.
       01 WS-HDRTRL-PRESENT PIC X VALUE 'N'.
       01 WS-HDRTRL-INVALID PIC X VALUE 'N'.
       01 WS-HDRTRL-LOADING PIC X VALUE 'N'.
       01 WS-HDRTRL-PART PIC 9 VALUE ZERO.
       01 WS-RECORD-KIND PIC X VALUE 'D'.
       01 WS-DETAIL-FIELD-COUNT PIC 999 VALUE ZERO.
       01 WS-DETAIL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-HDR-FIRST PIC 999 VALUE ZERO.
       01 WS-HDR-LAST PIC 999 VALUE ZERO.
       01 WS-HDR-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-TRL-FIRST PIC 999 VALUE ZERO.
       01 WS-TRL-LAST PIC 999 VALUE ZERO.
       01 WS-TRL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-HDR-ID-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-HDR-ID-LENGTH PIC 99 VALUE ZERO.
       01 WS-HDR-ID-VALUE PIC X(30) VALUE SPACES.
       01 WS-TRL-ID-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-TRL-ID-LENGTH PIC 99 VALUE ZERO.
       01 WS-TRL-ID-VALUE PIC X(30) VALUE SPACES.
       01 WS-HASH-FIELD-NAME PIC X(30) VALUE SPACES.
       01 WS-TRL-COUNT-NAME PIC X(30) VALUE SPACES.
       01 WS-TRL-HASH-NAME PIC X(30) VALUE SPACES.
       01 WS-HDR-DATE-NAME PIC X(30) VALUE SPACES.
       01 WS-HDR-SENDER-NAME PIC X(30) VALUE SPACES.
       01 WS-HASH-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-TRL-COUNT-IDX PIC 999 VALUE ZERO.
       01 WS-TRL-HASH-IDX PIC 999 VALUE ZERO.
       01 WS-HDR-DATE-IDX PIC 999 VALUE ZERO.
       01 WS-HDR-SENDER-IDX PIC 999 VALUE ZERO.
       01 WS-HDRTRL-LOOKUP PIC X(30) VALUE SPACES.
       01 WS-HDRTRL-FROM PIC 999 VALUE ZERO.
       01 WS-HDRTRL-TO PIC 999 VALUE ZERO.
       01 WS-HDRTRL-FOUND PIC 999 VALUE ZERO.
       01 WS-HDRTRL-WHERE PIC X(7) VALUE SPACES.
       01 WS-HDRTRL-NEED-NUMERIC PIC X VALUE 'N'.

      *    Total de contrôle des lignes rechargées : somme des valeurs
      *    du champ cumulé, entier cadré sur ses décimales, puis
      *    recadré sur celles du champ total de la fin de fichier.
       01 WS-HASH-TOTAL PIC S9(18) VALUE ZERO.
       01 WS-RECORD-HASH PIC S9(18) VALUE ZERO.
       01 WS-NUM-VALUE PIC S9(18) VALUE ZERO.
       01 WS-NUM-ABS PIC 9(18) VALUE ZERO.
       01 WS-NUM-ABS-X REDEFINES WS-NUM-ABS PIC X(18).
       01 WS-SCALE-IDX PIC 99 VALUE ZERO.
       01 WS-SCALE-FROM PIC 99 VALUE ZERO.
       01 WS-SCALE-TO PIC 99 VALUE ZERO.
       01 WS-HDRTRL-DATE PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      *    Les enregistrements reconstruits sont de longueur fixe :
      *    les espaces de fin doivent être conservés à l'écriture, et
      *    la validation LINE SEQUENTIAL est désactivée pour laisser
      *    passer les octets des champs condensés COMP-3.
           DISPLAY 'COB_LS_FIXED' UPON ENVIRONMENT-NAME
           DISPLAY '1' UPON ENVIRONMENT-VALUE
           DISPLAY 'COB_LS_VALIDATE' UPON ENVIRONMENT-NAME
           DISPLAY '0' UPON ENVIRONMENT-VALUE

      *    La carte de contrôle est lue avant toute ouverture.
           PERFORM READ-CONTROL-CARD

      *    Mode lot : un manifeste "copy:fixe:csv[:mode]" par ligne
      *    traite plusieurs jobs en une seule exécution. S'il est
      *    absent, on retombe sur le mode simple.
           OPEN EXTEND RUNLOGFILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUNLOGFILE
           END-IF
           OPEN INPUT MANIFESTFILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
                   READ MANIFESTFILE
                       AT END MOVE 'Y' TO WS-MANIFEST-EOF
                   END-READ
                   IF WS-MANIFEST-EOF NOT = 'Y'
                       PERFORM PARSE-CONTROL-LINE
                       PERFORM PROCESS-ONE-JOB
                   END-IF
               END-PERFORM
               CLOSE MANIFESTFILE
           ELSE
               MOVE SPACES TO WS-MODE-TEXT
               PERFORM PROCESS-ONE-JOB
           END-IF
           CLOSE RUNLOGFILE
           STOP RUN.

       READ-CONTROL-CARD.
      *    Lit la carte de contrôle commune si elle existe ; sans
      *    carte, les valeurs compilées restent en place.
           OPEN INPUT CONTROLFILE
           IF WS-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTROL-EOF
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ CONTROLFILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END PERFORM APPLY-CONTROL-OPTION
               END-READ
           END-PERFORM
           CLOSE CONTROLFILE.

       PARSE-CONTROL-OPTION.
      *    Découpe la ligne de carte courante en CLEF=VALEUR ; les
      *    lignes vides et les commentaires (étoile en tête) laissent
      *    la clef vide.
           MOVE SPACES TO WS-CONTROL-KEY
           MOVE SPACES TO WS-CONTROL-VALUE
           IF CONTROLRECORD = SPACES OR CONTROLRECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CONTROL-EQ-POS
           PERFORM UNTIL WS-CONTROL-EQ-POS >
                       FUNCTION LENGTH(CONTROLRECORD)
                   OR CONTROLRECORD(WS-CONTROL-EQ-POS:1) = '='
               ADD 1 TO WS-CONTROL-EQ-POS
           END-PERFORM
           IF WS-CONTROL-EQ-POS <= 1
                   OR WS-CONTROL-EQ-POS >=
                       FUNCTION LENGTH(CONTROLRECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               CONTROLRECORD(1:WS-CONTROL-EQ-POS - 1)))
               TO WS-CONTROL-KEY
           MOVE FUNCTION TRIM(
               CONTROLRECORD(WS-CONTROL-EQ-POS + 1:
                     FUNCTION LENGTH(CONTROLRECORD) -
                     WS-CONTROL-EQ-POS)) TO WS-CONTROL-VALUE.

       APPLY-CONTROL-OPTION.
      *    Applique la ligne de carte courante aux réglages de ce
      *    programme ; les clefs inconnues sont celles des autres
      *    programmes de la chaîne et sont ignorées sans bruit.
           PERFORM PARSE-CONTROL-OPTION
           IF WS-CONTROL-KEY = SPACES OR WS-CONTROL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CONTROL-KEY
               WHEN 'RUNLOG'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-RUNLOG-FILENAME
               WHEN 'CSV-MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'CSV-MODE'
                   MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:30))
                       TO WS-MODE-TEXT
                   IF WS-MODE-TEXT = 'UNLOAD' OR WS-MODE-TEXT = 'RELOAD'
                       MOVE WS-MODE-TEXT(1:6) TO WS-DEFAULT-MODE
                   ELSE
                       DISPLAY 'WARNING: INVALID VALUE FOR CONTROL '
                           'CARD KEY CSV-MODE: "'
                           FUNCTION TRIM(WS-CONTROL-VALUE)
                           '" - COMPILED DEFAULT KEPT'
                   END-IF
               WHEN 'CSV-DELIMITER'
                   IF WS-CONTROL-VALUE(2:1) = SPACE
                           AND WS-CONTROL-VALUE(1:1) NOT = WS-QUOTE
                           AND WS-CONTROL-VALUE(1:1) NOT = '.'
                           AND WS-CONTROL-VALUE(1:1) NOT = '-'
                           AND WS-CONTROL-VALUE(1:1) IS NOT NUMERIC
                       MOVE WS-CONTROL-VALUE(1:1) TO WS-DELIMITER
                   ELSE
                       DISPLAY 'WARNING: INVALID VALUE FOR CONTROL '
                           'CARD KEY CSV-DELIMITER: "'
                           FUNCTION TRIM(WS-CONTROL-VALUE)
                           '" - COMPILED DEFAULT KEPT'
                   END-IF
               WHEN 'CSV-SENDER'
                   MOVE WS-CONTROL-VALUE(1:30) TO WS-SENDER-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-CONTROL-LINE.
      *    Découpe une ligne "copy:fixe:csv[:mode]" du manifeste.
           MOVE 1 TO WS-CTL-COLON-1
           PERFORM UNTIL WS-CTL-COLON-1 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-1:1) = ':'
               ADD 1 TO WS-CTL-COLON-1
           END-PERFORM
           MOVE WS-CTL-COLON-1 TO WS-CTL-COLON-2
           ADD 1 TO WS-CTL-COLON-2
           PERFORM UNTIL WS-CTL-COLON-2 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-2:1) = ':'
               ADD 1 TO WS-CTL-COLON-2
           END-PERFORM
           MOVE WS-CTL-COLON-2 TO WS-CTL-COLON-3
           ADD 1 TO WS-CTL-COLON-3
           PERFORM UNTIL WS-CTL-COLON-3 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-3:1) = ':'
               ADD 1 TO WS-CTL-COLON-3
           END-PERFORM

           MOVE SPACES TO WS-COPY-FILENAME
           MOVE SPACES TO WS-DATA-FILENAME
           MOVE SPACES TO WS-CSV-FILENAME
           MOVE SPACES TO WS-MODE-TEXT

           IF WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(1:WS-CTL-COLON-1 - 1)
                   TO WS-COPY-FILENAME
           END-IF
           IF WS-CTL-COLON-2 - WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-1 + 1:
                             WS-CTL-COLON-2 - WS-CTL-COLON-1 - 1)
                   TO WS-DATA-FILENAME
           END-IF
           IF WS-CTL-COLON-3 - WS-CTL-COLON-2 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-2 + 1:
                             WS-CTL-COLON-3 - WS-CTL-COLON-2 - 1)
                   TO WS-CSV-FILENAME
           END-IF
           IF WS-CTL-COLON-3 < FUNCTION LENGTH(MANIFESTRECORD)
               MOVE MANIFESTRECORD(WS-CTL-COLON-3 + 1:30)
                   TO WS-MODE-TEXT
           END-IF.

       PROCESS-ONE-JOB.
      *    Traite un job : charge le tracé, dresse la liste des
      *    colonnes puis décharge ou recharge selon le mode du job.
           MOVE 'N' TO WS-DATA-EOF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-CSV-LINE-NO
           MOVE ZERO TO WS-LENGTH-MISMATCH-COUNT
           MOVE ZERO TO WS-CONTROL-SKIPPED
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-HASH-TOTAL

           MOVE WS-DEFAULT-MODE TO WS-MODE
           IF WS-MODE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
                   TO WS-MODE-TEXT
               IF WS-MODE-TEXT = 'UNLOAD' OR WS-MODE-TEXT = 'RELOAD'
                   MOVE WS-MODE-TEXT(1:6) TO WS-MODE
               ELSE
                   DISPLAY 'SKIPPING JOB: INVALID CSV MODE "'
                       FUNCTION TRIM(WS-MODE-TEXT) '" FOR '
                       FUNCTION TRIM(WS-CSV-FILENAME)
                       ' (UNLOAD OR RELOAD)'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-LAYOUT
           IF WS-LAYOUT-UNSUPPORTED = 'Y' OR WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: CANNOT LOAD LAYOUT FROM '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HDRTRL-LAYOUT
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-COLUMN-TABLE
           IF WS-COLUMN-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: NO NAMED FIELDS IN '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-REJECT-FILENAME
           PERFORM OPEN-REJECT-FILE
           IF WS-MODE = 'UNLOAD'
               PERFORM UNLOAD-FILE
           ELSE
               PERFORM RELOAD-FILE
           END-IF
           IF WS-REJECT-OPEN = 'Y'
               CLOSE REJECTFILE
               MOVE 'N' TO WS-REJECT-OPEN
           END-IF
           PERFORM WRITE-RUNLOG-ENTRY.

       BUILD-COLUMN-TABLE.
      *    Dresse la liste des colonnes du CSV : un champ élémentaire
      *    du détail par colonne, FILLER exclus. Un nom porté par
      *    plusieurs entrées (occurrences d'un OCCURS) reçoit le
      *    suffixe -1, -2... dans l'ordre du tracé.
           MOVE ZERO TO WS-COLUMN-COUNT
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FE-NAME(WS-FIELD-IDX) NOT = 'FILLER'
                   ADD 1 TO WS-COLUMN-COUNT
                   MOVE WS-FIELD-IDX TO WS-COL-FIELD(WS-COLUMN-COUNT)
                   MOVE ZERO TO WS-OCC-NUMBER
                   MOVE ZERO TO WS-OCC-TOTAL
                   MOVE 1 TO WS-LIST-IDX
                   PERFORM UNTIL WS-LIST-IDX > WS-FIELD-COUNT
                       IF WS-FE-NAME(WS-LIST-IDX) =
                               WS-FE-NAME(WS-FIELD-IDX)
                           ADD 1 TO WS-OCC-TOTAL
                           IF WS-LIST-IDX <= WS-FIELD-IDX
                               ADD 1 TO WS-OCC-NUMBER
                           END-IF
                       END-IF
                       ADD 1 TO WS-LIST-IDX
                   END-PERFORM
                   MOVE SPACES TO WS-COL-NAME(WS-COLUMN-COUNT)
                   IF WS-OCC-TOTAL > 1
                       MOVE WS-OCC-NUMBER TO WS-OCC-NUMBER-ED
                       STRING FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                              '-' FUNCTION TRIM(WS-OCC-NUMBER-ED)
                              DELIMITED BY SIZE
                              INTO WS-COL-NAME(WS-COLUMN-COUNT)
                   ELSE
                       MOVE WS-FE-NAME(WS-FIELD-IDX)
                           TO WS-COL-NAME(WS-COLUMN-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM.

       BUILD-REJECT-FILENAME.
      *    Nomme le fichier des rejets à partir du nom du fichier
      *    CSV (voir WS-REJECT-FILENAME).
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING FUNCTION TRIM(WS-CSV-FILENAME) '.rej'
                  DELIMITED BY SIZE INTO WS-REJECT-FILENAME.

       OPEN-REJECT-FILE.
      *    Ouvre le fichier des rejets du job ; un échec d'ouverture
      *    n'empêche pas le traitement, les rejets retombent alors
      *    sur le seul DISPLAY.
           OPEN OUTPUT REJECTFILE
           IF WS-REJECT-STATUS = '00'
               MOVE 'Y' TO WS-REJECT-OPEN
           ELSE
               DISPLAY 'WARNING: CANNOT OPEN REJECT FILE '
                   FUNCTION TRIM(WS-REJECT-FILENAME)
                   ' (STATUS ' WS-REJECT-STATUS ') - '
                   'REJECTS WILL ONLY BE DISPLAYED'
           END-IF.

       WRITE-REJECT-ENTRY.
      *    Consigne un rejet dans le fichier des rejets, au colonnage
      *    fixe décrit sous le FD, et l'ajoute au compte du job. Le
      *    motif, la ligne, la colonne et le texte sont posés par
      *    l'appelant ; la ligne CSV en cause est marquée rejetée.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'Y' TO WS-LINE-REJECTED
           IF WS-REJECT-OPEN = 'Y'
               MOVE SPACES TO REJECTRECORD
               MOVE WS-CSV-FILENAME(1:40) TO REJECTRECORD(1:40)
               MOVE WS-REJECT-LINE-NO TO REJECTRECORD(42:6)
               MOVE WS-REJECT-COLUMN TO REJECTRECORD(49:4)
               MOVE WS-REJECT-REASON TO REJECTRECORD(54:4)
               MOVE WS-REJECT-NAME TO REJECTRECORD(59:35)
               MOVE WS-REJECT-TEXT TO REJECTRECORD(95:100)
               WRITE REJECTRECORD
           ELSE
               DISPLAY 'REJECT: ' FUNCTION TRIM(WS-CSV-FILENAME)
                   ' LINE ' WS-REJECT-LINE-NO
                   ' COLUMN ' WS-REJECT-COLUMN ' '
                   WS-REJECT-REASON ' '
                   FUNCTION TRIM(WS-REJECT-NAME) ' '
                   FUNCTION TRIM(WS-REJECT-TEXT)
           END-IF.

       UNLOAD-FILE.
      *    Décharge le fichier à tracé fixe : ligne d'en-tête des
      *    noms de colonnes, puis une ligne par enregistrement de
      *    détail. Les enregistrements de contrôle sont comptés et
      *    laissés de côté.
           OPEN INPUT DATAFILE
           IF WS-DATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' (STATUS ' WS-DATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CSVFILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CSV FILE '
                   FUNCTION TRIM(WS-CSV-FILENAME)
                   ' (STATUS ' WS-CSV-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE DATAFILE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-HEADER-ROW
           PERFORM UNTIL WS-DATA-EOF = 'Y'
               READ DATAFILE
                   AT END MOVE 'Y' TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE 'D' TO WS-RECORD-KIND
                       IF WS-HDRTRL-PRESENT = 'Y'
                           PERFORM CLASSIFY-CONTROL-RECORD
                       END-IF
                       IF WS-RECORD-KIND = 'D'
                           PERFORM UNLOAD-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-CONTROL-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATAFILE
                 CSVFILE

           DISPLAY 'UNLOADED ' FUNCTION TRIM(WS-DATA-FILENAME)
               ' TO ' FUNCTION TRIM(WS-CSV-FILENAME)
               ': RECORDS-READ=' WS-RECORD-COUNT
               ' ROWS-WRITTEN=' WS-WRITTEN-COUNT
               ' REJECTS=' WS-REJECT-COUNT
           IF WS-CONTROL-SKIPPED > ZERO
               DISPLAY 'NOTE: ' WS-CONTROL-SKIPPED
                   ' CONTROL RECORD(S) OF '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' NOT UNLOADED - RELOAD REBUILDS THEM FROM '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
           END-IF
           IF WS-LENGTH-MISMATCH-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-LENGTH-MISMATCH-COUNT
                   ' RECORD(S) OF ' FUNCTION TRIM(WS-DATA-FILENAME)
                   ' DO NOT MATCH THE LAYOUT LENGTH - MISSING '
                   'FIELDS UNLOADED EMPTY'
           END-IF
           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'UNLOAD OF ' FUNCTION TRIM(WS-DATA-FILENAME)
                   ' HAS ' WS-REJECT-COUNT ' INVALID VALUE(S) - SEE '
                   FUNCTION TRIM(WS-REJECT-FILENAME)
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-HEADER-ROW.
      *    Écrit la ligne d'en-tête : les noms de colonnes du tracé.
           MOVE 1 TO WS-CSV-LINE-NO
           MOVE ZERO TO WS-CSV-LENGTH
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-COLUMN-IDX
           PERFORM UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
               MOVE WS-COL-NAME(WS-COLUMN-IDX) TO WS-CELL
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COL-NAME(WS-COLUMN-IDX))) TO WS-CELL-LEN
               PERFORM APPEND-CELL
               ADD 1 TO WS-COLUMN-IDX
           END-PERFORM
           PERFORM WRITE-CSV-LINE.

       UNLOAD-ONE-RECORD.
      *    Écrit la ligne CSV de l'enregistrement de détail lu. Un
      *    champ absent d'un enregistrement trop court donne une
      *    cellule vide.
           IF WS-ACTUAL-LENGTH NOT = WS-RECORD-LENGTH
               ADD 1 TO WS-LENGTH-MISMATCH-COUNT
           END-IF
           ADD 1 TO WS-CSV-LINE-NO
           MOVE SPACES TO WS-BUFFER
           MOVE DATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-BUFFER(1:WS-ACTUAL-LENGTH)
           MOVE ZERO TO WS-CSV-LENGTH
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-COLUMN-IDX
           PERFORM UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
               MOVE WS-COL-FIELD(WS-COLUMN-IDX) TO WS-FIELD-IDX
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               MOVE ZERO TO WS-CELL-LEN
               IF WS-FIELD-POS + WS-FIELD-LEN - 1 <= WS-ACTUAL-LENGTH
                   IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                       PERFORM FORMAT-NUMERIC-CELL
                   ELSE
                       PERFORM FORMAT-TEXT-CELL
                   END-IF
               ELSE
                   IF WS-FIELD-POS <= WS-ACTUAL-LENGTH
                           AND WS-FE-TYPE(WS-FIELD-IDX) NOT = '9'
                       COMPUTE WS-FIELD-LEN =
                           WS-ACTUAL-LENGTH - WS-FIELD-POS + 1
                       PERFORM FORMAT-TEXT-CELL
                   END-IF
               END-IF
               PERFORM APPEND-CELL
               ADD 1 TO WS-COLUMN-IDX
           END-PERFORM
           PERFORM WRITE-CSV-LINE.

       FORMAT-TEXT-CELL.
      *    Cellule d'un champ X : ses octets, espaces de fin retirés.
           MOVE SPACES TO WS-CELL
           MOVE WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               TO WS-CELL(1:WS-FIELD-LEN)
           MOVE WS-FIELD-LEN TO WS-CELL-LEN
           PERFORM UNTIL WS-CELL-LEN = ZERO
                   OR WS-CELL(WS-CELL-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CELL-LEN
           END-PERFORM.

       FORMAT-NUMERIC-CELL.
      *    Cellule d'un champ numérique zoné ou condensé : valeur
      *    décimale lisible, signe moins en tête pour une valeur
      *    négative, zéros de tête retirés, point décimal suivi de
      *    toutes les décimales de la clause PIC. Un contenu invalide
      *    donne une cellule vide et un rejet BADV.
           PERFORM DECODE-FIELD-DIGITS
           IF WS-DECODE-OK = 'N'
               MOVE WS-CSV-LINE-NO TO WS-REJECT-LINE-NO
               MOVE WS-COLUMN-IDX TO WS-REJECT-COLUMN
               MOVE 'BADV' TO WS-REJECT-REASON
               MOVE WS-COL-NAME(WS-COLUMN-IDX) TO WS-REJECT-NAME
               PERFORM BUILD-PIC-SHOW
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'INVALID CONTENT FOR '
                      FUNCTION TRIM(WS-PIC-SHOW)
                      ' IN RECORD ' WS-RECORD-COUNT
                      ' - UNLOADED AS AN EMPTY CELL'
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               MOVE ZERO TO WS-CELL-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIGIT-END = WS-DIGIT-COUNT
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           MOVE SPACES TO WS-CELL
           MOVE ZERO TO WS-CELL-LEN
           IF WS-NEGATIVE = 'Y'
               MOVE WS-DIGIT-FIRST TO WS-DIGIT-IDX
               PERFORM UNTIL WS-DIGIT-IDX > WS-DIGIT-COUNT
                       OR WS-DIGIT-STRING(WS-DIGIT-IDX:1) NOT = '0'
                   ADD 1 TO WS-DIGIT-IDX
               END-PERFORM
               IF WS-DIGIT-IDX <= WS-DIGIT-COUNT
                   ADD 1 TO WS-CELL-LEN
                   MOVE '-' TO WS-CELL(WS-CELL-LEN:1)
               END-IF
           END-IF
           MOVE WS-DIGIT-FIRST TO WS-DIGIT-SIG
           PERFORM UNTIL WS-DIGIT-SIG >= WS-DIGIT-END
                   OR WS-DIGIT-STRING(WS-DIGIT-SIG:1) NOT = '0'
               ADD 1 TO WS-DIGIT-SIG
           END-PERFORM
           IF WS-DIGIT-SIG > WS-DIGIT-END
               ADD 1 TO WS-CELL-LEN
               MOVE '0' TO WS-CELL(WS-CELL-LEN:1)
           ELSE
               MOVE WS-DIGIT-STRING(WS-DIGIT-SIG:
                       WS-DIGIT-END - WS-DIGIT-SIG + 1)
                   TO WS-CELL(WS-CELL-LEN + 1:
                       WS-DIGIT-END - WS-DIGIT-SIG + 1)
               COMPUTE WS-CELL-LEN = WS-CELL-LEN
                   + WS-DIGIT-END - WS-DIGIT-SIG + 1
           END-IF
           IF WS-FE-DECIMALS(WS-FIELD-IDX) > ZERO
               ADD 1 TO WS-CELL-LEN
               MOVE '.' TO WS-CELL(WS-CELL-LEN:1)
               MOVE WS-DIGIT-STRING(WS-DIGIT-END + 1:
                       WS-FE-DECIMALS(WS-FIELD-IDX))
                   TO WS-CELL(WS-CELL-LEN + 1:
                       WS-FE-DECIMALS(WS-FIELD-IDX))
               ADD WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-CELL-LEN
           END-IF.

       APPEND-CELL.
      *    Ajoute la cellule WS-CELL(1:WS-CELL-LEN) à la ligne CSV,
      *    précédée du séparateur sauf en première colonne. Une
      *    cellule qui contient le séparateur, un guillemet ou un
      *    espace de tête est mise entre guillemets, ses guillemets
      *    doublés.
           IF WS-COLUMN-IDX > 1 AND WS-CSV-LENGTH < 4000
               ADD 1 TO WS-CSV-LENGTH
               MOVE WS-DELIMITER TO WS-CSV-LINE(WS-CSV-LENGTH:1)
           END-IF
           MOVE 'N' TO WS-NEEDS-QUOTES
           IF WS-CELL-LEN > ZERO
               IF WS-CELL(1:1) = SPACE
                   MOVE 'Y' TO WS-NEEDS-QUOTES
               END-IF
               MOVE 1 TO WS-CELL-IDX
               PERFORM UNTIL WS-CELL-IDX > WS-CELL-LEN
                       OR WS-NEEDS-QUOTES = 'Y'
                   IF WS-CELL(WS-CELL-IDX:1) = WS-DELIMITER
                           OR WS-CELL(WS-CELL-IDX:1) = WS-QUOTE
                       MOVE 'Y' TO WS-NEEDS-QUOTES
                   END-IF
                   ADD 1 TO WS-CELL-IDX
               END-PERFORM
           END-IF
           IF WS-NEEDS-QUOTES = 'N'
               IF WS-CELL-LEN > ZERO
                       AND WS-CSV-LENGTH + WS-CELL-LEN <= 4000
                   MOVE WS-CELL(1:WS-CELL-LEN)
                       TO WS-CSV-LINE(WS-CSV-LENGTH + 1:WS-CELL-LEN)
                   ADD WS-CELL-LEN TO WS-CSV-LENGTH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-LENGTH < 4000
               ADD 1 TO WS-CSV-LENGTH
               MOVE WS-QUOTE TO WS-CSV-LINE(WS-CSV-LENGTH:1)
           END-IF
           MOVE 1 TO WS-CELL-IDX
           PERFORM UNTIL WS-CELL-IDX > WS-CELL-LEN
                   OR WS-CSV-LENGTH >= 3999
               ADD 1 TO WS-CSV-LENGTH
               MOVE WS-CELL(WS-CELL-IDX:1)
                   TO WS-CSV-LINE(WS-CSV-LENGTH:1)
               IF WS-CELL(WS-CELL-IDX:1) = WS-QUOTE
                   ADD 1 TO WS-CSV-LENGTH
                   MOVE WS-QUOTE TO WS-CSV-LINE(WS-CSV-LENGTH:1)
               END-IF
               ADD 1 TO WS-CELL-IDX
           END-PERFORM
           IF WS-CSV-LENGTH < 4000
               ADD 1 TO WS-CSV-LENGTH
               MOVE WS-QUOTE TO WS-CSV-LINE(WS-CSV-LENGTH:1)
           END-IF.

       WRITE-CSV-LINE.
      *    Écrit la ligne CSV préparée à sa longueur utile.
           IF WS-CSV-LENGTH = ZERO
               MOVE 1 TO WS-CSV-LENGTH
           END-IF
           MOVE WS-CSV-LINE(1:WS-CSV-LENGTH) TO CSVRECORD
           WRITE CSVRECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       RELOAD-FILE.
      *    Recharge le CSV corrigé : la ligne d'en-tête doit reprendre
      *    les colonnes du tracé, chaque ligne suivante redonne un
      *    enregistrement de détail. Une ligne dont une valeur ne
      *    tient pas dans son champ est rejetée entière ; les autres
      *    sont écrites. Quand le tracé a des enregistrements de
      *    contrôle, l'en-tête et la fin de fichier sont reconstruits
      *    sur les lignes acceptées.
           OPEN INPUT CSVFILE
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CSV FILE '
                   FUNCTION TRIM(WS-CSV-FILENAME)
                   ' (STATUS ' WS-CSV-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-HEADER-OK
           PERFORM UNTIL WS-HEADER-SEEN = 'Y' OR WS-DATA-EOF = 'Y'
               PERFORM READ-CSV-LINE
               IF WS-DATA-EOF = 'N' AND WS-CSV-LENGTH > ZERO
                   MOVE 'Y' TO WS-HEADER-SEEN
                   PERFORM CHECK-HEADER-ROW
               END-IF
           END-PERFORM
           IF WS-HEADER-OK = 'N'
               IF WS-HEADER-SEEN = 'N'
                   DISPLAY 'SKIPPING JOB: CSV FILE '
                       FUNCTION TRIM(WS-CSV-FILENAME) ' IS EMPTY'
               ELSE
                   DISPLAY 'SKIPPING JOB: HEADER ROW OF '
                       FUNCTION TRIM(WS-CSV-FILENAME)
                       ' DOES NOT MATCH '
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       ' - SEE ' FUNCTION TRIM(WS-REJECT-FILENAME)
               END-IF
               CLOSE CSVFILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DATAFILE
           IF WS-DATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' (STATUS ' WS-DATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE CSVFILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-HEADER-RECORD
           END-IF
           PERFORM UNTIL WS-DATA-EOF = 'Y'
               PERFORM READ-CSV-LINE
               IF WS-DATA-EOF = 'N' AND WS-CSV-LENGTH > ZERO
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM RELOAD-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-TRAILER-RECORD
           END-IF
           CLOSE CSVFILE
                 DATAFILE

           DISPLAY 'RELOADED ' FUNCTION TRIM(WS-CSV-FILENAME)
               ' TO ' FUNCTION TRIM(WS-DATA-FILENAME)
               ': ROWS-READ=' WS-RECORD-COUNT
               ' RECORDS-WRITTEN=' WS-WRITTEN-COUNT
               ' REJECTS=' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'RELOAD OF ' FUNCTION TRIM(WS-CSV-FILENAME)
                   ' REJECTED ' WS-REJECT-COUNT ' VALUE(S) - SEE '
                   FUNCTION TRIM(WS-REJECT-FILENAME)
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-CSV-LINE.
      *    Lit la ligne CSV suivante dans WS-CSV-LINE, sans le retour
      *    chariot d'un fichier venu d'un poste de travail, sans ses
      *    espaces de fin et sans la marque d'ordre des octets
      *    qu'un tableur place en tête d'un CSV UTF-8. Une ligne
      *    blanche laisse WS-CSV-LENGTH à zéro.
           READ CSVFILE
               AT END
                   MOVE 'Y' TO WS-DATA-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CSV-LINE-NO
           MOVE SPACES TO WS-CSV-LINE
           MOVE CSVRECORD(1:WS-CSV-LENGTH) TO WS-CSV-LINE
           IF WS-CSV-LINE-NO = 1 AND WS-CSV-LENGTH >= 3
               IF WS-CSV-LINE(1:3) = X'EFBBBF'
                   MOVE WS-CSV-LINE(4:WS-CSV-LENGTH - 3)
                       TO WS-CSV-LINE
                   SUBTRACT 3 FROM WS-CSV-LENGTH
               END-IF
           END-IF
           PERFORM UNTIL WS-CSV-LENGTH = ZERO
                   OR (WS-CSV-LINE(WS-CSV-LENGTH:1) NOT = SPACE
                   AND WS-CSV-LINE(WS-CSV-LENGTH:1) NOT = X'0D')
               SUBTRACT 1 FROM WS-CSV-LENGTH
           END-PERFORM.

       CHECK-HEADER-ROW.
      *    Contrôle la ligne d'en-tête du CSV : mêmes colonnes, dans
      *    le même ordre, que le tracé (casse indifférente). Le
      *    premier écart est rejeté avec sa colonne.
           MOVE 'Y' TO WS-HEADER-OK
           MOVE 1 TO WS-CSV-POS
           MOVE ZERO TO WS-CELL-COUNT
           MOVE 'Y' TO WS-MORE-CELLS
           PERFORM UNTIL WS-MORE-CELLS = 'N' OR WS-HEADER-OK = 'N'
               PERFORM PARSE-NEXT-CELL
               ADD 1 TO WS-CELL-COUNT
               MOVE SPACES TO WS-CELL-SHOW
               IF WS-CELL-LEN > ZERO
                   MOVE WS-CELL(1:WS-CELL-LEN) TO WS-CELL-SHOW
               END-IF
               IF WS-CELL-COUNT > WS-COLUMN-COUNT
                   MOVE SPACES TO WS-REJECT-NAME
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING 'UNEXPECTED COLUMN "'
                          FUNCTION TRIM(WS-CELL-SHOW)
                          '" - LAYOUT HAS ' WS-COLUMN-COUNT
                          ' COLUMNS'
                          DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM REJECT-HEADER-ROW
               ELSE
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CELL-SHOW))
                           NOT = WS-COL-NAME(WS-CELL-COUNT)
                       MOVE WS-COL-NAME(WS-CELL-COUNT)
                           TO WS-REJECT-NAME
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING 'HEADER "'
                              FUNCTION TRIM(WS-CELL-SHOW)
                              '" WHERE THE LAYOUT HAS '
                              FUNCTION TRIM(WS-COL-NAME(WS-CELL-COUNT))
                              DELIMITED BY SIZE INTO WS-REJECT-TEXT
                       PERFORM REJECT-HEADER-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HEADER-OK = 'Y' AND WS-CELL-COUNT < WS-COLUMN-COUNT
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-COL-NAME(WS-CELL-COUNT) TO WS-REJECT-NAME
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'MISSING HEADER - LAYOUT HAS '
                      WS-COLUMN-COUNT ' COLUMNS'
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM REJECT-HEADER-ROW
           END-IF.

       REJECT-HEADER-ROW.
      *    Rejette la ligne d'en-tête à la colonne courante.
           MOVE WS-CSV-LINE-NO TO WS-REJECT-LINE-NO
           MOVE WS-CELL-COUNT TO WS-REJECT-COLUMN
           MOVE 'HEAD' TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-ENTRY
           MOVE 'N' TO WS-HEADER-OK.

       PARSE-NEXT-CELL.
      *    Extrait la cellule qui commence en WS-CSV-POS et avance
      *    au-delà du séparateur qui la suit. Une cellule entre
      *    guillemets peut contenir le séparateur, un guillemet
      *    doublé y vaut un guillemet. WS-MORE-CELLS indique qu'un
      *    séparateur a été trouvé (une cellule suit, vide si la
      *    ligne s'arrête là).
           MOVE SPACES TO WS-CELL
           MOVE ZERO TO WS-CELL-LEN
           MOVE ZERO TO WS-CELL-FULL
           MOVE 'N' TO WS-CELL-UNCLOSED
           MOVE 'N' TO WS-CELL-IN-QUOTES
           MOVE 'N' TO WS-MORE-CELLS
           IF WS-CSV-POS <= WS-CSV-LENGTH
               IF WS-CSV-LINE(WS-CSV-POS:1) = WS-QUOTE
                   MOVE 'Y' TO WS-CELL-IN-QUOTES
                   ADD 1 TO WS-CSV-POS
               END-IF
           END-IF
           PERFORM UNTIL WS-CSV-POS > WS-CSV-LENGTH
                   OR WS-MORE-CELLS = 'Y'
               MOVE WS-CSV-LINE(WS-CSV-POS:1) TO WS-ONE-CHAR
               IF WS-CELL-IN-QUOTES = 'Y'
                   IF WS-ONE-CHAR = WS-QUOTE
                       IF WS-CSV-POS < WS-CSV-LENGTH
                               AND WS-CSV-LINE(WS-CSV-POS + 1:1) =
                                   WS-QUOTE
                           PERFORM ADD-CHAR-TO-CELL
                           ADD 1 TO WS-CSV-POS
                       ELSE
                           MOVE 'N' TO WS-CELL-IN-QUOTES
                       END-IF
                   ELSE
                       PERFORM ADD-CHAR-TO-CELL
                   END-IF
               ELSE
                   IF WS-ONE-CHAR = WS-DELIMITER
                       MOVE 'Y' TO WS-MORE-CELLS
                   ELSE
                       PERFORM ADD-CHAR-TO-CELL
                   END-IF
               END-IF
               ADD 1 TO WS-CSV-POS
           END-PERFORM
           IF WS-CELL-IN-QUOTES = 'Y'
               MOVE 'Y' TO WS-CELL-UNCLOSED
           END-IF.

       ADD-CHAR-TO-CELL.
      *    Ajoute WS-ONE-CHAR à la cellule courante ; au-delà de sa
      *    taille, les caractères sont seulement comptés.
           IF WS-CELL-LEN < 2000
               ADD 1 TO WS-CELL-LEN
               MOVE WS-ONE-CHAR TO WS-CELL(WS-CELL-LEN:1)
           ELSE
               ADD 1 TO WS-CELL-FULL
           END-IF.

       RELOAD-ONE-LINE.
      *    Reconstruit l'enregistrement de détail de la ligne CSV
      *    courante. Les FILLER reçoivent leur VALUE (sinon espaces
      *    ou zéro) ; chaque cellule est contrôlée contre la clause
      *    PIC de sa colonne. L'enregistrement n'est écrit que si
      *    aucune cellule n'est rejetée.
           MOVE 'N' TO WS-LINE-REJECTED
           MOVE ZERO TO WS-RECORD-HASH
           MOVE SPACES TO WS-BUFFER
           MOVE 1 TO WS-HDRTRL-FROM
           MOVE WS-FIELD-COUNT TO WS-HDRTRL-TO
           PERFORM PREFILL-FIELD-RANGE
           MOVE 1 TO WS-CSV-POS
           MOVE ZERO TO WS-CELL-COUNT
           MOVE 'Y' TO WS-MORE-CELLS
           PERFORM UNTIL WS-MORE-CELLS = 'N'
               PERFORM PARSE-NEXT-CELL
               ADD 1 TO WS-CELL-COUNT
               IF WS-CELL-COUNT <= WS-COLUMN-COUNT
                   MOVE WS-CELL-COUNT TO WS-COLUMN-IDX
                   PERFORM STORE-ONE-CELL
               END-IF
           END-PERFORM
           IF WS-CELL-COUNT NOT = WS-COLUMN-COUNT
                   AND WS-CELL-UNCLOSED = 'N'
               MOVE WS-CSV-LINE-NO TO WS-REJECT-LINE-NO
               MOVE 'COLS' TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-NAME
               MOVE WS-CELL-COUNT TO WS-NUM-ED-1
               MOVE WS-COLUMN-COUNT TO WS-NUM-ED-2
               MOVE SPACES TO WS-REJECT-TEXT
               STRING FUNCTION TRIM(WS-NUM-ED-1)
                      ' COLUMNS WHERE THE HEADER HAS '
                      FUNCTION TRIM(WS-NUM-ED-2)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               IF WS-CELL-COUNT < WS-COLUMN-COUNT
                   COMPUTE WS-REJECT-COLUMN = WS-CELL-COUNT + 1
                   MOVE WS-COL-NAME(WS-CELL-COUNT + 1)
                       TO WS-REJECT-NAME
               ELSE
                   COMPUTE WS-REJECT-COLUMN = WS-COLUMN-COUNT + 1
               END-IF
               PERFORM WRITE-REJECT-ENTRY
           END-IF
           IF WS-LINE-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-LENGTH TO WS-ACTUAL-LENGTH
           MOVE WS-BUFFER(1:WS-ACTUAL-LENGTH) TO DATARECORD
           WRITE DATARECORD
           ADD 1 TO WS-WRITTEN-COUNT
           ADD WS-RECORD-HASH TO WS-HASH-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.

       STORE-ONE-CELL.
      *    Contrôle la cellule de la colonne WS-COLUMN-IDX et la
      *    range dans son champ.
           MOVE WS-COL-FIELD(WS-COLUMN-IDX) TO WS-FIELD-IDX
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
           MOVE WS-CSV-LINE-NO TO WS-REJECT-LINE-NO
           MOVE WS-COLUMN-IDX TO WS-REJECT-COLUMN
           MOVE WS-COL-NAME(WS-COLUMN-IDX) TO WS-REJECT-NAME
           MOVE SPACES TO WS-CELL-SHOW
           IF WS-CELL-LEN > ZERO
               MOVE WS-CELL(1:WS-CELL-LEN) TO WS-CELL-SHOW
           END-IF
           PERFORM BUILD-PIC-SHOW
           IF WS-CELL-UNCLOSED = 'Y'
               MOVE 'QUOT' TO WS-REJECT-REASON
               MOVE 'QUOTED VALUE NOT CLOSED BEFORE THE END OF LINE'
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               PERFORM STORE-NUMERIC-CELL
               EXIT PARAGRAPH
           END-IF
           IF WS-CELL-LEN > WS-FIELD-LEN OR WS-CELL-FULL > ZERO
               MOVE 'XLEN' TO WS-REJECT-REASON
               COMPUTE WS-PIC-ED = WS-CELL-LEN + WS-CELL-FULL
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'VALUE OF ' FUNCTION TRIM(WS-PIC-ED)
                      ' CHARACTERS DOES NOT FIT '
                      FUNCTION TRIM(WS-PIC-SHOW) ': "'
                      FUNCTION TRIM(WS-CELL-SHOW) '"'
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
           IF WS-CELL-LEN > ZERO
               MOVE WS-CELL(1:WS-CELL-LEN)
                   TO WS-BUFFER(WS-FIELD-POS:WS-CELL-LEN)
           END-IF.

       STORE-NUMERIC-CELL.
      *    Range une cellule numérique : littéral décimal (signe de
      *    tête et point décimal facultatifs, espaces autour admis)
      *    dont la partie entière et les décimales tiennent dans la
      *    clause PIC. Une cellule vide vaut zéro.
           MOVE SPACES TO WS-NUM-TEXT
           IF WS-CELL-LEN > ZERO
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-CELL(1:WS-CELL-LEN)))
                       > 60
                   MOVE 'NNUM' TO WS-REJECT-REASON
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING 'VALUE "' FUNCTION TRIM(WS-CELL-SHOW)
                          '" IS NOT A NUMBER FOR '
                          FUNCTION TRIM(WS-PIC-SHOW)
                          DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-ENTRY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(WS-CELL(1:WS-CELL-LEN))
                   TO WS-NUM-TEXT
           END-IF
           IF WS-NUM-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-NUM-TEXT
           IF WS-NUM-OK = 'N'
               MOVE 'NNUM' TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'VALUE "' FUNCTION TRIM(WS-CELL-SHOW)
                      '" IS NOT A NUMBER FOR '
                      FUNCTION TRIM(WS-PIC-SHOW)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-INT-ROOM = WS-FE-DIGITS(WS-FIELD-IDX)
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           IF WS-NUM-INT-LEN > WS-NUM-INT-ROOM
               MOVE 'NFIT' TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'VALUE "' FUNCTION TRIM(WS-CELL-SHOW)
                      '" DOES NOT FIT '
                      FUNCTION TRIM(WS-PIC-SHOW)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-FRAC-LEN > WS-FE-DECIMALS(WS-FIELD-IDX)
               MOVE 'NDEC' TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'VALUE "' FUNCTION TRIM(WS-CELL-SHOW)
                      '" HAS MORE DECIMALS THAN '
                      FUNCTION TRIM(WS-PIC-SHOW)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-NEGATIVE = 'Y'
                   AND WS-FE-SIGNED(WS-FIELD-IDX) NOT = 'Y'
               MOVE 'NSGN' TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-TEXT
               STRING 'NEGATIVE VALUE "' FUNCTION TRIM(WS-CELL-SHOW)
                      '" FOR UNSIGNED '
                      FUNCTION TRIM(WS-PIC-SHOW)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DIGIT-FRAME
           PERFORM BUILD-VALUE-DIGITS
           PERFORM RESET-SIGN
           PERFORM ENCODE-FIELD-DIGITS
           IF WS-HDRTRL-PRESENT = 'Y'
                   AND WS-FIELD-IDX = WS-HASH-FIELD-IDX
               PERFORM ADD-TO-RECORD-HASH
           END-IF.

       PARSE-NUM-TEXT.
      *    Découpe le littéral numérique de WS-NUM-TEXT : signe,
      *    chiffres entiers significatifs (zéros de tête retirés) et
      *    décimales (zéros de queue retirés).
           MOVE 'Y' TO WS-NUM-OK
           MOVE 'N' TO WS-NUM-NEGATIVE
           MOVE 'N' TO WS-NUM-POINT-SEEN
           MOVE SPACES TO WS-NUM-INT-TEXT
           MOVE SPACES TO WS-NUM-FRAC-TEXT
           MOVE ZERO TO WS-NUM-INT-LEN
           MOVE ZERO TO WS-NUM-FRAC-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
               TO WS-NUM-TEXT-LEN
           MOVE 1 TO WS-NUM-SCAN-POS
           IF WS-NUM-TEXT(1:1) = '-'
               MOVE 'Y' TO WS-NUM-NEGATIVE
               MOVE 2 TO WS-NUM-SCAN-POS
           ELSE
               IF WS-NUM-TEXT(1:1) = '+'
                   MOVE 2 TO WS-NUM-SCAN-POS
               END-IF
           END-IF
           IF WS-NUM-SCAN-POS > WS-NUM-TEXT-LEN
               MOVE 'N' TO WS-NUM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NUM-SCAN-POS > WS-NUM-TEXT-LEN
                   OR WS-NUM-OK = 'N'
               MOVE WS-NUM-TEXT(WS-NUM-SCAN-POS:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC
                   IF WS-NUM-POINT-SEEN = 'Y'
                       ADD 1 TO WS-NUM-FRAC-LEN
                       MOVE WS-ONE-CHAR
                           TO WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1)
                   ELSE
                       IF WS-NUM-INT-LEN > ZERO
                               OR WS-ONE-CHAR NOT = '0'
                           ADD 1 TO WS-NUM-INT-LEN
                           MOVE WS-ONE-CHAR
                               TO WS-NUM-INT-TEXT(WS-NUM-INT-LEN:1)
                       END-IF
                   END-IF
               ELSE
                   IF WS-ONE-CHAR = '.' AND WS-NUM-POINT-SEEN = 'N'
                       MOVE 'Y' TO WS-NUM-POINT-SEEN
                   ELSE
                       MOVE 'N' TO WS-NUM-OK
                   END-IF
               END-IF
               ADD 1 TO WS-NUM-SCAN-POS
           END-PERFORM
           PERFORM UNTIL WS-NUM-FRAC-LEN = ZERO
                   OR WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1) NOT = '0'
               MOVE SPACE TO WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1)
               SUBTRACT 1 FROM WS-NUM-FRAC-LEN
           END-PERFORM
           IF WS-NUM-INT-LEN = ZERO AND WS-NUM-FRAC-LEN = ZERO
               MOVE 'N' TO WS-NUM-NEGATIVE
           END-IF.

       BUILD-VALUE-DIGITS.
      *    Range la valeur analysée dans WS-DIGIT-STRING, cadrée sur
      *    les décimales du champ.
           MOVE ALL '0' TO WS-DIGIT-STRING
           COMPUTE WS-DIGIT-END = WS-DIGIT-COUNT
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           MOVE 1 TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-NUM-FRAC-LEN
               MOVE WS-NUM-FRAC-TEXT(WS-DIGIT-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-END + WS-DIGIT-IDX:1)
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           MOVE 1 TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-NUM-INT-LEN
               MOVE WS-NUM-INT-TEXT(WS-DIGIT-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-END - WS-NUM-INT-LEN
                       + WS-DIGIT-IDX:1)
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           MOVE WS-NUM-NEGATIVE TO WS-NEGATIVE.

       BUILD-PIC-SHOW.
      *    Clause PIC du champ WS-FIELD-IDX telle que montrée dans
      *    les rejets, ex. S9(7)V9(2) COMP-3 ou X(20).
           MOVE SPACES TO WS-PIC-SHOW
           IF WS-FE-TYPE(WS-FIELD-IDX) NOT = '9'
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-PIC-ED
               STRING 'X(' FUNCTION TRIM(WS-PIC-ED) ')'
                      DELIMITED BY SIZE INTO WS-PIC-SHOW
               EXIT PARAGRAPH
           END-IF
           IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
               MOVE 'S' TO WS-PIC-SHOW
           END-IF
           COMPUTE WS-PIC-ED = WS-FE-DIGITS(WS-FIELD-IDX)
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           IF WS-PIC-ED NOT = SPACES AND WS-FE-DIGITS(WS-FIELD-IDX)
                   > WS-FE-DECIMALS(WS-FIELD-IDX)
               STRING FUNCTION TRIM(WS-PIC-SHOW) '9('
                      FUNCTION TRIM(WS-PIC-ED) ')'
                      DELIMITED BY SIZE INTO WS-PIC-SHOW
           END-IF
           IF WS-FE-DECIMALS(WS-FIELD-IDX) > ZERO
               MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-PIC-ED
               STRING FUNCTION TRIM(WS-PIC-SHOW) 'V9('
                      FUNCTION TRIM(WS-PIC-ED) ')'
                      DELIMITED BY SIZE INTO WS-PIC-SHOW
           END-IF
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               STRING FUNCTION TRIM(WS-PIC-SHOW) ' COMP-3'
                      DELIMITED BY SIZE INTO WS-PIC-SHOW
           END-IF.

       PREFILL-FIELD-RANGE.
      *    Remplit les champs WS-HDRTRL-FROM..WS-HDRTRL-TO de leur
      *    contenu initial : VALUE explicite s'il y en a une, sinon
      *    espaces pour un champ X et zéro valide pour un champ 9.
           MOVE WS-HDRTRL-FROM TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-HDRTRL-TO
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                   MOVE 'N' TO WS-NUM-OK
                   IF WS-FE-HAS-VALUE(WS-FIELD-IDX) = 'Y'
                       MOVE WS-FE-VALUE(WS-FIELD-IDX) TO WS-NUM-TEXT
                       PERFORM PARSE-NUM-TEXT
                       IF WS-NUM-INT-LEN > WS-FE-DIGITS(WS-FIELD-IDX)
                               - WS-FE-DECIMALS(WS-FIELD-IDX)
                           OR WS-NUM-FRAC-LEN >
                               WS-FE-DECIMALS(WS-FIELD-IDX)
                           MOVE 'N' TO WS-NUM-OK
                       END-IF
                   END-IF
                   PERFORM SET-DIGIT-FRAME
                   IF WS-NUM-OK = 'Y'
                       PERFORM BUILD-VALUE-DIGITS
                   ELSE
                       MOVE ALL '0' TO WS-DIGIT-STRING
                       MOVE 'N' TO WS-NEGATIVE
                   END-IF
                   PERFORM RESET-SIGN
                   PERFORM ENCODE-FIELD-DIGITS
               ELSE
                   MOVE SPACES TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                   IF WS-FE-HAS-VALUE(WS-FIELD-IDX) = 'Y'
                       EVALUATE WS-FE-VALUE(WS-FIELD-IDX)
                           WHEN 'LOW-VALUE'
                           WHEN 'LOW-VALUES'
                               MOVE LOW-VALUES TO
                                   WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                           WHEN 'HIGH-VALUE'
                           WHEN 'HIGH-VALUES'
                               MOVE HIGH-VALUES TO
                                   WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                           WHEN OTHER
                               MOVE WS-FE-VALUE(WS-FIELD-IDX) TO
                                   WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                       END-EVALUATE
                   END-IF
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM.

       WRITE-HEADER-RECORD.
      *    Écrit l'en-tête reconstruit, à sa propre longueur : date
      *    du jour (AAAAMMJJ) et émetteur (CSV-SENDER=) dans les
      *    champs désignés par HEADER-DATE= et HEADER-SENDER=.
           MOVE SPACES TO WS-BUFFER
           MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
           MOVE WS-HDR-LAST TO WS-HDRTRL-TO
           PERFORM PREFILL-FIELD-RANGE
           IF WS-HDR-DATE-IDX > ZERO
               MOVE WS-HDR-DATE-IDX TO WS-FIELD-IDX
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-HDRTRL-DATE
                   MOVE WS-HDRTRL-DATE TO WS-NUM-VALUE
                   PERFORM ENCODE-NUM-VALUE
               ELSE
                   MOVE WS-CURRENT-TIMESTAMP(1:8)
                       TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               END-IF
           END-IF
           IF WS-HDR-SENDER-IDX > ZERO
               MOVE WS-HDR-SENDER-IDX TO WS-FIELD-IDX
               IF WS-FE-TYPE(WS-FIELD-IDX) = 'X'
                   COMPUTE WS-FIELD-POS =
                       WS-FE-OFFSET(WS-FIELD-IDX) + 1
                   MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
                   MOVE WS-SENDER-NAME
                       TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               END-IF
           END-IF
           MOVE WS-HDR-LENGTH TO WS-ACTUAL-LENGTH
           MOVE WS-BUFFER(1:WS-ACTUAL-LENGTH) TO DATARECORD
           WRITE DATARECORD.

       WRITE-TRAILER-RECORD.
      *    Écrit la fin de fichier reconstruite, à sa propre
      *    longueur : nombre d'enregistrements de détail écrits et
      *    total de contrôle du champ cumulé, recadré sur les
      *    décimales du champ total.
           MOVE SPACES TO WS-BUFFER
           MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
           MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           PERFORM PREFILL-FIELD-RANGE
           MOVE WS-TRL-COUNT-IDX TO WS-FIELD-IDX
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
           MOVE WS-WRITTEN-COUNT TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-FROM
           MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           PERFORM ENCODE-NUM-VALUE
           IF WS-TRL-HASH-IDX > ZERO AND WS-HASH-FIELD-IDX > ZERO
               MOVE WS-TRL-HASH-IDX TO WS-FIELD-IDX
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               MOVE WS-HASH-TOTAL TO WS-NUM-VALUE
               MOVE WS-FE-DECIMALS(WS-HASH-FIELD-IDX) TO WS-SCALE-FROM
               MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-SCALE-TO
               PERFORM RESCALE-CONTROL-VALUE
               PERFORM ENCODE-NUM-VALUE
           END-IF
           MOVE WS-TRL-LENGTH TO WS-ACTUAL-LENGTH
           MOVE WS-BUFFER(1:WS-ACTUAL-LENGTH) TO DATARECORD
           WRITE DATARECORD.

       RESCALE-CONTROL-VALUE.
      *    Recadre WS-NUM-VALUE de WS-SCALE-FROM décimales sur
      *    WS-SCALE-TO décimales (les décimales en trop sont
      *    tronquées).
           PERFORM UNTIL WS-SCALE-FROM >= WS-SCALE-TO
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               ADD 1 TO WS-SCALE-FROM
           END-PERFORM
           PERFORM UNTIL WS-SCALE-FROM <= WS-SCALE-TO
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE / 10
               SUBTRACT 1 FROM WS-SCALE-FROM
           END-PERFORM.

       ENCODE-NUM-VALUE.
      *    Écrit l'entier WS-NUM-VALUE (déjà cadré sur les décimales)
      *    dans le champ WS-FIELD-IDX ; au-delà de sa taille les
      *    chiffres de tête sont abandonnés, un champ non signé
      *    reçoit la valeur absolue.
           MOVE 'N' TO WS-NEGATIVE
           IF WS-NUM-VALUE < ZERO
               COMPUTE WS-NUM-ABS = 0 - WS-NUM-VALUE
               MOVE 'Y' TO WS-NEGATIVE
           ELSE
               MOVE WS-NUM-VALUE TO WS-NUM-ABS
           END-IF
           PERFORM SET-DIGIT-FRAME
           MOVE ALL '0' TO WS-DIGIT-STRING
           MOVE WS-DIGIT-COUNT TO WS-DIGIT-IDX
           MOVE 18 TO WS-SCALE-IDX
           PERFORM UNTIL WS-DIGIT-IDX < WS-DIGIT-FIRST
                   OR WS-SCALE-IDX = ZERO
               MOVE WS-NUM-ABS-X(WS-SCALE-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
               SUBTRACT 1 FROM WS-DIGIT-IDX
               SUBTRACT 1 FROM WS-SCALE-IDX
           END-PERFORM
           PERFORM RESET-SIGN
           PERFORM ENCODE-FIELD-DIGITS.

       ADD-TO-RECORD-HASH.
      *    Cumule la valeur rangée dans le champ cumulé, entier cadré
      *    sur ses décimales ; le total n'est reporté qu'avec une
      *    ligne acceptée.
           MOVE ZERO TO WS-NUM-VALUE
           MOVE WS-DIGIT-FIRST TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-DIGIT-COUNT
               MOVE WS-DIGIT-STRING(WS-DIGIT-IDX:1) TO WS-DIGIT
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10 + WS-DIGIT
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           IF WS-NEGATIVE = 'Y'
               COMPUTE WS-RECORD-HASH = 0 - WS-NUM-VALUE
           ELSE
               MOVE WS-NUM-VALUE TO WS-RECORD-HASH
           END-IF.

       CLASSIFY-CONTROL-RECORD.
      *    Reconnaît l'enregistrement lu par son type
      *    d'enregistrement : l'en-tête n'est reconnu qu'en premier,
      *    la fin de fichier partout.
           MOVE 'D' TO WS-RECORD-KIND
           IF WS-RECORD-COUNT = 1 AND WS-ACTUAL-LENGTH >=
                   WS-HDR-ID-OFFSET + WS-HDR-ID-LENGTH
               IF DATARECORD(WS-HDR-ID-OFFSET + 1:
                       WS-HDR-ID-LENGTH) =
                       WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                   MOVE 'H' TO WS-RECORD-KIND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACTUAL-LENGTH >= WS-TRL-ID-OFFSET + WS-TRL-ID-LENGTH
               IF DATARECORD(WS-TRL-ID-OFFSET + 1:
                       WS-TRL-ID-LENGTH) =
                       WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
                   MOVE 'T' TO WS-RECORD-KIND
               END-IF
           END-IF.

       SET-DIGIT-FRAME.
      *    Cadre WS-DIGIT-STRING sur le champ WS-FIELD-IDX :
      *    condensé, un chiffre par demi-octet hors signe, les
      *    chiffres de la clause PIC en fin ; zoné, un chiffre par
      *    octet.
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               COMPUTE WS-DIGIT-COUNT = WS-FIELD-LEN * 2 - 1
               IF WS-FE-DIGITS(WS-FIELD-IDX) > ZERO
                       AND WS-FE-DIGITS(WS-FIELD-IDX) <=
                           WS-DIGIT-COUNT
                   COMPUTE WS-DIGIT-FIRST = WS-DIGIT-COUNT
                       - WS-FE-DIGITS(WS-FIELD-IDX) + 1
               ELSE
                   MOVE 1 TO WS-DIGIT-FIRST
               END-IF
           ELSE
               MOVE WS-FIELD-LEN TO WS-DIGIT-COUNT
               MOVE 1 TO WS-DIGIT-FIRST
           END-IF.

       DECODE-FIELD-DIGITS.
      *    Éclate le champ numérique WS-FIELD-IDX en chiffres dans
      *    WS-DIGIT-STRING, avec son signe. Condensé : un chiffre par
      *    demi-octet, le dernier demi-octet portant le signe (C, F
      *    positifs, D négatif). Zoné : un chiffre par octet, le
      *    dernier pouvant porter le signe embarqué.
           MOVE 'Y' TO WS-DECODE-OK
           MOVE 'N' TO WS-NEGATIVE
           MOVE 15 TO WS-SIGN-NIBBLE
           MOVE ALL '0' TO WS-DIGIT-STRING
           IF (WS-FE-PACKED(WS-FIELD-IDX) = 'Y' AND WS-FIELD-LEN > 20)
                   OR WS-FIELD-LEN > 40
               MOVE 'N' TO WS-DECODE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DIGIT-FRAME
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               MOVE 1 TO WS-BYTE-POS
               PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
                   MOVE WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                       TO WS-ONE-CHAR
                   COMPUTE WS-BYTE-VALUE =
                       FUNCTION ORD(WS-ONE-CHAR) - 1
                   DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
                       REMAINDER WS-LOW-NIBBLE
                   COMPUTE WS-DIGIT-IDX = WS-BYTE-POS * 2 - 1
                   IF WS-HIGH-NIBBLE > 9
                       MOVE 'N' TO WS-DECODE-OK
                   ELSE
                       MOVE WS-HIGH-NIBBLE TO WS-DIGIT
                       MOVE WS-DIGIT TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
                   END-IF
                   IF WS-BYTE-POS < WS-FIELD-LEN
                       IF WS-LOW-NIBBLE > 9
                           MOVE 'N' TO WS-DECODE-OK
                       ELSE
                           MOVE WS-LOW-NIBBLE TO WS-DIGIT
                           MOVE WS-DIGIT
                               TO WS-DIGIT-STRING(WS-DIGIT-IDX + 1:1)
                       END-IF
                   ELSE
                       MOVE WS-LOW-NIBBLE TO WS-SIGN-NIBBLE
                   END-IF
                   ADD 1 TO WS-BYTE-POS
               END-PERFORM
               IF WS-SIGN-NIBBLE = 13
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
               IF WS-SIGN-NIBBLE NOT = 12 AND WS-SIGN-NIBBLE NOT = 13
                       AND WS-SIGN-NIBBLE NOT = 15
                   MOVE 'N' TO WS-DECODE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
               MOVE WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                   TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC
                   MOVE WS-ONE-CHAR TO WS-DIGIT-STRING(WS-BYTE-POS:1)
               ELSE
                   IF WS-BYTE-POS = WS-FIELD-LEN
                       PERFORM DECODE-ZONED-SIGN-CHAR
                   ELSE
                       MOVE 'N' TO WS-DECODE-OK
                   END-IF
               END-IF
               ADD 1 TO WS-BYTE-POS
           END-PERFORM.

       DECODE-ZONED-SIGN-CHAR.
      *    Décode le caractère de signe embarqué du dernier octet
      *    d'un champ zoné : '{' et 'A'-'I' pour +0 à +9, '}' et
      *    'J'-'R' pour -0 à -9, 'p'-'y' pour -0 à -9 (forme écrite
      *    par le générateur de données d'essai).
           MOVE 'N' TO WS-SIGN-FOUND
           MOVE 1 TO WS-SIGN-MAP-IDX
           PERFORM UNTIL WS-SIGN-MAP-IDX > 10
                   OR WS-SIGN-FOUND = 'Y'
               IF WS-ONE-CHAR = WS-SIGN-MAP-POS(WS-SIGN-MAP-IDX:1)
                   MOVE 'Y' TO WS-SIGN-FOUND
               END-IF
               IF WS-ONE-CHAR = WS-SIGN-MAP-NEG(WS-SIGN-MAP-IDX:1)
                       OR WS-ONE-CHAR =
                           WS-SIGN-MAP-NEG-2(WS-SIGN-MAP-IDX:1)
                   MOVE 'Y' TO WS-SIGN-FOUND
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
               IF WS-SIGN-FOUND = 'Y'
                   COMPUTE WS-DIGIT = WS-SIGN-MAP-IDX - 1
                   MOVE WS-DIGIT TO WS-DIGIT-STRING(WS-BYTE-POS:1)
               END-IF
               ADD 1 TO WS-SIGN-MAP-IDX
           END-PERFORM
           IF WS-SIGN-FOUND = 'N'
               MOVE 'N' TO WS-DECODE-OK
           END-IF.

       RESET-SIGN.
      *    Signe d'une valeur rechargée : C ou D pour un condensé
      *    signé, F pour un non signé ; un zoné reçoit la forme
      *    usuelle de la chaîne (chiffre nu, 'p'..'y' si négatif).
           IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
               IF WS-NEGATIVE = 'Y'
                   MOVE 13 TO WS-SIGN-NIBBLE
               ELSE
                   MOVE 12 TO WS-SIGN-NIBBLE
               END-IF
           ELSE
               MOVE 'N' TO WS-NEGATIVE
               MOVE 15 TO WS-SIGN-NIBBLE
           END-IF.

       ENCODE-FIELD-DIGITS.
      *    Écrit le champ WS-FIELD-IDX à partir de WS-DIGIT-STRING
      *    et du signe retenu ; le demi-octet de cadrage d'un
      *    condensé reste nul.
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               MOVE 1 TO WS-DIGIT-IDX
               PERFORM UNTIL WS-DIGIT-IDX >= WS-DIGIT-FIRST
                   MOVE '0' TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
                   ADD 1 TO WS-DIGIT-IDX
               END-PERFORM
               MOVE 1 TO WS-BYTE-POS
               PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
                   COMPUTE WS-DIGIT-IDX = WS-BYTE-POS * 2 - 1
                   MOVE WS-DIGIT-STRING(WS-DIGIT-IDX:1) TO WS-DIGIT
                   MOVE WS-DIGIT TO WS-HIGH-NIBBLE
                   IF WS-BYTE-POS < WS-FIELD-LEN
                       MOVE WS-DIGIT-STRING(WS-DIGIT-IDX + 1:1)
                           TO WS-DIGIT
                       MOVE WS-DIGIT TO WS-LOW-NIBBLE
                   ELSE
                       MOVE WS-SIGN-NIBBLE TO WS-LOW-NIBBLE
                   END-IF
                   MOVE FUNCTION CHAR(WS-HIGH-NIBBLE * 16
                                      + WS-LOW-NIBBLE + 1)
                       TO WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                   ADD 1 TO WS-BYTE-POS
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIGIT-STRING(1:WS-FIELD-LEN)
               TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
           IF WS-NEGATIVE = 'Y'
               MOVE WS-DIGIT-STRING(WS-FIELD-LEN:1) TO WS-DIGIT
               COMPUTE WS-SIGN-MAP-IDX = WS-DIGIT + 1
               MOVE WS-SIGN-MAP-NEG-2(WS-SIGN-MAP-IDX:1)
                   TO WS-BUFFER(WS-FIELD-POS + WS-FIELD-LEN - 1:1)
           END-IF.
       LOAD-LAYOUT.
      *    Charge le tracé décrit par WS-COPY-FILENAME dans la table
      *    générique des champs, comme le générateur de données
      *    d'essai.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-RECORD-LENGTH
           MOVE ZERO TO WS-OCC-DEPTH
           MOVE 'N' TO WS-LAYOUT-UNSUPPORTED
           MOVE 'N' TO WS-TABLE-FULL-WARNED
           MOVE 'N' TO WS-GROUP-SEEN
           MOVE 'N' TO WS-STOP-PARSE

           OPEN INPUT COPYFILE
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN COPYBOOK FILE '
                   FUNCTION TRIM(WS-COPY-FILENAME)
                   ' (STATUS ' WS-COPY-STATUS ')'
               MOVE 'Y' TO WS-LAYOUT-UNSUPPORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COPYFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM PROCESS-COPY-LINE
               END-READ
           END-PERFORM
           CLOSE COPYFILE

           PERFORM UNTIL WS-OCC-DEPTH = ZERO
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM.

       PROCESS-COPY-LINE.
      *    Analyse une ligne de copy et alimente la table des champs.
      *    Les lignes vides, les commentaires (indicateur '*' en
      *    colonne 7) et les niveaux non gérés sont ignorés.
           IF WS-STOP-PARSE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(COPYRECORD) TO WS-LINE-UPPER
           IF WS-LINE-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(7:1) = '*'
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-LEVEL-AND-NAME
           IF WS-LEVEL-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LEVEL-TEXT NOT = '01' AND WS-LEVEL-TEXT NOT = '05'
                   AND WS-LEVEL-TEXT NOT = '10'
                   AND WS-LEVEL-TEXT NOT = '15'
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEVEL-TEXT TO WS-LEVEL-NUMBER

      *    La fermeture d'un groupe répétitif est détectée par une
      *    ligne de niveau inférieur ou égal au sien ; le groupe
      *    interne se ferme avant le groupe englobant.
           PERFORM UNTIL WS-OCC-DEPTH = ZERO
                   OR WS-LEVEL-NUMBER > WS-OCC-LEVEL(WS-OCC-DEPTH)
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM

           IF WS-LEVEL-NUMBER = 1
      *        Dans le fichier .hdrtrl, chaque 01 ouvre un tracé de
      *        contrôle distinct, à ses propres décalages.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM START-HDRTRL-RECORD
                   EXIT PARAGRAPH
               END-IF
      *        Un second 01 ouvre une section REDEFINES : les tracés
      *        partagent les mêmes octets, seul le premier sert au
      *        CSV.
               IF WS-GROUP-SEEN = 'Y'
                   DISPLAY 'NOTE: ONLY THE FIRST 01 SECTION OF '
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       ' IS USED FOR THE CSV - "'
                       FUNCTION TRIM(WS-FIELD-NAME) '" IGNORED'
                   MOVE 'Y' TO WS-STOP-PARSE
               ELSE
                   MOVE 'Y' TO WS-GROUP-SEEN
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Une ligne de champ placée avant le premier 01 du fichier
      *    .hdrtrl n'appartient à aucun tracé de contrôle.
           IF WS-HDRTRL-LOADING = 'Y' AND WS-HDRTRL-PART = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-PIC-CLAUSE
           PERFORM EXTRACT-VALUE-CLAUSE
           PERFORM EXTRACT-OCCURS-CLAUSE

      *    La VALEUR par défaut que le générateur écrit de toute
      *    façon (ZERO pour un champ 9, SPACES pour un champ X) n'est
      *    pas un contenu explicite.
           IF WS-HAS-VALUE = 'Y'
               IF WS-PIC-TYPE = '9'
                   IF WS-VALUE-TEXT = 'ZERO' OR WS-VALUE-TEXT = 'ZEROS'
                           OR WS-VALUE-TEXT = 'ZEROES'
                       MOVE 'N' TO WS-HAS-VALUE
                       MOVE SPACES TO WS-VALUE-TEXT
                   END-IF
               ELSE
                   IF WS-VALUE-TEXT = 'SPACE'
                           OR WS-VALUE-TEXT = 'SPACES'
                       MOVE 'N' TO WS-HAS-VALUE
                       MOVE SPACES TO WS-VALUE-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-HAS-PIC = 'Y'
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM NOTE-HDRTRL-RECORD-ID
               END-IF
               PERFORM ADD-FIELD-ENTRIES
           ELSE
               IF WS-OCCURS-COUNT > 1
                   IF WS-OCC-DEPTH >= 2
                       DISPLAY 'WARNING: REPEATING GROUP "'
                           FUNCTION TRIM(WS-FIELD-NAME)
                           '" NESTED DEEPER THAN TWO LEVELS IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                       MOVE 'Y' TO WS-LAYOUT-UNSUPPORTED
                   ELSE
                       ADD 1 TO WS-OCC-DEPTH
                       MOVE WS-LEVEL-NUMBER
                           TO WS-OCC-LEVEL(WS-OCC-DEPTH)
                       MOVE WS-OCCURS-COUNT
                           TO WS-OCC-COUNT(WS-OCC-DEPTH)
                       COMPUTE WS-OCC-START(WS-OCC-DEPTH) =
                           WS-FIELD-COUNT + 1
                       MOVE WS-RECORD-LENGTH
                           TO WS-OCC-OFFSET(WS-OCC-DEPTH)
                   END-IF
               END-IF
           END-IF.

       ADD-FIELD-ENTRIES.
      *    Ajoute une entrée par occurrence du champ élémentaire, aux
      *    décalages successifs dans l'enregistrement. L'empreinte en
      *    octets d'un champ condensé COMP-3 est chiffres/2 + 1.
           IF WS-PIC-PACKED = 'Y'
               COMPUTE WS-PIC-BYTES = (WS-PIC-LENGTH / 2) + 1
           ELSE
               MOVE WS-PIC-LENGTH TO WS-PIC-BYTES
           END-IF
           MOVE ZERO TO WS-OCC-REP
           PERFORM UNTIL WS-OCC-REP >= WS-OCCURS-COUNT
               ADD 1 TO WS-OCC-REP
               IF WS-FIELD-COUNT >= 500
                   IF WS-TABLE-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: FIELD TABLE FULL (500) IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                           ' - REMAINING FIELDS IGNORED'
                       MOVE 'Y' TO WS-TABLE-FULL-WARNED
                   END-IF
               ELSE
                   IF WS-RECORD-LENGTH + WS-PIC-BYTES > 2000
                       DISPLAY 'WARNING: RECORD LONGER THAN 2000 IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                           ' - FIELD "' FUNCTION TRIM(WS-FIELD-NAME)
                           '" IGNORED'
                   ELSE
                       ADD 1 TO WS-FIELD-COUNT
                       MOVE WS-FIELD-NAME
                           TO WS-FE-NAME(WS-FIELD-COUNT)
                       MOVE WS-RECORD-LENGTH
                           TO WS-FE-OFFSET(WS-FIELD-COUNT)
                       MOVE WS-PIC-BYTES
                           TO WS-FE-LENGTH(WS-FIELD-COUNT)
                       MOVE WS-PIC-TYPE TO WS-FE-TYPE(WS-FIELD-COUNT)
                       MOVE WS-PIC-SIGNED
                           TO WS-FE-SIGNED(WS-FIELD-COUNT)
                       MOVE WS-PIC-PACKED
                           TO WS-FE-PACKED(WS-FIELD-COUNT)
                       MOVE WS-PIC-DEC-DIGITS
                           TO WS-FE-DECIMALS(WS-FIELD-COUNT)
                       MOVE WS-PIC-LENGTH
                           TO WS-FE-DIGITS(WS-FIELD-COUNT)
                       MOVE WS-HAS-VALUE
                           TO WS-FE-HAS-VALUE(WS-FIELD-COUNT)
                       MOVE WS-VALUE-TEXT
                           TO WS-FE-VALUE(WS-FIELD-COUNT)
                       ADD WS-PIC-BYTES TO WS-RECORD-LENGTH
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-OCC-GROUP.
      *    Déplie le groupe répétitif au sommet de la pile : le bloc
      *    d'entrées couvert par le groupe est dupliqué pour chaque
      *    occurrence au-delà de la première, aux décalages décalés
      *    de la taille du bloc.
           COMPUTE WS-OCC-BLOCK-BYTES =
               WS-RECORD-LENGTH - WS-OCC-OFFSET(WS-OCC-DEPTH)
           COMPUTE WS-OCC-BLOCK-FIELDS =
               WS-FIELD-COUNT - WS-OCC-START(WS-OCC-DEPTH) + 1
           IF WS-OCC-BLOCK-FIELDS <= ZERO OR WS-OCC-BLOCK-BYTES <= ZERO
               SUBTRACT 1 FROM WS-OCC-DEPTH
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OCC-REP
           PERFORM UNTIL WS-OCC-REP >= WS-OCC-COUNT(WS-OCC-DEPTH)
               ADD 1 TO WS-OCC-REP
               MOVE ZERO TO WS-OCC-SRC-IDX
               PERFORM UNTIL WS-OCC-SRC-IDX >= WS-OCC-BLOCK-FIELDS
                   ADD 1 TO WS-OCC-SRC-IDX
                   COMPUTE WS-FIELD-IDX =
                       WS-OCC-START(WS-OCC-DEPTH) + WS-OCC-SRC-IDX - 1
                   IF WS-FIELD-COUNT >= 500
                       IF WS-TABLE-FULL-WARNED = 'N'
                           DISPLAY 'WARNING: FIELD TABLE FULL (500)'
                               ' IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                               ' - REMAINING FIELDS IGNORED'
                           MOVE 'Y' TO WS-TABLE-FULL-WARNED
                       END-IF
                   ELSE
                       IF WS-RECORD-LENGTH +
                               WS-FE-LENGTH(WS-FIELD-IDX) > 2000
                           DISPLAY 'WARNING: RECORD LONGER THAN 2000'
                               ' IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                               ' - OCCURRENCE TRUNCATED'
                       ELSE
                           ADD 1 TO WS-FIELD-COUNT
                           MOVE WS-FIELD-ENTRY(WS-FIELD-IDX)
                               TO WS-FIELD-ENTRY(WS-FIELD-COUNT)
                           COMPUTE WS-FE-OFFSET(WS-FIELD-COUNT) =
                               WS-FE-OFFSET(WS-FIELD-IDX) +
                               (WS-OCC-BLOCK-BYTES * (WS-OCC-REP - 1))
                           ADD WS-FE-LENGTH(WS-FIELD-IDX)
                               TO WS-RECORD-LENGTH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           SUBTRACT 1 FROM WS-OCC-DEPTH.

       EXTRACT-LEVEL-AND-NAME.
      *    Extrait les deux premiers mots de la ligne : le numéro de
      *    niveau puis le nom de donnée (borné par espace, tabulation
      *    ou point).
           MOVE SPACES TO WS-LEVEL-TEXT
           MOVE SPACES TO WS-FIELD-NAME
           MOVE 1 TO WS-START-POS
           PERFORM UNTIL WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR (WS-LINE-UPPER(WS-START-POS:1) NOT = SPACE AND
                       WS-LINE-UPPER(WS-START-POS:1) NOT = WS-TAB-CHAR)
               ADD 1 TO WS-START-POS
           END-PERFORM
           IF WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-START-POS TO WS-END-POS
           PERFORM UNTIL WS-END-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-END-POS:1) = SPACE
                   OR WS-LINE-UPPER(WS-END-POS:1) = WS-TAB-CHAR
                   OR WS-LINE-UPPER(WS-END-POS:1) = '.'
               ADD 1 TO WS-END-POS
           END-PERFORM
           IF WS-END-POS - WS-START-POS NOT = 2
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-START-POS:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-UPPER(WS-START-POS:2) TO WS-LEVEL-TEXT

           MOVE WS-END-POS TO WS-START-POS
           PERFORM UNTIL WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR (WS-LINE-UPPER(WS-START-POS:1) NOT = SPACE AND
                       WS-LINE-UPPER(WS-START-POS:1) NOT = WS-TAB-CHAR)
               ADD 1 TO WS-START-POS
           END-PERFORM
           IF WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-START-POS TO WS-END-POS
           PERFORM UNTIL WS-END-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-END-POS:1) = SPACE
                   OR WS-LINE-UPPER(WS-END-POS:1) = WS-TAB-CHAR
                   OR WS-LINE-UPPER(WS-END-POS:1) = '.'
               ADD 1 TO WS-END-POS
           END-PERFORM
           COMPUTE WS-FIELD-NAME-LEN = WS-END-POS - WS-START-POS
           IF WS-FIELD-NAME-LEN > 30
               MOVE 30 TO WS-FIELD-NAME-LEN
           END-IF
           IF WS-FIELD-NAME-LEN > 0
               MOVE WS-LINE-UPPER(WS-START-POS:WS-FIELD-NAME-LEN)
                   TO WS-FIELD-NAME
           END-IF
           MOVE WS-END-POS TO WS-SCAN-POS.

       EXTRACT-PIC-CLAUSE.
      *    Cherche ' PIC ' après le nom, puis la clause complète : un
      *    signe S éventuel, le type (X ou 9), la longueur entre
      *    parenthèses ou par répétition du caractère, des décimales
      *    implicites V9(d) éventuelles, puis l'usage COMP-3 (ou
      *    PACKED-DECIMAL) plus loin sur la ligne. Une clause absente
      *    laisse WS-HAS-PIC à 'N' (ligne de groupe).
           MOVE 'N' TO WS-HAS-PIC
           MOVE SPACE TO WS-PIC-TYPE
           MOVE ZERO TO WS-PIC-LENGTH
           MOVE 'N' TO WS-PIC-SIGNED
           MOVE 'N' TO WS-PIC-PACKED
           MOVE ZERO TO WS-PIC-DEC-DIGITS
           MOVE ZERO TO WS-PIC-INT-DIGITS
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 4
                   OR WS-LINE-UPPER(WS-SCAN-POS:5) = ' PIC '
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER) - 4
               EXIT PARAGRAPH
           END-IF

           ADD 5 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'S'
               MOVE 'Y' TO WS-PIC-SIGNED
               ADD 1 TO WS-SCAN-POS
               IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'X'
      *        Un signe ne peut pas précéder un type alphanumérique :
      *        la clause n'est pas reconnue.
               IF WS-PIC-SIGNED = 'Y'
                   MOVE 'N' TO WS-PIC-SIGNED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'X' TO WS-PIC-TYPE
               MOVE 'X' TO WS-PIC-COUNT-CHAR
               PERFORM EXTRACT-PIC-COUNT
               IF WS-PIC-COUNT > 0
                   MOVE WS-PIC-COUNT TO WS-PIC-LENGTH
                   MOVE 'Y' TO WS-HAS-PIC
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-UPPER(WS-SCAN-POS:1) = '9'
               MOVE '9' TO WS-PIC-TYPE
               MOVE '9' TO WS-PIC-COUNT-CHAR
               PERFORM EXTRACT-PIC-COUNT
               MOVE WS-PIC-COUNT TO WS-PIC-INT-DIGITS
           ELSE
               IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'V'
      *            Un PIC tout en décimales (ex. PIC V99) : aucune
      *            partie entière.
                   MOVE '9' TO WS-PIC-TYPE
               ELSE
                   MOVE 'N' TO WS-PIC-SIGNED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-SCAN-POS <= FUNCTION LENGTH(WS-LINE-UPPER)
               IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'V'
                   ADD 1 TO WS-SCAN-POS
                   IF WS-SCAN-POS <=
                           FUNCTION LENGTH(WS-LINE-UPPER)
                           AND WS-LINE-UPPER(WS-SCAN-POS:1) = '9'
                       MOVE '9' TO WS-PIC-COUNT-CHAR
                       PERFORM EXTRACT-PIC-COUNT
                       MOVE WS-PIC-COUNT TO WS-PIC-DEC-DIGITS
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-PIC-LENGTH =
               WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
           IF WS-PIC-LENGTH > 0
               MOVE 'Y' TO WS-HAS-PIC
               PERFORM SCAN-FOR-PACKED-USAGE
           END-IF.

       EXTRACT-PIC-COUNT.
      *    Compte le motif courant de la clause PIC à partir de
      *    WS-SCAN-POS, placé sur le premier caractère du motif :
      *    soit (n) entre parenthèses, soit la répétition du
      *    caractère WS-PIC-COUNT-CHAR (ex. PIC XX, PIC V99). À la
      *    sortie, WS-SCAN-POS est placé après le motif.
           MOVE 1 TO WS-PIC-COUNT
           ADD 1 TO WS-SCAN-POS
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-SCAN-POS:1) NOT = '('
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(WS-LINE-UPPER)
                       OR WS-LINE-UPPER(WS-SCAN-POS:1)
                           NOT = WS-PIC-COUNT-CHAR
                   ADD 1 TO WS-PIC-COUNT
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCAN-POS
           MOVE SPACES TO WS-DIGITS-TEXT
           MOVE ZERO TO WS-DIGITS-LEN
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) = ')'
                   OR WS-DIGITS-LEN >= 4
               IF WS-LINE-UPPER(WS-SCAN-POS:1) IS NUMERIC
                   ADD 1 TO WS-DIGITS-LEN
                   MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                       TO WS-DIGITS-TEXT(WS-DIGITS-LEN:1)
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS <= FUNCTION LENGTH(WS-LINE-UPPER)
               ADD 1 TO WS-SCAN-POS
           END-IF
           IF WS-DIGITS-LEN > 0
               MOVE FUNCTION NUMVAL(WS-DIGITS-TEXT(1:WS-DIGITS-LEN))
                   TO WS-PIC-COUNT
           ELSE
               MOVE ZERO TO WS-PIC-COUNT
           END-IF.

       SCAN-FOR-PACKED-USAGE.
      *    Cherche ' COMP-3' ou ' PACKED-DECIMAL' après la clause
      *    PIC, en enjambant les littéraux entre guillemets comme la
      *    recherche de la clause OCCURS.
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 6
                   OR WS-PIC-PACKED = 'Y'
               IF COPYRECORD(WS-SCAN-POS:1) = '"'
                       OR COPYRECORD(WS-SCAN-POS:1) = "'"
                   MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
                   ADD 1 TO WS-SCAN-POS
                   PERFORM UNTIL WS-SCAN-POS >
                               FUNCTION LENGTH(COPYRECORD)
                           OR COPYRECORD(WS-SCAN-POS:1)
                               = WS-QUOTE-CHAR
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
               ELSE
                   IF WS-LINE-UPPER(WS-SCAN-POS:7) = ' COMP-3'
                       MOVE 'Y' TO WS-PIC-PACKED
                   ELSE
                       IF WS-SCAN-POS + 14 <=
                               FUNCTION LENGTH(WS-LINE-UPPER)
                               AND WS-LINE-UPPER(WS-SCAN-POS:15)
                                   = ' PACKED-DECIMAL'
                           MOVE 'Y' TO WS-PIC-PACKED
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       EXTRACT-VALUE-CLAUSE.
      *    Cherche ' VALUE ' puis le littéral associé : un littéral
      *    entre guillemets est déballé, une constante figurative ou
      *    un littéral numérique est repris tel quel.
           MOVE 'N' TO WS-HAS-VALUE
           MOVE SPACES TO WS-VALUE-TEXT
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 6
                   OR WS-LINE-UPPER(WS-SCAN-POS:7) = ' VALUE '
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER) - 6
               EXIT PARAGRAPH
           END-IF

           ADD 7 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-VALUE-LEN
           IF COPYRECORD(WS-SCAN-POS:1) = '"'
                   OR COPYRECORD(WS-SCAN-POS:1) = "'"
      *        Littéral alphanumérique : le contenu est repris dans sa
      *        casse d'origine (COPYRECORD), pas dans la copie passée
      *        en majuscules.
               MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
               ADD 1 TO WS-SCAN-POS
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(COPYRECORD)
                       OR COPYRECORD(WS-SCAN-POS:1) = WS-QUOTE-CHAR
                       OR WS-VALUE-LEN >= 100
                   ADD 1 TO WS-VALUE-LEN
                   MOVE COPYRECORD(WS-SCAN-POS:1)
                       TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               MOVE 'Y' TO WS-HAS-VALUE
           ELSE
      *        Un point suivi d'un chiffre appartient au littéral
      *        décimal (ex. -12.50) ; seul un point final ou suivi
      *        d'autre chose termine la clause.
               MOVE 'N' TO WS-VALUE-END
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(WS-LINE-UPPER)
                       OR WS-VALUE-END = 'Y'
                       OR WS-VALUE-LEN >= 100
                   MOVE 'N' TO WS-VALUE-TAKE
                   IF WS-LINE-UPPER(WS-SCAN-POS:1) = SPACE
                       MOVE 'Y' TO WS-VALUE-END
                   ELSE
                       IF WS-LINE-UPPER(WS-SCAN-POS:1) = '.'
                           IF WS-SCAN-POS >=
                                   FUNCTION LENGTH(WS-LINE-UPPER)
                               MOVE 'Y' TO WS-VALUE-END
                           ELSE
                               IF WS-LINE-UPPER(WS-SCAN-POS + 1:1)
                                       IS NUMERIC
                                   MOVE 'Y' TO WS-VALUE-TAKE
                               ELSE
                                   MOVE 'Y' TO WS-VALUE-END
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-VALUE-TAKE
                       END-IF
                   END-IF
                   IF WS-VALUE-TAKE = 'Y'
                       ADD 1 TO WS-VALUE-LEN
                       MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                           TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
                       ADD 1 TO WS-SCAN-POS
                   END-IF
               END-PERFORM
               IF WS-VALUE-LEN > 0
                   MOVE 'Y' TO WS-HAS-VALUE
               END-IF
           END-IF.

       EXTRACT-OCCURS-CLAUSE.
      *    Cherche ' OCCURS ' puis le nombre d'occurrences. En
      *    l'absence de clause, le champ compte pour une occurrence.
      *    Les littéraux entre guillemets sont enjambés : un
      *    ' OCCURS ' à l'intérieur d'une clause VALUE n'est pas une
      *    clause.
           MOVE 1 TO WS-OCCURS-COUNT
           COMPUTE WS-OCCURS-SCAN-LIMIT =
               FUNCTION LENGTH(WS-LINE-UPPER) - 7
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-OCCURS-SCAN-LIMIT
                   OR WS-LINE-UPPER(WS-SCAN-POS:8) = ' OCCURS '
               IF COPYRECORD(WS-SCAN-POS:1) = '"'
                       OR COPYRECORD(WS-SCAN-POS:1) = "'"
                   MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
                   ADD 1 TO WS-SCAN-POS
                   PERFORM UNTIL WS-SCAN-POS >
                               FUNCTION LENGTH(COPYRECORD)
                           OR COPYRECORD(WS-SCAN-POS:1)
                               = WS-QUOTE-CHAR
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > WS-OCCURS-SCAN-LIMIT
               EXIT PARAGRAPH
           END-IF

           ADD 8 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           MOVE SPACES TO WS-DIGITS-TEXT
           MOVE ZERO TO WS-DIGITS-LEN
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) IS NOT NUMERIC
                   OR WS-DIGITS-LEN >= 4
               ADD 1 TO WS-DIGITS-LEN
               MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                   TO WS-DIGITS-TEXT(WS-DIGITS-LEN:1)
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-DIGITS-LEN > 0
               MOVE FUNCTION NUMVAL(WS-DIGITS-TEXT(1:WS-DIGITS-LEN))
                   TO WS-OCCURS-COUNT
           END-IF
           IF WS-OCCURS-COUNT = ZERO
               MOVE 1 TO WS-OCCURS-COUNT
           END-IF.

       LOAD-HDRTRL-LAYOUT.
      *    Charge le tracé des enregistrements de contrôle depuis
      *    <copy>.hdrtrl, lu par la même analyse que la copy de
      *    détail. Les champs de l'en-tête et de la fin de fichier
      *    sont ajoutés après ceux du détail ; le nombre de champs et
      *    la longueur du détail sont ensuite rétablis. Un fichier
      *    absent (statut 35) n'est pas une erreur : le fichier de
      *    données n'a alors ni en-tête ni fin.
           MOVE 'N' TO WS-HDRTRL-PRESENT
           MOVE 'N' TO WS-HDRTRL-INVALID
           MOVE ZERO TO WS-HDRTRL-PART
           MOVE ZERO TO WS-HDR-FIRST
           MOVE ZERO TO WS-HDR-LAST
           MOVE ZERO TO WS-HDR-LENGTH
           MOVE ZERO TO WS-TRL-FIRST
           MOVE ZERO TO WS-TRL-LAST
           MOVE ZERO TO WS-TRL-LENGTH
           MOVE ZERO TO WS-HDR-ID-LENGTH
           MOVE ZERO TO WS-TRL-ID-LENGTH
           MOVE SPACES TO WS-HASH-FIELD-NAME
           MOVE SPACES TO WS-TRL-COUNT-NAME
           MOVE SPACES TO WS-TRL-HASH-NAME
           MOVE SPACES TO WS-HDR-DATE-NAME
           MOVE SPACES TO WS-HDR-SENDER-NAME
           MOVE ZERO TO WS-HASH-FIELD-IDX
           MOVE ZERO TO WS-TRL-COUNT-IDX
           MOVE ZERO TO WS-TRL-HASH-IDX
           MOVE ZERO TO WS-HDR-DATE-IDX
           MOVE ZERO TO WS-HDR-SENDER-IDX
           MOVE WS-FIELD-COUNT TO WS-DETAIL-FIELD-COUNT
           MOVE WS-RECORD-LENGTH TO WS-DETAIL-LENGTH

           MOVE WS-COPY-FILENAME TO WS-DETAIL-COPY-FILENAME
           MOVE SPACES TO WS-HDRTRL-FILENAME
           STRING FUNCTION TRIM(WS-COPY-FILENAME) '.hdrtrl'
               DELIMITED BY SIZE INTO WS-HDRTRL-FILENAME
           MOVE WS-HDRTRL-FILENAME TO WS-COPY-FILENAME
           OPEN INPUT COPYFILE
           IF WS-COPY-STATUS NOT = '00'
               MOVE WS-DETAIL-COPY-FILENAME TO WS-COPY-FILENAME
               IF WS-COPY-STATUS NOT = '35'
                   DISPLAY 'SKIPPING JOB: CANNOT OPEN HEADER/TRAILER '
                       'LAYOUT ' FUNCTION TRIM(WS-HDRTRL-FILENAME)
                       ' (STATUS ' WS-COPY-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-HDRTRL-INVALID
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-HDRTRL-PRESENT
           MOVE 'Y' TO WS-HDRTRL-LOADING
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-STOP-PARSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ COPYFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COPYRECORD(1:1) NOT = SPACE
                               AND COPYRECORD(1:1) NOT = '*'
                           PERFORM APPLY-HDRTRL-DIRECTIVE
                       ELSE
                           PERFORM PROCESS-COPY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPYFILE
           PERFORM UNTIL WS-OCC-DEPTH = ZERO
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM
           PERFORM CLOSE-HDRTRL-RECORD
           MOVE 'N' TO WS-HDRTRL-LOADING

           MOVE WS-DETAIL-COPY-FILENAME TO WS-COPY-FILENAME
           MOVE WS-DETAIL-FIELD-COUNT TO WS-FIELD-COUNT
           MOVE WS-DETAIL-LENGTH TO WS-RECORD-LENGTH

           PERFORM CHECK-HDRTRL-LAYOUT.

       APPLY-HDRTRL-DIRECTIVE.
      *    Reconnaît une ligne de directive du fichier .hdrtrl
      *    (CLEF=NOM DE CHAMP, en colonne 1) ; une clef inconnue est
      *    signalée et ignorée.
           MOVE FUNCTION UPPER-CASE(COPYRECORD) TO WS-LINE-UPPER
           IF WS-LINE-UPPER(1:11) = 'HASH-FIELD='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(12:100))
                   TO WS-HASH-FIELD-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:14) = 'TRAILER-COUNT='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(15:100))
                   TO WS-TRL-COUNT-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:13) = 'TRAILER-HASH='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(14:100))
                   TO WS-TRL-HASH-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:12) = 'HEADER-DATE='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(13:100))
                   TO WS-HDR-DATE-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:14) = 'HEADER-SENDER='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(15:100))
                   TO WS-HDR-SENDER-NAME
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'WARNING: UNKNOWN DIRECTIVE IN '
               FUNCTION TRIM(WS-HDRTRL-FILENAME) ': "'
               FUNCTION TRIM(COPYRECORD) '" IGNORED'.

       START-HDRTRL-RECORD.
      *    Un 01 du fichier .hdrtrl : le premier ouvre l'en-tête, le
      *    second la fin de fichier ; un troisième est ignoré avec le
      *    reste du fichier. Chaque tracé repart du décalage zéro.
           PERFORM CLOSE-HDRTRL-RECORD
           IF WS-HDRTRL-PART >= 2
               DISPLAY 'NOTE: ONLY THE FIRST TWO 01 RECORDS OF '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' ARE USED - "' FUNCTION TRIM(WS-FIELD-NAME)
                   '" IGNORED'
               MOVE 'Y' TO WS-STOP-PARSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HDRTRL-PART
           MOVE ZERO TO WS-RECORD-LENGTH
           IF WS-HDRTRL-PART = 1
               COMPUTE WS-HDR-FIRST = WS-FIELD-COUNT + 1
           ELSE
               COMPUTE WS-TRL-FIRST = WS-FIELD-COUNT + 1
           END-IF.

       CLOSE-HDRTRL-RECORD.
      *    Arrête la plage de champs et la longueur du tracé de
      *    contrôle en cours.
           IF WS-HDRTRL-PART = 1
               MOVE WS-FIELD-COUNT TO WS-HDR-LAST
               MOVE WS-RECORD-LENGTH TO WS-HDR-LENGTH
           END-IF
           IF WS-HDRTRL-PART = 2
               MOVE WS-FIELD-COUNT TO WS-TRL-LAST
               MOVE WS-RECORD-LENGTH TO WS-TRL-LENGTH
           END-IF.

       NOTE-HDRTRL-RECORD-ID.
      *    Le premier champ X d'un tracé de contrôle portant un
      *    littéral VALUE identifie l'enregistrement (type
      *    d'enregistrement) : son décalage, sa longueur (30 octets
      *    au plus) et sa valeur sont retenus. Une constante
      *    figurative n'identifie rien.
           IF WS-PIC-TYPE NOT = 'X' OR WS-HAS-VALUE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-TEXT = 'SPACE' OR WS-VALUE-TEXT = 'SPACES'
                   OR WS-VALUE-TEXT = 'ZERO' OR WS-VALUE-TEXT = 'ZEROS'
                   OR WS-VALUE-TEXT = 'ZEROES'
                   OR WS-VALUE-TEXT = 'LOW-VALUE'
                   OR WS-VALUE-TEXT = 'LOW-VALUES'
                   OR WS-VALUE-TEXT = 'HIGH-VALUE'
                   OR WS-VALUE-TEXT = 'HIGH-VALUES'
                   OR WS-VALUE-TEXT = 'QUOTE'
                   OR WS-VALUE-TEXT = 'QUOTES'
               EXIT PARAGRAPH
           END-IF
           IF WS-HDRTRL-PART = 1 AND WS-HDR-ID-LENGTH = ZERO
               MOVE WS-RECORD-LENGTH TO WS-HDR-ID-OFFSET
               IF WS-PIC-LENGTH > 30
                   MOVE 30 TO WS-HDR-ID-LENGTH
               ELSE
                   MOVE WS-PIC-LENGTH TO WS-HDR-ID-LENGTH
               END-IF
               MOVE WS-VALUE-TEXT(1:30) TO WS-HDR-ID-VALUE
           END-IF
           IF WS-HDRTRL-PART = 2 AND WS-TRL-ID-LENGTH = ZERO
               MOVE WS-RECORD-LENGTH TO WS-TRL-ID-OFFSET
               IF WS-PIC-LENGTH > 30
                   MOVE 30 TO WS-TRL-ID-LENGTH
               ELSE
                   MOVE WS-PIC-LENGTH TO WS-TRL-ID-LENGTH
               END-IF
               MOVE WS-VALUE-TEXT(1:30) TO WS-TRL-ID-VALUE
           END-IF.

       CHECK-HDRTRL-LAYOUT.
      *    Vérifie le tracé de contrôle chargé et résout les noms des
      *    directives en indices de la table des champs. L'en-tête et
      *    la fin de fichier doivent être déclarés, identifiables et
      *    distincts ; le nombre d'enregistrements est obligatoire,
      *    le total de contrôle demande à la fois HASH-FIELD= et
      *    TRAILER-HASH=.
           IF WS-HDRTRL-PART < 2 OR WS-HDR-LAST < WS-HDR-FIRST
                   OR WS-TRL-LAST < WS-TRL-FIRST
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' MUST DESCRIBE A HEADER AND A TRAILER 01 RECORD'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-ID-LENGTH = ZERO OR WS-TRL-ID-LENGTH = ZERO
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - EACH RECORD NEEDS A PIC X RECORD-TYPE FIELD'
                   ' WITH A VALUE LITERAL'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-ID-OFFSET = WS-TRL-ID-OFFSET
                   AND WS-HDR-ID-LENGTH = WS-TRL-ID-LENGTH
                   AND WS-HDR-ID-VALUE = WS-TRL-ID-VALUE
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - HEADER AND TRAILER HAVE THE SAME RECORD TYPE'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-COUNT-NAME = SPACES
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - NO TRAILER-COUNT= DIRECTIVE'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRL-COUNT-NAME TO WS-HDRTRL-LOOKUP
           MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
           MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           MOVE 'TRAILER' TO WS-HDRTRL-WHERE
           MOVE 'Y' TO WS-HDRTRL-NEED-NUMERIC
           PERFORM FIND-HDRTRL-FIELD
           MOVE WS-HDRTRL-FOUND TO WS-TRL-COUNT-IDX
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-HASH-FIELD-NAME NOT = SPACES
                   AND WS-TRL-HASH-NAME NOT = SPACES
               MOVE WS-HASH-FIELD-NAME TO WS-HDRTRL-LOOKUP
               MOVE 1 TO WS-HDRTRL-FROM
               MOVE WS-DETAIL-FIELD-COUNT TO WS-HDRTRL-TO
               MOVE 'DETAIL' TO WS-HDRTRL-WHERE
               MOVE 'Y' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HASH-FIELD-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TRL-HASH-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
               MOVE WS-TRL-LAST TO WS-HDRTRL-TO
               MOVE 'TRAILER' TO WS-HDRTRL-WHERE
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-TRL-HASH-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-HASH-FIELD-NAME NOT = SPACES
                       OR WS-TRL-HASH-NAME NOT = SPACES
                   DISPLAY 'NOTE: HASH-FIELD= AND TRAILER-HASH= MUST '
                       'BOTH BE GIVEN IN '
                       FUNCTION TRIM(WS-HDRTRL-FILENAME)
                       ' - NO HASH TOTAL'
               END-IF
           END-IF

           IF WS-HDR-DATE-NAME NOT = SPACES
               MOVE WS-HDR-DATE-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
               MOVE WS-HDR-LAST TO WS-HDRTRL-TO
               MOVE 'HEADER' TO WS-HDRTRL-WHERE
               MOVE 'N' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HDR-DATE-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HDR-SENDER-NAME NOT = SPACES
               MOVE WS-HDR-SENDER-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
               MOVE WS-HDR-LAST TO WS-HDRTRL-TO
               MOVE 'HEADER' TO WS-HDRTRL-WHERE
               MOVE 'N' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HDR-SENDER-IDX
           END-IF.

       FIND-HDRTRL-FIELD.
      *    Cherche le champ WS-HDRTRL-LOOKUP dans la plage
      *    WS-HDRTRL-FROM..WS-HDRTRL-TO de la table (première
      *    occurrence). Un champ introuvable, ou non numérique quand
      *    un nombre est attendu, rend le tracé inutilisable.
           MOVE ZERO TO WS-HDRTRL-FOUND
           MOVE WS-HDRTRL-FROM TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-HDRTRL-TO
                   OR WS-HDRTRL-FOUND > ZERO
               IF WS-FE-NAME(WS-FIELD-IDX) = WS-HDRTRL-LOOKUP
                   MOVE WS-FIELD-IDX TO WS-HDRTRL-FOUND
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-HDRTRL-FOUND = ZERO
               DISPLAY 'SKIPPING JOB: FIELD "'
                   FUNCTION TRIM(WS-HDRTRL-LOOKUP)
                   '" NOT FOUND IN THE '
                   FUNCTION TRIM(WS-HDRTRL-WHERE) ' RECORD OF '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDRTRL-NEED-NUMERIC = 'Y'
                   AND WS-FE-TYPE(WS-HDRTRL-FOUND) NOT = '9'
               DISPLAY 'SKIPPING JOB: FIELD "'
                   FUNCTION TRIM(WS-HDRTRL-LOOKUP)
                   '" OF THE ' FUNCTION TRIM(WS-HDRTRL-WHERE)
                   ' RECORD IS NOT NUMERIC IN '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
           END-IF.

       WRITE-RUNLOG-ENTRY.
      *    Consigne les statistiques du job (horodatage, fichier CSV,
      *    mode, lignes ou enregistrements lus et écrits, rejets,
      *    longueurs non conformes) dans le journal d'exécution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  FUNCTION TRIM(WS-CSV-FILENAME) ' '
                  'MODE=' WS-MODE ' '
                  'RECORDS-READ=' WS-RECORD-COUNT ' '
                  'RECORDS-WRITTEN=' WS-WRITTEN-COUNT ' '
                  'REJECTS=' WS-REJECT-COUNT ' '
                  'LENGTH-MISMATCHES=' WS-LENGTH-MISMATCH-COUNT
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
