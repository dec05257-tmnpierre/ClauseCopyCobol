       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATETABLEDDL.

      *    Programme compagnon de CREATEGROUPVARIABLES : pour chaque
      *    copy du manifeste du générateur, lit son dictionnaire
      *    (.dict, écrit par WRITE-DICT-ENTRY) et produit :
      *      <copy>.ddl    le script CREATE TABLE de la base : un
      *                    champ X devient CHAR(n), un champ 9, S9,
      *                    P ou SP (suffixe V<d>) DECIMAL(p,d) ;
      *      <copy>.ctl    le fichier de contrôle du chargement à
      *                    positions fixes, aux décalages en octets
      *                    du tracé (POSITION(début:fin)) ;
      *      <copy>.alter  quand le rapport <copy>.delta de la
      *                    dernière génération relève des champs
      *                    ajoutés, supprimés, renommés ou de longueur
      *                    changée, le script ALTER TABLE
      *                    correspondant.
      *    Un champ répété (OCCURS propre ou groupe répétitif
      *    englobant) est, selon le job, déplié en colonnes numérotées
      *    NOM_1, NOM_2... (FLATTEN) ou porté par une table fille
      *    (CHILD) à raison d'une ligne par occurrence, rattachée à
      *    la table mère par le numéro d'enregistrement REC_SEQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne le manifeste du générateur (une ligne
      *    "entrée:sortie[:option[:ddl]]" par job) : la liste des
      *    copys à traiter.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Sélectionne le dictionnaire compagnon de la copy courante.
           SELECT DICTFILE ASSIGN TO DYNAMIC WS-DICT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICT-STATUS.

      *    Sélectionne le rapport de génération de la copy courante.
           SELECT DELTAFILE ASSIGN TO DYNAMIC WS-DELTA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

      *    Sélectionne le script CREATE TABLE produit.
           SELECT DDLFILE ASSIGN TO DYNAMIC WS-DDL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDL-STATUS.

      *    Sélectionne le fichier de contrôle du chargement produit.
           SELECT LOADCTLFILE ASSIGN TO DYNAMIC WS-LOADCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADCTL-STATUS.

      *    Sélectionne le contrôle du chargement de la génération
      *    précédente, mis de côté avant d'être remplacé.
           SELECT PREVCTLFILE ASSIGN TO DYNAMIC WS-PREVCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVCTL-STATUS.

      *    Sélectionne l'empreinte (.fpr) de la copy courante.
           SELECT FPRFILE ASSIGN TO DYNAMIC WS-FPR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPR-STATUS.

      *    Sélectionne le script ALTER TABLE produit.
           SELECT ALTERFILE ASSIGN TO DYNAMIC WS-ALTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALTER-STATUS.

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
       FD MANIFESTFILE.

      *    Définit la structure d'une ligne du manifeste.
       01 MANIFESTRECORD PIC X(200).

       FD DICTFILE.
      *    Définit la structure d'une ligne de dictionnaire.
       01 DICTRECORD PIC X(200).

       FD DELTAFILE.
      *    Définit la structure d'une ligne du rapport de génération.
       01 DELTARECORD PIC X(200).

       FD DDLFILE.
      *    Définit la structure d'une ligne du script CREATE TABLE.
       01 DDLRECORD PIC X(200).

       FD LOADCTLFILE.
      *    Définit la structure d'une ligne du contrôle de chargement.
       01 LOADCTLRECORD PIC X(200).

       FD PREVCTLFILE.
      *    Définit la structure d'une ligne du contrôle précédent.
       01 PREVCTLRECORD PIC X(200).

       FD FPRFILE.
      *    Définit la structure de la ligne d'empreinte.
       01 FPRRECORD PIC X(200).

       FD ALTERFILE.
      *    Définit la structure d'une ligne du script ALTER TABLE.
       01 ALTERRECORD PIC X(200).

       FD RUNLOGFILE.
      *    Définit la structure d'une ligne du journal d'exécution.
       01 RUNLOGRECORD PIC X(200).

       FD CONTROLFILE.
      *    Définit la structure d'une ligne de la carte de contrôle.
       01 CONTROLRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
       01 WS-DICT-EOF PIC X VALUE 'N'.
       01 WS-DELTA-EOF PIC X VALUE 'N'.
       01 WS-LOADCTL-EOF PIC X VALUE 'N'.

      *    États des fichiers et chemins réglables par la carte de
      *    contrôle. Sans manifeste, le programme retombe sur le mode
      *    simple du générateur (output.cpy).
       01 WS-MANIFEST-FILENAME PIC X(100) VALUE 'manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-DICT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-DICT-STATUS PIC XX VALUE SPACES.
       01 WS-DELTA-FILENAME PIC X(110) VALUE SPACES.
       01 WS-DELTA-STATUS PIC XX VALUE SPACES.
       01 WS-DDL-FILENAME PIC X(110) VALUE SPACES.
       01 WS-DDL-STATUS PIC XX VALUE SPACES.
       01 WS-LOADCTL-FILENAME PIC X(110) VALUE SPACES.
       01 WS-LOADCTL-STATUS PIC XX VALUE SPACES.
       01 WS-PREVCTL-FILENAME PIC X(110) VALUE SPACES.
       01 WS-PREVCTL-STATUS PIC XX VALUE SPACES.
       01 WS-FPR-FILENAME PIC X(110) VALUE SPACES.
       01 WS-FPR-STATUS PIC XX VALUE SPACES.
       01 WS-ALTER-FILENAME PIC X(110) VALUE SPACES.
       01 WS-ALTER-STATUS PIC XX VALUE SPACES.
       01 WS-ALTER-OPEN PIC X VALUE 'N'.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, MANIFEST= et DDL-OCCURS= (FLATTEN ou CHILD, le
      *    traitement des champs répétés pour les jobs qui ne le
      *    précisent pas ; FLATTEN si absent) ; les clefs des autres
      *    programmes de la chaîne sont ignorées sans bruit, une même
      *    carte sert à toute l'installation.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
       01 WS-CONTROL-VALUE PIC X(150) VALUE SPACES.
       01 WS-CONTROL-EQ-POS PIC 999 VALUE ZERO.
       01 WS-DEFAULT-OCCURS-MODE PIC X(7) VALUE 'FLATTEN'.

      *    Ligne de manifeste courante : la copy est le deuxième
      *    segment, le quatrième (FLATTEN ou CHILD) choisit le
      *    traitement des champs répétés du job. Le troisième
      *    appartient au générateur (FORCE) et est ignoré ici.
       01 WS-INPUT-FILENAME PIC X(100) VALUE SPACES.
       01 WS-OUTPUT-FILENAME PIC X(100) VALUE 'output.cpy'.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.
       01 WS-MODE-TEXT PIC X(30) VALUE SPACES.
       01 WS-OCCURS-MODE PIC X(7) VALUE 'FLATTEN'.

      *    Nom de table de base : le nom de la copy sans répertoire
      *    ni extension, en majuscules, tirets et points remplacés
      *    par des soulignés. Une copy multi-enregistrements donne
      *    une table par section, suffixée du nom de la section.
       01 WS-TABLE-BASE PIC X(60) VALUE SPACES.
       01 WS-NAME-START PIC 999 VALUE ZERO.
       01 WS-NAME-END PIC 999 VALUE ZERO.
       01 WS-NAME-POS PIC 999 VALUE ZERO.

      *    Analyse d'une ligne de dictionnaire, découpée en mots :
      *      seq nom octets occurrences total type ligne  (champ)
      *      SECTION nom                              (section)
      *      GROUP nom OCCURS n LEVEL nn       (groupe répétitif)
      *    Les autres lignes (synthèse des sections) sont ignorées.
       01 WS-DICT-WORDS.
           05 WS-DICT-WORD PIC X(30) OCCURS 7 TIMES.
       01 WS-WORD-IDX PIC 9 VALUE ZERO.

      *    Champs du dictionnaire, dans l'ordre du tracé. Le
      *    décalage est celui de la première occurrence (base 0 dans
      *    sa section) ; WS-FD-OUTER et WS-FD-INNER désignent les
      *    groupes répétitifs englobants (0 si aucun), WS-FD-REPEAT
      *    le nombre total d'occurrences du champ dans
      *    l'enregistrement et WS-FD-UNIT la table fille qui le porte
      *    en mode CHILD (0 pour la table mère).
       01 WS-FIELD-COUNT PIC 999 VALUE ZERO.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 500 TIMES.
               10 WS-FD-NAME PIC X(30).
               10 WS-FD-COLUMN PIC X(30).
               10 WS-FD-BYTES PIC 9(5).
               10 WS-FD-OCCURS PIC 9(4).
               10 WS-FD-KIND PIC X.
               10 WS-FD-DECIMALS PIC 9.
               10 WS-FD-PRECISION PIC 99.
               10 WS-FD-OFFSET PIC 9(6).
               10 WS-FD-SECTION PIC 99.
               10 WS-FD-OUTER PIC 999.
               10 WS-FD-INNER PIC 999.
               10 WS-FD-REPEAT PIC 9(6).
               10 WS-FD-UNIT PIC 999.
       01 WS-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-FIELD-TABLE-FULL PIC X VALUE 'N'.

      *    Groupes répétitifs signalés par le dictionnaire : le pas
      *    d'une occurrence est connu à la fermeture du groupe, quand
      *    la position a dépassé son dernier champ.
       01 WS-GROUP-COUNT PIC 999 VALUE ZERO.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GR-NAME PIC X(30).
               10 WS-GR-LEVEL PIC 99.
               10 WS-GR-OCCURS PIC 9(4).
               10 WS-GR-START PIC 9(6).
               10 WS-GR-STRIDE PIC 9(6).
       01 WS-OPEN-COUNT PIC 9 VALUE ZERO.
       01 WS-OPEN-GROUP PIC 999 OCCURS 2 TIMES.
       01 WS-OPEN-PRODUCT PIC 9(8) VALUE ZERO.
       01 WS-FIELD-PRODUCT PIC 9(8) VALUE ZERO.
       01 WS-GROUP-LEVEL PIC 99 VALUE ZERO.
       01 WS-GROUP-IDX PIC 999 VALUE ZERO.
       01 WS-NO-GROUP-MARKERS PIC X VALUE 'N'.

      *    Position courante (décalage de la première occurrence du
      *    prochain champ) et sections du dictionnaire.
       01 WS-POSITION PIC 9(6) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 99 VALUE ZERO.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 20 TIMES.
               10 WS-SC-NAME PIC X(30).
               10 WS-SC-TABLE PIC X(60).
               10 WS-SC-LENGTH PIC 9(6).
               10 WS-SC-FIELDS PIC 999.
               10 WS-SC-HAS-CHILD PIC X.
       01 WS-SECTION-IDX PIC 99 VALUE ZERO.

      *    Tables filles du mode CHILD : une par groupe répétitif
      *    extérieur, ou par champ répété hors de tout groupe.
       01 WS-UNIT-COUNT PIC 999 VALUE ZERO.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-ENTRY OCCURS 200 TIMES.
               10 WS-UN-SECTION PIC 99.
               10 WS-UN-GROUP PIC 999.
               10 WS-UN-FIELD PIC 999.
               10 WS-UN-OCCURS PIC 9(4).
               10 WS-UN-TABLE PIC X(60).
       01 WS-UNIT-IDX PIC 999 VALUE ZERO.
       01 WS-UNIT-OCC PIC 9(4) VALUE ZERO.

      *    Colonnes d'un champ : WS-ENUM-BASE est le nom de base,
      *    numéroté _n quand le champ donne plusieurs colonnes dans
      *    sa table ; chaque colonne porte sa position de début
      *    (base 1) dans l'enregistrement.
       01 WS-ENUM-BASE PIC X(30) VALUE SPACES.
       01 WS-ENUM-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ENUM-TABLE.
           05 WS-ENUM-ENTRY OCCURS 2000 TIMES.
               10 WS-ENUM-COLUMN PIC X(40).
               10 WS-ENUM-START PIC 9(6).
       01 WS-ENUM-IDX PIC 9(4) VALUE ZERO.
       01 WS-ENUM-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-ENUM-FULL PIC X VALUE 'N'.
       01 WS-OUTER-FROM PIC 9(4) VALUE ZERO.
       01 WS-OUTER-TO PIC 9(4) VALUE ZERO.
       01 WS-INNER-TO PIC 9(4) VALUE ZERO.
       01 WS-OWN-FROM PIC 9(4) VALUE ZERO.
       01 WS-OWN-TO PIC 9(4) VALUE ZERO.
       01 WS-OUTER-I PIC 9(4) VALUE ZERO.
       01 WS-INNER-I PIC 9(4) VALUE ZERO.
       01 WS-OWN-I PIC 9(4) VALUE ZERO.
       01 WS-OUTER-STRIDE PIC 9(6) VALUE ZERO.
       01 WS-INNER-STRIDE PIC 9(6) VALUE ZERO.

      *    Types SQL et de chargement du champ courant.
       01 WS-SQL-TYPE PIC X(20) VALUE SPACES.
       01 WS-LOAD-TYPE PIC X(20) VALUE SPACES.
       01 WS-TYPE-TEXT PIC X(10) VALUE SPACES.
       01 WS-TYPE-POS PIC 99 VALUE ZERO.

      *    Ligne retenue avant écriture : la virgule qui sépare les
      *    colonnes n'est ajoutée qu'à l'arrivée de la suivante.
       01 WS-HELD-LINE PIC X(200) VALUE SPACES.
       01 WS-HELD-TARGET PIC X VALUE SPACE.
       01 WS-OUT-LINE PIC X(200) VALUE SPACES.
       01 WS-COMMA-LINE PIC X(200) VALUE SPACES.
       01 WS-COLUMN-PAD PIC X(32) VALUE SPACES.
       01 WS-POSITION-PAD PIC X(22) VALUE SPACES.
       01 WS-CURRENT-TABLE PIC X(60) VALUE SPACES.

      *    Rapport de génération : mot-clef de la ligne courante,
      *    noms concernés, table et colonnes de l'ancien nom.
       01 WS-DELTA-WORDS.
           05 WS-DELTA-WORD PIC X(30) OCCURS 4 TIMES.
       01 WS-FIND-NAME PIC X(30) VALUE SPACES.
       01 WS-FOUND-FIELD PIC 999 VALUE ZERO.
       01 WS-OLD-COLUMN PIC X(30) VALUE SPACES.
       01 WS-DROP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DROP-TABLE-AREA.
           05 WS-DROP-ENTRY OCCURS 2000 TIMES.
               10 WS-DROP-TABLE PIC X(60).
               10 WS-DROP-COLUMN PIC X(30).
       01 WS-DROP-IDX PIC 9(4) VALUE ZERO.
       01 WS-DROP-BASE-LEN PIC 99 VALUE ZERO.
       01 WS-DROP-SUFFIX PIC X(30) VALUE SPACES.

      *    Empreinte de la copy courante, consignée en tête du
      *    contrôle du chargement : un contrôle qui porte une autre
      *    empreinte appartient à une génération précédente et est
      *    mis de côté en .ctl.prev ; une reprise sur la même
      *    génération laisse la sauvegarde intacte.
       01 WS-FPR-LINE PIC X(40) VALUE SPACES.
       01 WS-FPR-HEADER PIC X(60) VALUE SPACES.
       01 WS-CTL-SAME-GENERATION PIC X VALUE 'N'.
       01 WS-NEW-ENUM-TABLE.
           05 WS-NEW-ENUM-COLUMN PIC X(40) OCCURS 2000 TIMES.

      *    Statistiques du job pour le journal et la synthèse.
       01 WS-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COLUMN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ALTER-COUNT PIC 9(4) VALUE ZERO.

      *    Gravité de l'exécution : un job écarté la porte à 8 ; elle
      *    devient le code retour du programme à la fin.
       01 WS-RUN-SEVERITY PIC 9 VALUE ZERO.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-NUM-ED-1 PIC Z(5)9.
       01 WS-NUM-ED-2 PIC Z(5)9.
       01 WS-NUM-ED-3 PIC Z9.

       PROCEDURE DIVISION.
       BEGIN.
      *    La carte de contrôle est lue avant toute ouverture.
           PERFORM READ-CONTROL-CARD

      *    Mode lot : le manifeste du générateur donne les copys à
      *    traiter. S'il est absent, on retombe sur le mode simple.
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
                       PERFORM PARSE-MANIFEST-LINE
                       IF WS-OUTPUT-FILENAME NOT = SPACES
                           PERFORM PROCESS-ONE-JOB
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MANIFESTFILE
           ELSE
               MOVE SPACES TO WS-MODE-TEXT
               PERFORM PROCESS-ONE-JOB
           END-IF
           CLOSE RUNLOGFILE
           IF WS-RUN-SEVERITY >= 8
               MOVE 8 TO RETURN-CODE
           END-IF
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
               WHEN 'MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'DDL-OCCURS'
                   MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:30))
                       TO WS-MODE-TEXT
                   IF WS-MODE-TEXT = 'FLATTEN' OR WS-MODE-TEXT = 'CHILD'
                       MOVE WS-MODE-TEXT(1:7) TO WS-DEFAULT-OCCURS-MODE
                   ELSE
                       DISPLAY 'WARNING: INVALID VALUE FOR CONTROL '
                           'CARD KEY DDL-OCCURS: "'
                           FUNCTION TRIM(WS-CONTROL-VALUE)
                           '" - COMPILED DEFAULT KEPT'
                   END-IF
                   MOVE SPACES TO WS-MODE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-MANIFEST-LINE.
      *    Découpe une ligne "entrée:sortie[:option[:ddl]]" du
      *    manifeste du générateur.
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

           MOVE SPACES TO WS-INPUT-FILENAME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           MOVE SPACES TO WS-MODE-TEXT

           IF WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(1:WS-CTL-COLON-1 - 1)
                   TO WS-INPUT-FILENAME
           END-IF
           IF WS-CTL-COLON-2 - WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-1 + 1:
                             WS-CTL-COLON-2 - WS-CTL-COLON-1 - 1)
                   TO WS-OUTPUT-FILENAME
           END-IF
           IF WS-CTL-COLON-3 < FUNCTION LENGTH(MANIFESTRECORD)
               MOVE MANIFESTRECORD(WS-CTL-COLON-3 + 1:30)
                   TO WS-MODE-TEXT
           END-IF.

       PROCESS-ONE-JOB.
      *    Traite une copy : charge son dictionnaire, nomme ses
      *    tables puis écrit le script CREATE TABLE, le contrôle du
      *    chargement et, si le rapport de génération relève des
      *    changements, le script ALTER TABLE.
           MOVE ZERO TO WS-TABLE-COUNT
           MOVE ZERO TO WS-COLUMN-COUNT
           MOVE ZERO TO WS-ALTER-COUNT

           MOVE WS-DEFAULT-OCCURS-MODE TO WS-OCCURS-MODE
           IF WS-MODE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-TEXT))
                   TO WS-MODE-TEXT
               IF WS-MODE-TEXT = 'FLATTEN' OR WS-MODE-TEXT = 'CHILD'
                   MOVE WS-MODE-TEXT(1:7) TO WS-OCCURS-MODE
               ELSE
                   DISPLAY 'SKIPPING JOB: INVALID OCCURS MODE "'
                       FUNCTION TRIM(WS-MODE-TEXT) '" FOR '
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
                       ' (FLATTEN OR CHILD)'
                   MOVE 8 TO WS-RUN-SEVERITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-DICT-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.dict'
                  DELIMITED BY SIZE INTO WS-DICT-FILENAME
           MOVE SPACES TO WS-DELTA-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.delta'
                  DELIMITED BY SIZE INTO WS-DELTA-FILENAME
           MOVE SPACES TO WS-DDL-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.ddl'
                  DELIMITED BY SIZE INTO WS-DDL-FILENAME
           MOVE SPACES TO WS-LOADCTL-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.ctl'
                  DELIMITED BY SIZE INTO WS-LOADCTL-FILENAME
           MOVE SPACES TO WS-ALTER-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.alter'
                  DELIMITED BY SIZE INTO WS-ALTER-FILENAME
           MOVE SPACES TO WS-PREVCTL-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.ctl.prev'
                  DELIMITED BY SIZE INTO WS-PREVCTL-FILENAME
           MOVE SPACES TO WS-FPR-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.fpr'
                  DELIMITED BY SIZE INTO WS-FPR-FILENAME

           PERFORM LOAD-DICTIONARY
           IF WS-DICT-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DICTIONARY '
                   FUNCTION TRIM(WS-DICT-FILENAME)
                   ' (STATUS ' WS-DICT-STATUS ')'
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-TABLE-FULL = 'Y'
               DISPLAY 'SKIPPING JOB: DICTIONARY '
                   FUNCTION TRIM(WS-DICT-FILENAME)
                   ' EXCEEDS THE FIELD OR GROUP TABLE'
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: NO FIELDS IN DICTIONARY '
                   FUNCTION TRIM(WS-DICT-FILENAME)
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           IF WS-NO-GROUP-MARKERS = 'Y'
               DISPLAY 'NOTE: ' FUNCTION TRIM(WS-DICT-FILENAME)
                   ' CARRIES NO REPEATING-GROUP LINES - '
                   'OCCURRENCES TAKEN AS CONTIGUOUS; '
                   'REGENERATE THE COPYBOOK FOR EXACT POSITIONS'
           END-IF

           PERFORM BUILD-TABLE-NAMES
           PERFORM BUILD-CHILD-UNITS

      *    Le script ALTER TABLE passe en premier : les colonnes
      *    d'un champ supprimé se lisent dans le contrôle du
      *    chargement de la génération précédente, mis de côté avant
      *    qu'il ne soit remplacé.
           PERFORM SAVE-PREVIOUS-LOAD-CONTROL
           PERFORM WRITE-ALTER-SCRIPT
           PERFORM WRITE-DDL-SCRIPT
           IF WS-DDL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-LOAD-CONTROL
           IF WS-LOADCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TABLE-COUNT TO WS-NUM-ED-1
           MOVE WS-COLUMN-COUNT TO WS-NUM-ED-2
           DISPLAY 'DDL FOR ' FUNCTION TRIM(WS-OUTPUT-FILENAME) ': '
               FUNCTION TRIM(WS-NUM-ED-1) ' TABLE(S), '
               FUNCTION TRIM(WS-NUM-ED-2) ' COLUMN(S), OCCURS '
               FUNCTION TRIM(WS-OCCURS-MODE)
           IF WS-ALTER-COUNT > ZERO
               MOVE WS-ALTER-COUNT TO WS-NUM-ED-1
               DISPLAY 'ALTER SCRIPT '
                   FUNCTION TRIM(WS-ALTER-FILENAME) ': '
                   FUNCTION TRIM(WS-NUM-ED-1) ' STATEMENT(S)'
           END-IF
           PERFORM WRITE-RUNLOG-ENTRY.

       LOAD-DICTIONARY.
      *    Charge les champs, les sections et les groupes répétitifs
      *    du dictionnaire de la copy courante et calcule le
      *    décalage de chaque champ. Un dictionnaire de l'ancien
      *    format (sans lignes GROUP) est lu champ après champ, les
      *    occurrences prises comme contiguës, comme le fait le
      *    rapport de génération.
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-POSITION
           MOVE 'N' TO WS-FIELD-TABLE-FULL
           MOVE 'N' TO WS-NO-GROUP-MARKERS
           MOVE 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-SECTION-ENTRY(1)
           MOVE ZERO TO WS-SC-LENGTH(1)
           MOVE ZERO TO WS-SC-FIELDS(1)
           OPEN INPUT DICTFILE
           IF WS-DICT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DICT-EOF
           PERFORM UNTIL WS-DICT-EOF = 'Y'
               READ DICTFILE
                   AT END MOVE 'Y' TO WS-DICT-EOF
                   NOT AT END PERFORM LOAD-DICT-LINE
               END-READ
           END-PERFORM
           CLOSE DICTFILE
           PERFORM CLOSE-DICT-GROUP
               UNTIL WS-OPEN-COUNT = ZERO
           MOVE WS-POSITION TO WS-SC-LENGTH(WS-SECTION-COUNT)
           MOVE '00' TO WS-DICT-STATUS.

       LOAD-DICT-LINE.
      *    Aiguille la ligne de dictionnaire courante : début de
      *    section, ouverture de groupe répétitif ou champ (premier
      *    mot numérique).
           MOVE SPACES TO WS-DICT-WORDS
           UNSTRING DICTRECORD DELIMITED BY ALL SPACES
               INTO WS-DICT-WORD(1) WS-DICT-WORD(2) WS-DICT-WORD(3)
                    WS-DICT-WORD(4) WS-DICT-WORD(5) WS-DICT-WORD(6)
                    WS-DICT-WORD(7)
           IF WS-DICT-WORD(1) = 'SECTION'
                   AND WS-DICT-WORD(2) NOT = SPACES
                   AND WS-DICT-WORD(3) = SPACES
               PERFORM START-DICT-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DICT-WORD(1) = 'GROUP'
                   AND WS-DICT-WORD(3) = 'OCCURS'
                   AND FUNCTION TRIM(WS-DICT-WORD(4)) IS NUMERIC
                   AND FUNCTION TRIM(WS-DICT-WORD(6)) IS NUMERIC
               PERFORM OPEN-DICT-GROUP
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-DICT-WORD(1)) IS NOT NUMERIC
                   OR FUNCTION TRIM(WS-DICT-WORD(3)) IS NOT NUMERIC
                   OR WS-DICT-WORD(2) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-DICT-FIELD.

       START-DICT-SECTION.
      *    Une section de copy multi-enregistrements redéfinit
      *    l'enregistrement : ses décalages repartent de zéro et les
      *    groupes ouverts sont clos. Une première section sans champ
      *    avant elle reprend l'entrée par défaut.
           PERFORM CLOSE-DICT-GROUP
               UNTIL WS-OPEN-COUNT = ZERO
           MOVE WS-POSITION TO WS-SC-LENGTH(WS-SECTION-COUNT)
           IF WS-SC-FIELDS(WS-SECTION-COUNT) > ZERO
               IF WS-SECTION-COUNT >= 20
                   MOVE 'Y' TO WS-FIELD-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO WS-SECTION-ENTRY(WS-SECTION-COUNT)
               MOVE ZERO TO WS-SC-FIELDS(WS-SECTION-COUNT)
           END-IF
           MOVE WS-DICT-WORD(2) TO WS-SC-NAME(WS-SECTION-COUNT)
           MOVE ZERO TO WS-SC-LENGTH(WS-SECTION-COUNT)
           MOVE ZERO TO WS-POSITION.

       OPEN-DICT-GROUP.
      *    Ouvre un groupe répétitif : les groupes ouverts de même
      *    niveau ou plus profonds sont d'abord clos. Seuls les
      *    niveaux 05 et 10 portent un multiplicateur dans le
      *    générateur, d'où au plus deux groupes ouverts.
           MOVE FUNCTION NUMVAL(WS-DICT-WORD(6)) TO WS-GROUP-LEVEL
           PERFORM UNTIL WS-OPEN-COUNT = ZERO
                   OR WS-GR-LEVEL(WS-OPEN-GROUP(WS-OPEN-COUNT))
                       < WS-GROUP-LEVEL
               PERFORM CLOSE-DICT-GROUP
           END-PERFORM
           IF WS-GROUP-COUNT >= 200 OR WS-OPEN-COUNT >= 2
               MOVE 'Y' TO WS-FIELD-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-DICT-WORD(2) TO WS-GR-NAME(WS-GROUP-COUNT)
           MOVE WS-GROUP-LEVEL TO WS-GR-LEVEL(WS-GROUP-COUNT)
           MOVE FUNCTION NUMVAL(WS-DICT-WORD(4))
               TO WS-GR-OCCURS(WS-GROUP-COUNT)
           MOVE WS-POSITION TO WS-GR-START(WS-GROUP-COUNT)
           MOVE ZERO TO WS-GR-STRIDE(WS-GROUP-COUNT)
           ADD 1 TO WS-OPEN-COUNT
           MOVE WS-GROUP-COUNT TO WS-OPEN-GROUP(WS-OPEN-COUNT).

       CLOSE-DICT-GROUP.
      *    Clôt le groupe ouvert le plus profond : son pas est
      *    l'étendue de sa première occurrence, et la position saute
      *    au-delà de toutes ses occurrences.
           IF WS-OPEN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-GROUP(WS-OPEN-COUNT) TO WS-GROUP-IDX
           COMPUTE WS-GR-STRIDE(WS-GROUP-IDX) =
               WS-POSITION - WS-GR-START(WS-GROUP-IDX)
           COMPUTE WS-POSITION = WS-GR-START(WS-GROUP-IDX) +
               WS-GR-STRIDE(WS-GROUP-IDX) * WS-GR-OCCURS(WS-GROUP-IDX)
           SUBTRACT 1 FROM WS-OPEN-COUNT.

       ADD-DICT-FIELD.
      *    Ajoute le champ de la ligne courante. Le rapport entre
      *    son empreinte totale et celle de ses propres occurrences
      *    est le produit des multiplicateurs des groupes qui
      *    l'englobent : les groupes ouverts qui n'y figurent plus
      *    sont clos (le champ est sorti de leur portée).
           IF WS-FIELD-COUNT >= 500
               MOVE 'Y' TO WS-FIELD-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           MOVE WS-FIELD-COUNT TO WS-FIELD-IDX
           INITIALIZE WS-FIELD-ENTRY(WS-FIELD-IDX)
           MOVE WS-DICT-WORD(2) TO WS-FD-NAME(WS-FIELD-IDX)
           MOVE WS-DICT-WORD(2) TO WS-FD-COLUMN(WS-FIELD-IDX)
           INSPECT WS-FD-COLUMN(WS-FIELD-IDX)
               REPLACING ALL '-' BY '_'
           MOVE FUNCTION NUMVAL(WS-DICT-WORD(3))
               TO WS-FD-BYTES(WS-FIELD-IDX)
           MOVE 1 TO WS-FD-OCCURS(WS-FIELD-IDX)
           IF FUNCTION TRIM(WS-DICT-WORD(4)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DICT-WORD(4))
                   TO WS-FD-OCCURS(WS-FIELD-IDX)
           END-IF
           IF WS-FD-OCCURS(WS-FIELD-IDX) = ZERO
               MOVE 1 TO WS-FD-OCCURS(WS-FIELD-IDX)
           END-IF
           MOVE 1 TO WS-FIELD-PRODUCT
           IF FUNCTION TRIM(WS-DICT-WORD(5)) IS NUMERIC
                   AND WS-FD-BYTES(WS-FIELD-IDX) > ZERO
               COMPUTE WS-FIELD-PRODUCT =
                   FUNCTION NUMVAL(WS-DICT-WORD(5)) /
                   (WS-FD-BYTES(WS-FIELD-IDX) *
                    WS-FD-OCCURS(WS-FIELD-IDX))
               IF WS-FIELD-PRODUCT = ZERO
                   MOVE 1 TO WS-FIELD-PRODUCT
               END-IF
           END-IF
           MOVE WS-DICT-WORD(6) TO WS-TYPE-TEXT
           PERFORM PARSE-FIELD-TYPE

           PERFORM COMPUTE-OPEN-PRODUCT
           PERFORM UNTIL WS-OPEN-COUNT = ZERO
                   OR WS-OPEN-PRODUCT = WS-FIELD-PRODUCT
               PERFORM CLOSE-DICT-GROUP
               PERFORM COMPUTE-OPEN-PRODUCT
           END-PERFORM
      *    Sans groupe ouvert pour l'expliquer, un multiplicateur
      *    vient d'un dictionnaire de l'ancien format : toutes les
      *    occurrences sont prises à la suite les unes des autres.
           IF WS-OPEN-PRODUCT NOT = WS-FIELD-PRODUCT
               MOVE 'Y' TO WS-NO-GROUP-MARKERS
               MULTIPLY WS-FIELD-PRODUCT
                   BY WS-FD-OCCURS(WS-FIELD-IDX)
           END-IF
           IF WS-OPEN-COUNT >= 1
               MOVE WS-OPEN-GROUP(1) TO WS-FD-OUTER(WS-FIELD-IDX)
           END-IF
           IF WS-OPEN-COUNT = 2
               MOVE WS-OPEN-GROUP(2) TO WS-FD-INNER(WS-FIELD-IDX)
           END-IF
           MOVE WS-SECTION-COUNT TO WS-FD-SECTION(WS-FIELD-IDX)
           ADD 1 TO WS-SC-FIELDS(WS-SECTION-COUNT)
           MOVE WS-POSITION TO WS-FD-OFFSET(WS-FIELD-IDX)
           COMPUTE WS-POSITION = WS-POSITION +
               WS-FD-BYTES(WS-FIELD-IDX) * WS-FD-OCCURS(WS-FIELD-IDX)
           COMPUTE WS-FD-REPEAT(WS-FIELD-IDX) =
               WS-FD-OCCURS(WS-FIELD-IDX) * WS-OPEN-PRODUCT.

       COMPUTE-OPEN-PRODUCT.
      *    Produit des multiplicateurs des groupes ouverts.
           MOVE 1 TO WS-OPEN-PRODUCT
           IF WS-OPEN-COUNT >= 1
               MULTIPLY WS-GR-OCCURS(WS-OPEN-GROUP(1))
                   BY WS-OPEN-PRODUCT
           END-IF
           IF WS-OPEN-COUNT = 2
               MULTIPLY WS-GR-OCCURS(WS-OPEN-GROUP(2))
                   BY WS-OPEN-PRODUCT
           END-IF.

       PARSE-FIELD-TYPE.
      *    Décode le code TYPE du dictionnaire (X, 9, S9, P, SP,
      *    suffixe V<d>) : genre X, Z (zoné) ou P (condensé),
      *    décimales et précision. Un champ condensé de n octets
      *    porte au plus 2n-1 chiffres, c'est la précision retenue ;
      *    un dictionnaire sans colonne type retombe sur X.
           MOVE 'X' TO WS-FD-KIND(WS-FIELD-IDX)
           MOVE ZERO TO WS-FD-DECIMALS(WS-FIELD-IDX)
           MOVE 1 TO WS-TYPE-POS
           IF WS-TYPE-TEXT(1:1) = 'S'
               MOVE 2 TO WS-TYPE-POS
           END-IF
           IF WS-TYPE-TEXT(WS-TYPE-POS:1) = '9'
               MOVE 'Z' TO WS-FD-KIND(WS-FIELD-IDX)
           END-IF
           IF WS-TYPE-TEXT(WS-TYPE-POS:1) = 'P'
               MOVE 'P' TO WS-FD-KIND(WS-FIELD-IDX)
           END-IF
           ADD 1 TO WS-TYPE-POS
           IF WS-TYPE-TEXT(WS-TYPE-POS:1) = 'V'
                   AND WS-TYPE-TEXT(WS-TYPE-POS + 1:1) IS NUMERIC
               MOVE WS-TYPE-TEXT(WS-TYPE-POS + 1:1)
                   TO WS-FD-DECIMALS(WS-FIELD-IDX)
           END-IF
           IF WS-FD-KIND(WS-FIELD-IDX) = 'P'
               COMPUTE WS-FD-PRECISION(WS-FIELD-IDX) =
                   WS-FD-BYTES(WS-FIELD-IDX) * 2 - 1
           ELSE
               MOVE WS-FD-BYTES(WS-FIELD-IDX)
                   TO WS-FD-PRECISION(WS-FIELD-IDX)
           END-IF.

       BUILD-TABLE-NAMES.
      *    Nomme la table de chaque section d'après la copy : le nom
      *    du fichier sans répertoire ni extension ; une copy
      *    multi-enregistrements suffixe chaque table du nom de sa
      *    section.
           MOVE ZERO TO WS-NAME-START
           MOVE ZERO TO WS-NAME-END
           MOVE 1 TO WS-NAME-POS
           PERFORM UNTIL WS-NAME-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-OUTPUT-FILENAME))
               IF WS-OUTPUT-FILENAME(WS-NAME-POS:1) = '/'
                   MOVE WS-NAME-POS TO WS-NAME-START
                   MOVE ZERO TO WS-NAME-END
               END-IF
               IF WS-OUTPUT-FILENAME(WS-NAME-POS:1) = '.'
                   MOVE WS-NAME-POS TO WS-NAME-END
               END-IF
               ADD 1 TO WS-NAME-POS
           END-PERFORM
           ADD 1 TO WS-NAME-START
           IF WS-NAME-END <= WS-NAME-START
               COMPUTE WS-NAME-END = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)) + 1
           END-IF
           MOVE SPACES TO WS-TABLE-BASE
           MOVE FUNCTION UPPER-CASE(WS-OUTPUT-FILENAME(WS-NAME-START:
                   WS-NAME-END - WS-NAME-START)) TO WS-TABLE-BASE
           INSPECT WS-TABLE-BASE REPLACING ALL '-' BY '_'
                                           ALL '.' BY '_'

           MOVE 1 TO WS-SECTION-IDX
           PERFORM UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
               MOVE 'N' TO WS-SC-HAS-CHILD(WS-SECTION-IDX)
               MOVE SPACES TO WS-SC-TABLE(WS-SECTION-IDX)
               IF WS-SECTION-COUNT = 1
                   MOVE WS-TABLE-BASE TO WS-SC-TABLE(WS-SECTION-IDX)
               ELSE
                   STRING FUNCTION TRIM(WS-TABLE-BASE) '_'
                          FUNCTION TRIM(WS-SC-NAME(WS-SECTION-IDX))
                          DELIMITED BY SIZE
                          INTO WS-SC-TABLE(WS-SECTION-IDX)
                   INSPECT WS-SC-TABLE(WS-SECTION-IDX)
                       REPLACING ALL '-' BY '_'
               END-IF
               ADD 1 TO WS-SECTION-IDX
           END-PERFORM.

       BUILD-CHILD-UNITS.
      *    Mode CHILD : chaque groupe répétitif extérieur, et chaque
      *    champ répété hors de tout groupe, devient une table fille
      *    nommée <table>_<groupe ou champ>, une ligne par
      *    occurrence. Les répétitions plus profondes à l'intérieur
      *    d'une occurrence restent dépliées en colonnes numérotées.
           MOVE ZERO TO WS-UNIT-COUNT
           IF WS-OCCURS-MODE NOT = 'CHILD'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-REPEAT(WS-FIELD-IDX) > 1
                       AND WS-FD-NAME(WS-FIELD-IDX) NOT = 'FILLER'
                   PERFORM ASSIGN-CHILD-UNIT
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM.

       ASSIGN-CHILD-UNIT.
      *    Rattache le champ courant à la table fille de son groupe
      *    extérieur (créée au premier membre rencontré) ou à une
      *    table fille propre.
           MOVE ZERO TO WS-FD-UNIT(WS-FIELD-IDX)
           IF WS-FD-OUTER(WS-FIELD-IDX) > ZERO
               MOVE 1 TO WS-UNIT-IDX
               PERFORM UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                       OR WS-FD-UNIT(WS-FIELD-IDX) > ZERO
                   IF WS-UN-GROUP(WS-UNIT-IDX) =
                           WS-FD-OUTER(WS-FIELD-IDX)
                       MOVE WS-UNIT-IDX TO WS-FD-UNIT(WS-FIELD-IDX)
                   END-IF
                   ADD 1 TO WS-UNIT-IDX
               END-PERFORM
               IF WS-FD-UNIT(WS-FIELD-IDX) > ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-UNIT-COUNT >= 200
               DISPLAY 'WARNING: TOO MANY CHILD TABLES FOR '
                   FUNCTION TRIM(WS-OUTPUT-FILENAME) ' - '
                   FUNCTION TRIM(WS-FD-NAME(WS-FIELD-IDX))
                   ' KEPT IN THE PARENT TABLE'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE WS-FD-SECTION(WS-FIELD-IDX)
               TO WS-UN-SECTION(WS-UNIT-COUNT)
           MOVE WS-FD-OUTER(WS-FIELD-IDX) TO WS-UN-GROUP(WS-UNIT-COUNT)
           MOVE WS-FIELD-IDX TO WS-UN-FIELD(WS-UNIT-COUNT)
           MOVE SPACES TO WS-UN-TABLE(WS-UNIT-COUNT)
           IF WS-FD-OUTER(WS-FIELD-IDX) > ZERO
               MOVE WS-FD-OUTER(WS-FIELD-IDX) TO WS-GROUP-IDX
               MOVE WS-GR-OCCURS(WS-GROUP-IDX)
                   TO WS-UN-OCCURS(WS-UNIT-COUNT)
               STRING FUNCTION TRIM(WS-SC-TABLE(
                          WS-FD-SECTION(WS-FIELD-IDX))) '_'
                      FUNCTION TRIM(WS-GR-NAME(WS-GROUP-IDX))
                      DELIMITED BY SIZE INTO WS-UN-TABLE(WS-UNIT-COUNT)
           ELSE
               MOVE WS-FD-OCCURS(WS-FIELD-IDX)
                   TO WS-UN-OCCURS(WS-UNIT-COUNT)
               STRING FUNCTION TRIM(WS-SC-TABLE(
                          WS-FD-SECTION(WS-FIELD-IDX))) '_'
                      FUNCTION TRIM(WS-FD-NAME(WS-FIELD-IDX))
                      DELIMITED BY SIZE INTO WS-UN-TABLE(WS-UNIT-COUNT)
           END-IF
           INSPECT WS-UN-TABLE(WS-UNIT-COUNT) REPLACING ALL '-' BY '_'
           MOVE 'Y' TO WS-SC-HAS-CHILD(WS-FD-SECTION(WS-FIELD-IDX))
           MOVE WS-UNIT-COUNT TO WS-FD-UNIT(WS-FIELD-IDX).

       ENUMERATE-FIELD-COLUMNS.
      *    Dresse les colonnes du champ WS-FIELD-IDX dans sa table,
      *    avec la position de début de chacune, dans l'ordre du
      *    tracé : occurrences du groupe extérieur, puis du groupe
      *    intérieur, puis du champ lui-même. Pour un champ d'une
      *    table fille, seule l'occurrence WS-UNIT-OCC de la table
      *    fille est parcourue.
           MOVE ZERO TO WS-ENUM-COUNT
           MOVE 'N' TO WS-ENUM-FULL
           MOVE ZERO TO WS-OUTER-STRIDE
           MOVE ZERO TO WS-INNER-STRIDE
           MOVE 1 TO WS-OUTER-FROM
           MOVE 1 TO WS-OUTER-TO
           MOVE 1 TO WS-INNER-TO
           MOVE 1 TO WS-OWN-FROM
           MOVE WS-FD-OCCURS(WS-FIELD-IDX) TO WS-OWN-TO
           IF WS-FD-OUTER(WS-FIELD-IDX) > ZERO
               MOVE WS-GR-OCCURS(WS-FD-OUTER(WS-FIELD-IDX))
                   TO WS-OUTER-TO
               MOVE WS-GR-STRIDE(WS-FD-OUTER(WS-FIELD-IDX))
                   TO WS-OUTER-STRIDE
           END-IF
           IF WS-FD-INNER(WS-FIELD-IDX) > ZERO
               MOVE WS-GR-OCCURS(WS-FD-INNER(WS-FIELD-IDX))
                   TO WS-INNER-TO
               MOVE WS-GR-STRIDE(WS-FD-INNER(WS-FIELD-IDX))
                   TO WS-INNER-STRIDE
           END-IF
           IF WS-FD-UNIT(WS-FIELD-IDX) > ZERO
               IF WS-FD-OUTER(WS-FIELD-IDX) > ZERO
                   MOVE WS-UNIT-OCC TO WS-OUTER-FROM
                   MOVE WS-UNIT-OCC TO WS-OUTER-TO
               ELSE
                   MOVE WS-UNIT-OCC TO WS-OWN-FROM
                   MOVE WS-UNIT-OCC TO WS-OWN-TO
               END-IF
           END-IF
           COMPUTE WS-ENUM-TOTAL =
               (WS-OUTER-TO - WS-OUTER-FROM + 1) * WS-INNER-TO *
               (WS-OWN-TO - WS-OWN-FROM + 1)

           MOVE WS-OUTER-FROM TO WS-OUTER-I
           PERFORM UNTIL WS-OUTER-I > WS-OUTER-TO
               MOVE 1 TO WS-INNER-I
               PERFORM UNTIL WS-INNER-I > WS-INNER-TO
                   MOVE WS-OWN-FROM TO WS-OWN-I
                   PERFORM UNTIL WS-OWN-I > WS-OWN-TO
                       PERFORM ADD-ENUM-COLUMN
                       ADD 1 TO WS-OWN-I
                   END-PERFORM
                   ADD 1 TO WS-INNER-I
               END-PERFORM
               ADD 1 TO WS-OUTER-I
           END-PERFORM.

       ADD-ENUM-COLUMN.
      *    Ajoute la colonne de l'occurrence courante : nom de base
      *    seul pour une colonne unique, sinon suffixé de son rang.
           IF WS-ENUM-COUNT >= 2000
               IF WS-ENUM-FULL = 'N'
                   DISPLAY 'WARNING: TOO MANY COLUMNS FOR '
                       FUNCTION TRIM(WS-FD-NAME(WS-FIELD-IDX))
                       ' - FIRST 2000 KEPT'
                   MOVE 'Y' TO WS-ENUM-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENUM-COUNT
           MOVE SPACES TO WS-ENUM-COLUMN(WS-ENUM-COUNT)
           IF WS-ENUM-TOTAL = 1
               MOVE WS-ENUM-BASE TO WS-ENUM-COLUMN(WS-ENUM-COUNT)
           ELSE
               MOVE WS-ENUM-COUNT TO WS-NUM-ED-1
               STRING FUNCTION TRIM(WS-ENUM-BASE) '_'
                      FUNCTION TRIM(WS-NUM-ED-1)
                      DELIMITED BY SIZE
                      INTO WS-ENUM-COLUMN(WS-ENUM-COUNT)
           END-IF
           COMPUTE WS-ENUM-START(WS-ENUM-COUNT) =
               WS-FD-OFFSET(WS-FIELD-IDX) + 1 +
               (WS-OUTER-I - 1) * WS-OUTER-STRIDE +
               (WS-INNER-I - 1) * WS-INNER-STRIDE +
               (WS-OWN-I - 1) * WS-FD-BYTES(WS-FIELD-IDX).

       BUILD-FIELD-TYPES.
      *    Type SQL du champ WS-FIELD-IDX (CHAR(n) ou DECIMAL(p,d))
      *    et type du contrôle de chargement (CHAR(n), ZONED(p,d) ou
      *    DECIMAL(p,d) pour un condensé).
           MOVE SPACES TO WS-SQL-TYPE
           MOVE SPACES TO WS-LOAD-TYPE
           MOVE WS-FD-BYTES(WS-FIELD-IDX) TO WS-NUM-ED-1
           MOVE WS-FD-PRECISION(WS-FIELD-IDX) TO WS-NUM-ED-2
           MOVE WS-FD-DECIMALS(WS-FIELD-IDX) TO WS-NUM-ED-3
           IF WS-FD-KIND(WS-FIELD-IDX) = 'X'
               STRING 'CHAR(' FUNCTION TRIM(WS-NUM-ED-1) ')'
                      DELIMITED BY SIZE INTO WS-SQL-TYPE
               MOVE WS-SQL-TYPE TO WS-LOAD-TYPE
               EXIT PARAGRAPH
           END-IF
           STRING 'DECIMAL(' FUNCTION TRIM(WS-NUM-ED-2) ','
                  FUNCTION TRIM(WS-NUM-ED-3) ')'
                  DELIMITED BY SIZE INTO WS-SQL-TYPE
           IF WS-FD-KIND(WS-FIELD-IDX) = 'P'
               MOVE WS-SQL-TYPE TO WS-LOAD-TYPE
           ELSE
               STRING 'ZONED(' FUNCTION TRIM(WS-NUM-ED-2) ','
                      FUNCTION TRIM(WS-NUM-ED-3) ')'
                      DELIMITED BY SIZE INTO WS-LOAD-TYPE
           END-IF.

       HOLD-OUTPUT-LINE.
      *    Retient WS-OUT-LINE : la ligne retenue auparavant est
      *    écrite, suivie d'une virgule puisqu'une colonne la suit.
           IF WS-HELD-LINE NOT = SPACES
               MOVE SPACES TO WS-COMMA-LINE
               STRING FUNCTION TRIM(WS-HELD-LINE TRAILING) ','
                      DELIMITED BY SIZE INTO WS-COMMA-LINE
               MOVE WS-COMMA-LINE TO WS-HELD-LINE
               PERFORM WRITE-HELD-LINE
           END-IF
           MOVE WS-OUT-LINE TO WS-HELD-LINE.

       FLUSH-HELD-LINE.
      *    Écrit la dernière ligne retenue, sans virgule.
           IF WS-HELD-LINE NOT = SPACES
               PERFORM WRITE-HELD-LINE
           END-IF
           MOVE SPACES TO WS-HELD-LINE.

       WRITE-HELD-LINE.
      *    Écrit la ligne retenue dans le script en cours
      *    (D : CREATE TABLE, C : contrôle du chargement).
           IF WS-HELD-TARGET = 'D'
               MOVE WS-HELD-LINE TO DDLRECORD
               WRITE DDLRECORD
           ELSE
               MOVE WS-HELD-LINE TO LOADCTLRECORD
               WRITE LOADCTLRECORD
           END-IF
           MOVE SPACES TO WS-HELD-LINE.

       WRITE-DDL-SCRIPT.
      *    Écrit le script CREATE TABLE : la table de chaque section
      *    puis, en mode CHILD, ses tables filles.
           OPEN OUTPUT DDLFILE
           IF WS-DDL-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN DDL SCRIPT '
                   FUNCTION TRIM(WS-DDL-FILENAME)
                   ' (STATUS ' WS-DDL-STATUS ') - JOB SKIPPED'
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-HELD-TARGET
           MOVE SPACES TO WS-HELD-LINE
           MOVE SPACES TO DDLRECORD
           STRING '-- TABLES FOR ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
                  ' FROM ' FUNCTION TRIM(WS-DICT-FILENAME)
                  ' (OCCURS ' FUNCTION TRIM(WS-OCCURS-MODE) ')'
                  DELIMITED BY SIZE INTO DDLRECORD
           WRITE DDLRECORD

           MOVE 1 TO WS-SECTION-IDX
           PERFORM UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
               IF WS-SC-FIELDS(WS-SECTION-IDX) > ZERO
                   PERFORM WRITE-SECTION-TABLE
               END-IF
               ADD 1 TO WS-SECTION-IDX
           END-PERFORM
           MOVE 1 TO WS-UNIT-IDX
           PERFORM UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               PERFORM WRITE-CHILD-TABLE
               ADD 1 TO WS-UNIT-IDX
           END-PERFORM
           CLOSE DDLFILE.

       WRITE-SECTION-TABLE.
      *    CREATE TABLE de la section courante : un champ par
      *    colonne (FILLER exclus, leurs octets restent dans le
      *    tracé), les champs portés par une table fille exceptés.
           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-SC-LENGTH(WS-SECTION-IDX) TO WS-NUM-ED-1
           MOVE SPACES TO DDLRECORD
           WRITE DDLRECORD
           MOVE SPACES TO DDLRECORD
           STRING '-- RECORD LENGTH ' FUNCTION TRIM(WS-NUM-ED-1)
                  DELIMITED BY SIZE INTO DDLRECORD
           WRITE DDLRECORD
           MOVE SPACES TO DDLRECORD
           STRING 'CREATE TABLE '
                  FUNCTION TRIM(WS-SC-TABLE(WS-SECTION-IDX)) ' ('
                  DELIMITED BY SIZE INTO DDLRECORD
           WRITE DDLRECORD
           IF WS-SC-HAS-CHILD(WS-SECTION-IDX) = 'Y'
               MOVE 'REC_SEQ' TO WS-COLUMN-PAD
               MOVE SPACES TO WS-OUT-LINE
               STRING '    ' WS-COLUMN-PAD 'INTEGER NOT NULL'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM HOLD-OUTPUT-LINE
           END-IF
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-SECTION(WS-FIELD-IDX) = WS-SECTION-IDX
                       AND WS-FD-UNIT(WS-FIELD-IDX) = ZERO
                       AND WS-FD-NAME(WS-FIELD-IDX) NOT = 'FILLER'
                   MOVE 1 TO WS-UNIT-OCC
                   PERFORM WRITE-FIELD-DDL-COLUMNS
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-SC-HAS-CHILD(WS-SECTION-IDX) = 'Y'
               MOVE SPACES TO WS-OUT-LINE
               MOVE '    PRIMARY KEY (REC_SEQ)' TO WS-OUT-LINE
               PERFORM HOLD-OUTPUT-LINE
           END-IF
           PERFORM FLUSH-HELD-LINE
           MOVE ');' TO DDLRECORD
           WRITE DDLRECORD.

       WRITE-CHILD-TABLE.
      *    CREATE TABLE de la table fille courante : numéro
      *    d'enregistrement de la ligne mère, rang de l'occurrence,
      *    puis les colonnes d'une occurrence.
           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-UN-OCCURS(WS-UNIT-IDX) TO WS-NUM-ED-1
           MOVE SPACES TO DDLRECORD
           WRITE DDLRECORD
           MOVE SPACES TO DDLRECORD
           STRING '-- CHILD OF '
                  FUNCTION TRIM(WS-SC-TABLE(WS-UN-SECTION(
                      WS-UNIT-IDX)))
                  ', ' FUNCTION TRIM(WS-NUM-ED-1)
                  ' OCCURRENCES PER RECORD'
                  DELIMITED BY SIZE INTO DDLRECORD
           WRITE DDLRECORD
           MOVE SPACES TO DDLRECORD
           STRING 'CREATE TABLE '
                  FUNCTION TRIM(WS-UN-TABLE(WS-UNIT-IDX)) ' ('
                  DELIMITED BY SIZE INTO DDLRECORD
           WRITE DDLRECORD
           MOVE 'REC_SEQ' TO WS-COLUMN-PAD
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ' WS-COLUMN-PAD 'INTEGER NOT NULL'
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM HOLD-OUTPUT-LINE
           MOVE 'OCC_SEQ' TO WS-COLUMN-PAD
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ' WS-COLUMN-PAD 'SMALLINT NOT NULL'
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM HOLD-OUTPUT-LINE
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-UNIT(WS-FIELD-IDX) = WS-UNIT-IDX
                   MOVE 1 TO WS-UNIT-OCC
                   PERFORM WRITE-FIELD-DDL-COLUMNS
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           MOVE '    PRIMARY KEY (REC_SEQ, OCC_SEQ)' TO WS-OUT-LINE
           PERFORM HOLD-OUTPUT-LINE
           PERFORM FLUSH-HELD-LINE
           MOVE ');' TO DDLRECORD
           WRITE DDLRECORD.

       WRITE-FIELD-DDL-COLUMNS.
      *    Définitions de colonnes du champ WS-FIELD-IDX.
           MOVE WS-FD-COLUMN(WS-FIELD-IDX) TO WS-ENUM-BASE
           PERFORM ENUMERATE-FIELD-COLUMNS
           PERFORM BUILD-FIELD-TYPES
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               ADD 1 TO WS-COLUMN-COUNT
               MOVE WS-ENUM-COLUMN(WS-ENUM-IDX) TO WS-COLUMN-PAD
               MOVE SPACES TO WS-OUT-LINE
               STRING '    ' WS-COLUMN-PAD
                      FUNCTION TRIM(WS-SQL-TYPE) ' NOT NULL'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM HOLD-OUTPUT-LINE
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM.

       WRITE-LOAD-CONTROL.
      *    Écrit le contrôle du chargement à positions fixes : une
      *    clause INTO TABLE par table de section, et en mode CHILD
      *    une par occurrence de chaque table fille, les positions
      *    (base 1) venant des décalages du dictionnaire.
           OPEN OUTPUT LOADCTLFILE
           IF WS-LOADCTL-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN LOAD CONTROL FILE '
                   FUNCTION TRIM(WS-LOADCTL-FILENAME)
                   ' (STATUS ' WS-LOADCTL-STATUS ') - JOB SKIPPED'
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-HELD-TARGET
           MOVE SPACES TO WS-HELD-LINE
           MOVE SPACES TO LOADCTLRECORD
           STRING '-- LOAD CONTROL FOR '
                  FUNCTION TRIM(WS-OUTPUT-FILENAME)
                  ' FROM ' FUNCTION TRIM(WS-DICT-FILENAME)
                  DELIMITED BY SIZE INTO LOADCTLRECORD
           WRITE LOADCTLRECORD
           IF WS-FPR-HEADER NOT = SPACES
               MOVE WS-FPR-HEADER TO LOADCTLRECORD
               WRITE LOADCTLRECORD
           END-IF
           IF WS-SECTION-COUNT > 1
               MOVE SPACES TO LOADCTLRECORD
               STRING '-- MULTI-RECORD LAYOUT: ADD A WHEN CLAUSE ON '
                      'THE RECORD TYPE TO EACH INTO TABLE'
                      DELIMITED BY SIZE INTO LOADCTLRECORD
               WRITE LOADCTLRECORD
           END-IF
           MOVE 'LOAD DATA' TO LOADCTLRECORD
           WRITE LOADCTLRECORD
           MOVE 'APPEND' TO LOADCTLRECORD
           WRITE LOADCTLRECORD

           MOVE 1 TO WS-SECTION-IDX
           PERFORM UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
               IF WS-SC-FIELDS(WS-SECTION-IDX) > ZERO
                   PERFORM WRITE-SECTION-LOAD
               END-IF
               ADD 1 TO WS-SECTION-IDX
           END-PERFORM
           CLOSE LOADCTLFILE.

       WRITE-SECTION-LOAD.
      *    Clauses INTO TABLE de la section courante et de ses
      *    tables filles.
           MOVE WS-SC-TABLE(WS-SECTION-IDX) TO WS-CURRENT-TABLE
           PERFORM WRITE-INTO-TABLE-HEAD
           IF WS-SC-HAS-CHILD(WS-SECTION-IDX) = 'Y'
               MOVE 'REC_SEQ' TO WS-COLUMN-PAD
               MOVE SPACES TO WS-OUT-LINE
               STRING '    ' WS-COLUMN-PAD 'RECNUM'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM HOLD-OUTPUT-LINE
           END-IF
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-SECTION(WS-FIELD-IDX) = WS-SECTION-IDX
                       AND WS-FD-UNIT(WS-FIELD-IDX) = ZERO
                       AND WS-FD-NAME(WS-FIELD-IDX) NOT = 'FILLER'
                   MOVE 1 TO WS-UNIT-OCC
                   PERFORM WRITE-FIELD-LOAD-COLUMNS
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           PERFORM FLUSH-HELD-LINE
           MOVE ')' TO LOADCTLRECORD
           WRITE LOADCTLRECORD

           MOVE 1 TO WS-UNIT-IDX
           PERFORM UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               IF WS-UN-SECTION(WS-UNIT-IDX) = WS-SECTION-IDX
                   MOVE 1 TO WS-UNIT-OCC
                   PERFORM UNTIL WS-UNIT-OCC >
                           WS-UN-OCCURS(WS-UNIT-IDX)
                       PERFORM WRITE-CHILD-LOAD
                       ADD 1 TO WS-UNIT-OCC
                   END-PERFORM
               END-IF
               ADD 1 TO WS-UNIT-IDX
           END-PERFORM.

       WRITE-CHILD-LOAD.
      *    Clause INTO TABLE d'une occurrence de la table fille
      *    courante : numéro d'enregistrement, rang constant de
      *    l'occurrence, colonnes aux positions de cette occurrence.
           MOVE WS-UN-TABLE(WS-UNIT-IDX) TO WS-CURRENT-TABLE
           PERFORM WRITE-INTO-TABLE-HEAD
           MOVE 'REC_SEQ' TO WS-COLUMN-PAD
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ' WS-COLUMN-PAD 'RECNUM'
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM HOLD-OUTPUT-LINE
           MOVE 'OCC_SEQ' TO WS-COLUMN-PAD
           MOVE WS-UNIT-OCC TO WS-NUM-ED-1
           MOVE SPACES TO WS-OUT-LINE
           STRING '    ' WS-COLUMN-PAD 'CONSTANT '
                  FUNCTION TRIM(WS-NUM-ED-1)
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM HOLD-OUTPUT-LINE
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-UNIT(WS-FIELD-IDX) = WS-UNIT-IDX
                   PERFORM WRITE-FIELD-LOAD-COLUMNS
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           PERFORM FLUSH-HELD-LINE
           MOVE ')' TO LOADCTLRECORD
           WRITE LOADCTLRECORD.

       WRITE-INTO-TABLE-HEAD.
      *    Ouvre une clause INTO TABLE pour WS-CURRENT-TABLE.
           MOVE SPACES TO LOADCTLRECORD
           STRING 'INTO TABLE ' FUNCTION TRIM(WS-CURRENT-TABLE)
                  DELIMITED BY SIZE INTO LOADCTLRECORD
           WRITE LOADCTLRECORD
           MOVE '(' TO LOADCTLRECORD
           WRITE LOADCTLRECORD.

       WRITE-FIELD-LOAD-COLUMNS.
      *    Spécifications de chargement du champ WS-FIELD-IDX :
      *    colonne, POSITION(début:fin), type du champ dans le
      *    fichier.
           MOVE WS-FD-COLUMN(WS-FIELD-IDX) TO WS-ENUM-BASE
           PERFORM ENUMERATE-FIELD-COLUMNS
           PERFORM BUILD-FIELD-TYPES
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               MOVE WS-ENUM-START(WS-ENUM-IDX) TO WS-NUM-ED-1
               COMPUTE WS-NUM-ED-2 = WS-ENUM-START(WS-ENUM-IDX) +
                   WS-FD-BYTES(WS-FIELD-IDX) - 1
               MOVE SPACES TO WS-POSITION-PAD
               STRING 'POSITION(' FUNCTION TRIM(WS-NUM-ED-1) ':'
                      FUNCTION TRIM(WS-NUM-ED-2) ')'
                      DELIMITED BY SIZE INTO WS-POSITION-PAD
               MOVE WS-ENUM-COLUMN(WS-ENUM-IDX) TO WS-COLUMN-PAD
               MOVE SPACES TO WS-OUT-LINE
               STRING '    ' WS-COLUMN-PAD WS-POSITION-PAD
                      FUNCTION TRIM(WS-LOAD-TYPE)
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM HOLD-OUTPUT-LINE
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM.

       SAVE-PREVIOUS-LOAD-CONTROL.
      *    Met de côté en .ctl.prev le contrôle du chargement en
      *    place s'il appartient à une génération précédente, c'est-
      *    à-dire s'il ne porte pas l'empreinte de la copy courante.
      *    Une reprise sur la même génération garde la sauvegarde, et
      *    le script ALTER TABLE y retrouve les colonnes supprimées.
           MOVE SPACES TO WS-FPR-LINE
           MOVE SPACES TO WS-FPR-HEADER
           OPEN INPUT FPRFILE
           IF WS-FPR-STATUS = '00'
               READ FPRFILE
                   NOT AT END MOVE FPRRECORD TO WS-FPR-LINE
               END-READ
               CLOSE FPRFILE
           END-IF
           IF WS-FPR-LINE NOT = SPACES
               STRING '-- COPY FINGERPRINT '
                      FUNCTION TRIM(WS-FPR-LINE)
                      DELIMITED BY SIZE INTO WS-FPR-HEADER
           END-IF

           OPEN INPUT LOADCTLFILE
           IF WS-LOADCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CTL-SAME-GENERATION
           MOVE 'N' TO WS-LOADCTL-EOF
           PERFORM UNTIL WS-LOADCTL-EOF = 'Y'
               READ LOADCTLFILE
                   AT END MOVE 'Y' TO WS-LOADCTL-EOF
                   NOT AT END
                       IF WS-FPR-HEADER NOT = SPACES
                               AND LOADCTLRECORD = WS-FPR-HEADER
                           MOVE 'Y' TO WS-CTL-SAME-GENERATION
                           MOVE 'Y' TO WS-LOADCTL-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOADCTLFILE
           IF WS-CTL-SAME-GENERATION = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PREVCTLFILE
           IF WS-PREVCTL-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN '
                   FUNCTION TRIM(WS-PREVCTL-FILENAME)
                   ' (STATUS ' WS-PREVCTL-STATUS ') - '
                   'DROPPED COLUMNS MAY BE INCOMPLETE'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOADCTLFILE
           IF WS-LOADCTL-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN '
                   FUNCTION TRIM(WS-LOADCTL-FILENAME)
                   ' (STATUS ' WS-LOADCTL-STATUS ') - '
                   'DROPPED COLUMNS MAY BE INCOMPLETE'
               CLOSE PREVCTLFILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOADCTL-EOF
           PERFORM UNTIL WS-LOADCTL-EOF = 'Y'
               READ LOADCTLFILE
                   AT END MOVE 'Y' TO WS-LOADCTL-EOF
                   NOT AT END
                       MOVE LOADCTLRECORD TO PREVCTLRECORD
                       WRITE PREVCTLRECORD
               END-READ
           END-PERFORM
           CLOSE LOADCTLFILE
                 PREVCTLFILE.

       WRITE-ALTER-SCRIPT.
      *    Traduit le rapport de génération en ALTER TABLE : ADDED,
      *    REMOVED, RENAMED et LENGTH-CHANGED changent les colonnes ;
      *    SHIFTED ne touche que les positions, déjà reprises par le
      *    contrôle du chargement. Le script n'est écrit que si au
      *    moins un changement le demande ; celui d'une exécution
      *    précédente est d'abord supprimé pour ne pas survivre à un
      *    rapport sans changement de colonnes. Le code retour de la
      *    routine est remis à zéro pour ne pas teinter celui du
      *    programme.
           CALL 'CBL_DELETE_FILE' USING WS-ALTER-FILENAME
           MOVE ZERO TO RETURN-CODE
           MOVE 'N' TO WS-ALTER-OPEN
           OPEN INPUT DELTAFILE
           IF WS-DELTA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DELTA-EOF
           PERFORM UNTIL WS-DELTA-EOF = 'Y'
               READ DELTAFILE
                   AT END MOVE 'Y' TO WS-DELTA-EOF
                   NOT AT END PERFORM APPLY-DELTA-LINE
               END-READ
           END-PERFORM
           CLOSE DELTAFILE
           IF WS-ALTER-OPEN = 'Y'
               CLOSE ALTERFILE
           END-IF.

       APPLY-DELTA-LINE.
      *    Produit les ALTER TABLE de la ligne de rapport courante.
      *    Le champ est cherché dans le dictionnaire courant pour
      *    connaître sa table, ses colonnes et son type ; un champ
      *    supprimé n'y figure plus : ses colonnes sont relevées dans
      *    le contrôle du chargement précédent.
           MOVE SPACES TO WS-DELTA-WORDS
           UNSTRING DELTARECORD DELIMITED BY ALL SPACES
               INTO WS-DELTA-WORD(1) WS-DELTA-WORD(2)
                    WS-DELTA-WORD(3) WS-DELTA-WORD(4)
           EVALUATE WS-DELTA-WORD(1)
               WHEN 'ADDED'
                   MOVE WS-DELTA-WORD(2) TO WS-FIND-NAME
                   PERFORM FIND-FIELD-BY-NAME
                   IF WS-FOUND-FIELD > ZERO
                       PERFORM ALTER-ADD-COLUMNS
                   END-IF
               WHEN 'REMOVED'
                   IF WS-DELTA-WORD(2) NOT = 'FILLER'
                       MOVE WS-DELTA-WORD(2) TO WS-OLD-COLUMN
                       INSPECT WS-OLD-COLUMN REPLACING ALL '-' BY '_'
                       PERFORM ALTER-DROP-COLUMNS
                   END-IF
               WHEN 'RENAMED'
                   MOVE WS-DELTA-WORD(4) TO WS-FIND-NAME
                   PERFORM FIND-FIELD-BY-NAME
                   IF WS-FOUND-FIELD > ZERO
                       MOVE WS-DELTA-WORD(2) TO WS-OLD-COLUMN
                       INSPECT WS-OLD-COLUMN REPLACING ALL '-' BY '_'
                       PERFORM ALTER-RENAME-COLUMNS
                   END-IF
               WHEN 'LENGTH-CHANGED'
                   MOVE WS-DELTA-WORD(2) TO WS-FIND-NAME
                   PERFORM FIND-FIELD-BY-NAME
                   IF WS-FOUND-FIELD > ZERO
                       PERFORM ALTER-COLUMN-TYPES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-FIELD-BY-NAME.
      *    Cherche WS-FIND-NAME parmi les champs du dictionnaire
      *    (FILLER exclus) et prépare sa table ; WS-FOUND-FIELD reste
      *    à zéro si le nom est absent.
           MOVE ZERO TO WS-FOUND-FIELD
           IF WS-FIND-NAME = 'FILLER'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   OR WS-FOUND-FIELD > ZERO
               IF WS-FD-NAME(WS-FIELD-IDX) = WS-FIND-NAME
                   MOVE WS-FIELD-IDX TO WS-FOUND-FIELD
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-FOUND-FIELD = ZERO
               DISPLAY 'NOTE: ' FUNCTION TRIM(WS-FIND-NAME)
                   ' FROM ' FUNCTION TRIM(WS-DELTA-FILENAME)
                   ' NOT IN ' FUNCTION TRIM(WS-DICT-FILENAME)
                   ' - NO ALTER WRITTEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-FIELD TO WS-FIELD-IDX
           IF WS-FD-UNIT(WS-FIELD-IDX) > ZERO
               MOVE WS-UN-TABLE(WS-FD-UNIT(WS-FIELD-IDX))
                   TO WS-CURRENT-TABLE
           ELSE
               MOVE WS-SC-TABLE(WS-FD-SECTION(WS-FIELD-IDX))
                   TO WS-CURRENT-TABLE
           END-IF
           MOVE 1 TO WS-UNIT-OCC
           MOVE WS-FD-COLUMN(WS-FIELD-IDX) TO WS-ENUM-BASE
           PERFORM ENUMERATE-FIELD-COLUMNS
           PERFORM BUILD-FIELD-TYPES.

       ALTER-ADD-COLUMNS.
      *    Ajoute les colonnes d'un nouveau champ ; NOT NULL WITH
      *    DEFAULT pour une table déjà chargée.
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'ALTER TABLE ' FUNCTION TRIM(WS-CURRENT-TABLE)
                      ' ADD COLUMN '
                      FUNCTION TRIM(WS-ENUM-COLUMN(WS-ENUM-IDX)) ' '
                      FUNCTION TRIM(WS-SQL-TYPE)
                      ' NOT NULL WITH DEFAULT;'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-ALTER-LINE
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM.

       ALTER-DROP-COLUMNS.
      *    Retire les colonnes d'un champ supprimé. Le champ n'est
      *    plus au dictionnaire : ses colonnes (nom seul ou suivi de
      *    _n) et leurs tables sont relevées dans le contrôle du
      *    chargement mis de côté (.ctl.prev), chaque paire
      *    table/colonne une seule fois. Sans contrôle précédent, la
      *    colonne de même nom est retirée de la table de la première
      *    section.
           MOVE ZERO TO WS-DROP-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-COLUMN))
               TO WS-DROP-BASE-LEN
           OPEN INPUT PREVCTLFILE
           IF WS-PREVCTL-STATUS = '00'
               MOVE SPACES TO WS-CURRENT-TABLE
               MOVE 'N' TO WS-LOADCTL-EOF
               PERFORM UNTIL WS-LOADCTL-EOF = 'Y'
                   READ PREVCTLFILE
                       AT END MOVE 'Y' TO WS-LOADCTL-EOF
                       NOT AT END PERFORM SCAN-OLD-LOAD-LINE
                   END-READ
               END-PERFORM
               CLOSE PREVCTLFILE
           ELSE
               ADD 1 TO WS-DROP-COUNT
               MOVE WS-SC-TABLE(1) TO WS-DROP-TABLE(WS-DROP-COUNT)
               MOVE WS-OLD-COLUMN TO WS-DROP-COLUMN(WS-DROP-COUNT)
           END-IF
           MOVE 1 TO WS-DROP-IDX
           PERFORM UNTIL WS-DROP-IDX > WS-DROP-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'ALTER TABLE '
                      FUNCTION TRIM(WS-DROP-TABLE(WS-DROP-IDX))
                      ' DROP COLUMN '
                      FUNCTION TRIM(WS-DROP-COLUMN(WS-DROP-IDX)) ';'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-ALTER-LINE
               ADD 1 TO WS-DROP-IDX
           END-PERFORM.

       SCAN-OLD-LOAD-LINE.
      *    Relève la table d'une ligne INTO TABLE, ou retient la
      *    colonne de la ligne courante si elle appartient au champ
      *    supprimé.
           MOVE SPACES TO WS-DELTA-WORDS
           UNSTRING FUNCTION TRIM(PREVCTLRECORD)
               DELIMITED BY ALL SPACES
               INTO WS-DELTA-WORD(1) WS-DELTA-WORD(2)
                    WS-DELTA-WORD(3) WS-DELTA-WORD(4)
           IF WS-DELTA-WORD(1) = 'INTO' AND WS-DELTA-WORD(2) = 'TABLE'
               MOVE WS-DELTA-WORD(3) TO WS-CURRENT-TABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-TABLE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DELTA-WORD(1) = WS-OLD-COLUMN
               PERFORM KEEP-DROP-COLUMN
               EXIT PARAGRAPH
           END-IF
           IF WS-DELTA-WORD(1)(1:WS-DROP-BASE-LEN) NOT = WS-OLD-COLUMN
                   OR WS-DELTA-WORD(1)(WS-DROP-BASE-LEN + 1:1)
                       NOT = '_'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DROP-SUFFIX
           MOVE WS-DELTA-WORD(1)(WS-DROP-BASE-LEN + 2:)
               TO WS-DROP-SUFFIX
           IF WS-DROP-SUFFIX NOT = SPACES
                   AND FUNCTION TRIM(WS-DROP-SUFFIX) IS NUMERIC
               PERFORM KEEP-DROP-COLUMN
           END-IF.

       KEEP-DROP-COLUMN.
      *    Retient la paire table/colonne courante si elle ne l'est
      *    pas déjà (une table fille a une clause par occurrence).
           MOVE 1 TO WS-DROP-IDX
           PERFORM UNTIL WS-DROP-IDX > WS-DROP-COUNT
               IF WS-DROP-TABLE(WS-DROP-IDX) = WS-CURRENT-TABLE
                       AND WS-DROP-COLUMN(WS-DROP-IDX) =
                           WS-DELTA-WORD(1)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DROP-IDX
           END-PERFORM
           IF WS-DROP-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DROP-COUNT
           MOVE WS-CURRENT-TABLE TO WS-DROP-TABLE(WS-DROP-COUNT)
           MOVE WS-DELTA-WORD(1) TO WS-DROP-COLUMN(WS-DROP-COUNT).

       ALTER-RENAME-COLUMNS.
      *    Renomme les colonnes d'un champ renommé : les colonnes de
      *    l'ancien nom sont dressées comme celles du nouveau, rang
      *    pour rang.
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               MOVE WS-ENUM-COLUMN(WS-ENUM-IDX)
                   TO WS-NEW-ENUM-COLUMN(WS-ENUM-IDX)
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM
           MOVE WS-OLD-COLUMN TO WS-ENUM-BASE
           PERFORM ENUMERATE-FIELD-COLUMNS
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'ALTER TABLE ' FUNCTION TRIM(WS-CURRENT-TABLE)
                      ' RENAME COLUMN '
                      FUNCTION TRIM(WS-ENUM-COLUMN(WS-ENUM-IDX))
                      ' TO '
                      FUNCTION TRIM(WS-NEW-ENUM-COLUMN(WS-ENUM-IDX))
                      ';'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-ALTER-LINE
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM.

       ALTER-COLUMN-TYPES.
      *    Aligne le type des colonnes d'un champ dont la longueur a
      *    changé.
           MOVE 1 TO WS-ENUM-IDX
           PERFORM UNTIL WS-ENUM-IDX > WS-ENUM-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING 'ALTER TABLE ' FUNCTION TRIM(WS-CURRENT-TABLE)
                      ' ALTER COLUMN '
                      FUNCTION TRIM(WS-ENUM-COLUMN(WS-ENUM-IDX))
                      ' SET DATA TYPE ' FUNCTION TRIM(WS-SQL-TYPE) ';'
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-ALTER-LINE
               ADD 1 TO WS-ENUM-IDX
           END-PERFORM.

       WRITE-ALTER-LINE.
      *    Écrit une instruction du script ALTER TABLE, ouvert à la
      *    première instruction.
           IF WS-ALTER-OPEN = 'N'
               OPEN OUTPUT ALTERFILE
               IF WS-ALTER-STATUS NOT = '00'
                   DISPLAY 'CANNOT OPEN ALTER SCRIPT '
                       FUNCTION TRIM(WS-ALTER-FILENAME)
                       ' (STATUS ' WS-ALTER-STATUS ')'
                   MOVE 8 TO WS-RUN-SEVERITY
                   MOVE 'X' TO WS-ALTER-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-ALTER-OPEN
               MOVE SPACES TO ALTERRECORD
               STRING '-- CHANGES FOR '
                      FUNCTION TRIM(WS-OUTPUT-FILENAME)
                      ' FROM ' FUNCTION TRIM(WS-DELTA-FILENAME)
                      DELIMITED BY SIZE INTO ALTERRECORD
               WRITE ALTERRECORD
           END-IF
           IF WS-ALTER-OPEN = 'Y'
               ADD 1 TO WS-ALTER-COUNT
               MOVE WS-OUT-LINE TO ALTERRECORD
               WRITE ALTERRECORD
           END-IF.

       WRITE-RUNLOG-ENTRY.
      *    Consigne le job (horodatage, copy, tables, colonnes,
      *    instructions ALTER, traitement des OCCURS) dans le journal
      *    d'exécution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  FUNCTION TRIM(WS-DDL-FILENAME) ' '
                  'TABLES=' WS-TABLE-COUNT ' '
                  'COLUMNS=' WS-COLUMN-COUNT ' '
                  'ALTERS=' WS-ALTER-COUNT ' '
                  'OCCURS=' FUNCTION TRIM(WS-OCCURS-MODE)
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
