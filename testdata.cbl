      *    VALUE explicites reprises comme contenu par défaut). Le
      *    nombre d'enregistrements et le motif de remplissage sont
      *    choisis par exécution (ZEROS, SEQ ou SAMPLE).
      *    Quand la copy est accompagnée d'un tracé d'enregistrements
      *    de contrôle (fichier <copy>.hdrtrl, voir
      *    WS-HDRTRL-FILENAME), le fichier produit est encadré d'un
      *    en-tête (date du fichier, émetteur) et d'une fin de
      *    fichier (nombre d'enregistrements de détail, total de
      *    contrôle d'un champ montant) cohérents avec le détail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, TESTDATA-MANIFEST=, FIELD-TABLE-LIMIT=
      *    (borné par la taille physique de la table, 500) et
      *    TESTDATA-SENDER= (émetteur porté par l'en-tête) ;
      *    les clefs des autres programmes de la chaîne sont
      *    ignorées sans bruit, une même carte sert à toute
      *    l'installation.
      *    VALUE : elles remplissent tout le champ (sémantique ALL).
       01 WS-VALUE-IS-FIGURATIVE PIC X VALUE 'N'.

      *    Enregistrements de contrôle : le tracé de l'en-tête et de
      *    la fin de fichier est décrit à côté de la copy de détail,
      *    dans <copy>.hdrtrl. Ce fichier commence par des lignes de
      *    directive en colonne 1 (HASH-FIELD=, TRAILER-COUNT=,
      *    TRAILER-HASH=, HEADER-DATE=, HEADER-SENDER=) suivies de
      *    deux 01 écrits comme une copy : l'en-tête puis la fin de
      *    fichier. Leurs champs sont rangés dans la table des champs
      *    après ceux du détail (plages WS-HDR-FIRST/LAST et
      *    WS-TRL-FIRST/LAST), à des décalages propres à chaque
      *    enregistrement. Chaque tracé de contrôle est reconnu par
      *    son premier champ X portant un littéral VALUE (le type
      *    d'enregistrement, ex. 'HDR' ou 'TRL'). Sans fichier
      *    .hdrtrl, le fichier de données reste sans en-tête ni fin.
       01 WS-HDRTRL-FILENAME PIC X(100) VALUE SPACES.
       01 WS-DETAIL-COPY-FILENAME PIC X(100) VALUE SPACES.
       01 WS-HDRTRL-PRESENT PIC X VALUE 'N'.
       01 WS-HDRTRL-INVALID PIC X VALUE 'N'.
       01 WS-HDRTRL-LOADING PIC X VALUE 'N'.
       01 WS-HDRTRL-PART PIC 9 VALUE ZERO.
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

      *    Directives du fichier .hdrtrl : noms des champs portant la
      *    date et l'émetteur de l'en-tête, le nombre
      *    d'enregistrements et le total de contrôle de la fin de
      *    fichier, et le champ montant du détail dont la somme fait
      *    le total de contrôle. Les noms sont résolus en indices de
      *    la table des champs au chargement.
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

      *    Contenu calculé des enregistrements de contrôle : émetteur
      *    (clef TESTDATA-SENDER= de la carte), date du jour et total
      *    de contrôle cumulé sur le détail, cadré sur les décimales
      *    du champ montant puis recadré sur celles du total de la
      *    fin de fichier (WS-SCALE-FROM vers WS-SCALE-TO).
       01 WS-SENDER-NAME PIC X(30) VALUE 'CREATETESTDATA'.
       01 WS-HDRTRL-DATE PIC 9(8) VALUE ZERO.
       01 WS-HASH-TOTAL PIC S9(18) VALUE ZERO.
       01 WS-SCALE-FROM PIC 99 VALUE ZERO.
       01 WS-SCALE-TO PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
      *    Les enregistrements produits sont de longueur fixe : les
               WHEN 'TESTDATA-MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'TESTDATA-SENDER'
                   MOVE WS-CONTROL-VALUE(1:30) TO WS-SENDER-NAME
               WHEN 'FIELD-TABLE-LIMIT'
                   PERFORM PARSE-CONTROL-NUMBER
                   IF WS-CONTROL-NUM-OK = 'Y'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN COPYBOOK FILE '
                   FUNCTION TRIM(WS-COPY-FILENAME)
                   ' (STATUS ' WS-COPY-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'SKIPPING JOB: UNSUPPORTED REPEATING-GROUP '
                   'NESTING IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                   ' - NO DATA FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: NO ELEMENTARY FIELDS FOUND IN '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    Tracé des enregistrements de contrôle, s'il accompagne la
      *    copy ; un tracé présent mais inutilisable abandonne le job
      *    plutôt que de produire un fichier sans contrôle.
           PERFORM LOAD-HDRTRL-LAYOUT
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' (STATUS ' WS-DATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-HASH-TOTAL
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-HEADER-RECORD
           END-IF
           MOVE ZERO TO WS-RECORD-NUM
           PERFORM UNTIL WS-RECORD-NUM >= WS-RECORD-TARGET
               ADD 1 TO WS-RECORD-NUM
               WRITE DATARECORD
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-TRAILER-RECORD
           END-IF
           CLOSE DATAFILE

           PERFORM WRITE-RUNLOG-ENTRY.
           END-PERFORM

           IF WS-LEVEL-NUMBER = 1
      *        Dans le fichier .hdrtrl, chaque 01 ouvre un tracé de
      *        contrôle distinct, à ses propres décalages.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM START-HDRTRL-RECORD
                   EXIT PARAGRAPH
               END-IF
      *        Un second 01 ouvre une section REDEFINES : les tracés
      *        partagent les mêmes octets, seul le premier sert aux
      *        données d'essai.
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
           END-IF

           IF WS-HAS-PIC = 'Y'
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM NOTE-HDRTRL-RECORD-ID
               END-IF
               PERFORM ADD-FIELD-ENTRIES
           ELSE
               IF WS-OCCURS-COUNT > 1
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

       BUILD-ONE-RECORD.
      *    Remplit l'enregistrement de données d'essai courant champ
      *    par champ selon le motif demandé. Une clause VALUE
      *    explicite de la copy est toujours honorée comme contenu.
      *    La valeur émise dans le champ montant désigné par
      *    HASH-FIELD= est cumulée pour le total de contrôle.
           MOVE SPACES TO WS-DATA-BUFFER
           MOVE ZERO TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
               ADD 1 TO WS-FIELD-IDX
               MOVE ZERO TO WS-NUM-VALUE
               PERFORM FILL-ONE-FIELD
               IF WS-FIELD-IDX = WS-HASH-FIELD-IDX
                   PERFORM ADD-TO-HASH-TOTAL
               END-IF
           END-PERFORM.

       ADD-TO-HASH-TOTAL.
      *    Cumule la valeur effectivement écrite dans le champ
      *    montant : un champ non signé porte la valeur absolue.
           IF WS-FE-SIGNED(WS-FIELD-IDX) NOT = 'Y'
                   AND WS-NUM-VALUE < ZERO
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF
           ADD WS-NUM-VALUE TO WS-HASH-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD.

       BUILD-HDRTRL-RECORD.
      *    Remplit un enregistrement de contrôle sur la plage de
      *    champs WS-HDRTRL-FROM..WS-HDRTRL-TO, comme un
      *    enregistrement de détail : le type d'enregistrement vient
      *    de sa clause VALUE, les autres champs du motif.
           MOVE SPACES TO WS-DATA-BUFFER
           MOVE ZERO TO WS-RECORD-NUM
           MOVE WS-HDRTRL-FROM TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-HDRTRL-TO
               PERFORM FILL-ONE-FIELD
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM.

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

       FILL-ONE-FIELD.
                   TO WS-DATA-BUFFER(WS-FILL-OFFSET:WS-COPY-LEN)
           END-IF.

       WRITE-HEADER-RECORD.
      *    Écrit l'en-tête en tête du fichier, à sa propre longueur :
      *    date du jour (AAAAMMJJ) et émetteur dans les champs
      *    désignés par HEADER-DATE= et HEADER-SENDER=.
           MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
           MOVE WS-HDR-LAST TO WS-HDRTRL-TO
           PERFORM BUILD-HDRTRL-RECORD
           IF WS-HDR-DATE-IDX > ZERO
               MOVE WS-HDR-DATE-IDX TO WS-FIELD-IDX
               COMPUTE WS-FILL-OFFSET = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FILL-LENGTH
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-HDRTRL-DATE
                   MOVE WS-HDRTRL-DATE TO WS-NUM-VALUE
                   PERFORM ENCODE-NUMERIC-FIELD
               ELSE
                   MOVE WS-CURRENT-TIMESTAMP(1:8)
                       TO WS-DATA-BUFFER(WS-FILL-OFFSET:WS-FILL-LENGTH)
               END-IF
           END-IF
           IF WS-HDR-SENDER-IDX > ZERO
               MOVE WS-HDR-SENDER-IDX TO WS-FIELD-IDX
               IF WS-FE-TYPE(WS-FIELD-IDX) = 'X'
                   COMPUTE WS-FILL-OFFSET =
                       WS-FE-OFFSET(WS-FIELD-IDX) + 1
                   MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FILL-LENGTH
                   MOVE WS-SENDER-NAME
                       TO WS-DATA-BUFFER(WS-FILL-OFFSET:WS-FILL-LENGTH)
               END-IF
           END-IF
           MOVE WS-HDR-LENGTH TO WS-RECORD-LENGTH
           MOVE WS-DATA-BUFFER TO DATARECORD
           WRITE DATARECORD
           MOVE WS-DETAIL-LENGTH TO WS-RECORD-LENGTH.

       WRITE-TRAILER-RECORD.
      *    Écrit la fin de fichier après le détail, à sa propre
      *    longueur : nombre d'enregistrements de détail écrits et
      *    total de contrôle du champ montant, recadré sur les
      *    décimales du champ total.
           MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
           MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           PERFORM BUILD-HDRTRL-RECORD
           MOVE WS-TRL-COUNT-IDX TO WS-FIELD-IDX
           COMPUTE WS-FILL-OFFSET = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FILL-LENGTH
           MOVE WS-RECORD-COUNT TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-FROM
           MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           PERFORM ENCODE-NUMERIC-FIELD
           IF WS-TRL-HASH-IDX > ZERO
               MOVE WS-TRL-HASH-IDX TO WS-FIELD-IDX
               COMPUTE WS-FILL-OFFSET = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FILL-LENGTH
               MOVE WS-HASH-TOTAL TO WS-NUM-VALUE
               MOVE WS-FE-DECIMALS(WS-HASH-FIELD-IDX) TO WS-SCALE-FROM
               MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-SCALE-TO
               PERFORM RESCALE-CONTROL-VALUE
               PERFORM ENCODE-NUMERIC-FIELD
           END-IF
           MOVE WS-TRL-LENGTH TO WS-RECORD-LENGTH
           MOVE WS-DATA-BUFFER TO DATARECORD
           WRITE DATARECORD
           MOVE WS-DETAIL-LENGTH TO WS-RECORD-LENGTH.

       WRITE-RUNLOG-ENTRY.
      *    Consigne les statistiques du job (horodatage, copy lue,
      *    nombre d'enregistrements produits, longueur
