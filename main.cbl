               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

      *    Sélectionne le glossaire des éléments de données de la
      *    maison : noms approuvés avec leur longueur et leur type
      *    standard, et liste des abréviations approuvées.
           SELECT GLOSSARYFILE
               ASSIGN TO DYNAMIC WS-GLOSSARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOSSARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUTFILE.
      *    du lot.
       01 BATCHRECORD PIC X(200).

       FD GLOSSARYFILE.
      *    Définit la structure d'une ligne du glossaire.
       01 GLOSSARYRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateur de fin de fichier.
      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, MANIFEST=, BATCH-REPORT=, CHECKPOINT-INTERVAL=,
      *    REJECT-LIMIT=, NAME-TABLE-LIMIT=, COLUMN-TABLE-LIMIT=,
      *    OUTPUT-BUFFER-LIMIT=, GLOSSARY= ; les clefs des autres
      *    programmes de la chaîne sont ignorées sans bruit, une même
      *    carte sert à toute l'installation. Les plafonds restent
      *    bornés par la taille physique des tables (500/2000).
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
               10 WS-COL-LENGTH PIC 99.
               10 WS-COL-TYPE PIC X.
               10 WS-COL-LINE PIC 9(6).
               10 WS-COL-GLOSSARY PIC X.
       01 WS-COL-SWAP.
           05 WS-COL-SWAP-NAME PIC X(30).
           05 WS-COL-SWAP-START PIC 9(5).
           05 WS-COL-SWAP-LENGTH PIC 99.
           05 WS-COL-SWAP-TYPE PIC X.
           05 WS-COL-SWAP-LINE PIC 9(6).
           05 WS-COL-SWAP-GLOSSARY PIC X.
       01 WS-COL-IDX PIC 999 VALUE ZERO.
       01 WS-COL-JDX PIC 999 VALUE ZERO.
       01 WS-COL-MIN PIC 999 VALUE ZERO.
      *    P de tête sans suite valide, ou décimales dépassant la
      *    longueur), HAND copy sur disque différente de la dernière
      *    génération (retouche manuelle présumée, job sauté sans
      *    option FORCE), ABBR nom de champ formé d'une abréviation
      *    non approuvée par le glossaire.
       01 WS-REJECT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-REJECT-OPEN PIC X VALUE 'N'.
       01 WS-FPR-LINES-ED PIC ZZZZZ9.
       01 WS-FORCE-OVERWRITE PIC X VALUE 'N'.
       01 WS-MANIFEST-COLON-2 PIC 999 VALUE ZERO.
       01 WS-MANIFEST-COLON-3 PIC 999 VALUE ZERO.
       01 WS-MANIFEST-OPTION PIC X(20) VALUE SPACES.

      *    Sévérité du job et de l'exécution pour l'ordonnanceur :
       01 WS-BASE-NAME-OLD PIC X(30) VALUE SPACES.
       01 WS-BASE-NAME-NEW PIC X(30) VALUE SPACES.

      *    Glossaire des éléments de données de la maison (clef
      *    GLOSSARY=, glossary.txt par défaut), chargé une fois en
      *    début d'exécution. Deux sortes de lignes :
      *      NOM:LONGUEUR:TYPE  élément approuvé, avec sa longueur et
      *                         son code TYPE standard (même
      *                         grammaire que le segment TYPE) ;
      *      ABR=MOT            abréviation approuvée ABR de MOT.
      *    Sans glossaire, les noms ne sont pas contrôlés. Un champ
      *    est un élément du glossaire si son nom, tel quel ou après
      *    développement des abréviations approuvées, est celui d'un
      *    élément : il prend alors la longueur et le type standard
      *    que la ligne omet, et un écart avec le standard donne un
      *    avertissement. Un mot du nom qui abrège un mot du
      *    glossaire (mêmes initiales, lettres prises dans l'ordre)
      *    sans être une abréviation approuvée fait rejeter le champ.
       01 WS-GLOSSARY-FILENAME PIC X(100) VALUE 'glossary.txt'.
       01 WS-GLOSSARY-STATUS PIC XX VALUE SPACES.
       01 WS-GLOSSARY-EOF PIC X VALUE 'N'.
       01 WS-GLOSSARY-NAMED PIC X VALUE 'N'.
       01 WS-GLOSSARY-LOADED PIC X VALUE 'N'.
       01 WS-GLOSSARY-LINE PIC X(200) VALUE SPACES.
       01 WS-GLOSSARY-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-GLOSSARY-FULL-WARNED PIC X VALUE 'N'.
       01 WS-GLOSS-ELEMENT-COUNT PIC 999 VALUE ZERO.
       01 WS-GLOSS-ELEMENT-TABLE.
           05 WS-GLOSS-ELEMENT OCCURS 500 TIMES.
               10 WS-GE-NAME PIC X(30).
               10 WS-GE-LENGTH PIC 99.
               10 WS-GE-TYPE PIC X(10).
               10 WS-GE-IS-NUMERIC PIC X.
               10 WS-GE-IS-SIGNED PIC X.
               10 WS-GE-IS-PACKED PIC X.
               10 WS-GE-DECIMALS PIC 9.
       01 WS-GLOSS-ABBR-COUNT PIC 999 VALUE ZERO.
       01 WS-GLOSS-ABBR-TABLE.
           05 WS-GLOSS-ABBR OCCURS 300 TIMES.
               10 WS-GA-ABBR PIC X(30).
               10 WS-GA-WORD PIC X(30).
       01 WS-GLOSS-WORD-COUNT PIC 999 VALUE ZERO.
       01 WS-GLOSS-WORD-TABLE.
           05 WS-GLOSS-WORD OCCURS 900 TIMES PIC X(30).
       01 WS-GLOSS-IDX PIC 999 VALUE ZERO.
       01 WS-GLOSS-JDX PIC 999 VALUE ZERO.
       01 WS-GLOSS-COLON-1 PIC 999 VALUE ZERO.
       01 WS-GLOSS-COLON-2 PIC 999 VALUE ZERO.
       01 WS-GLOSS-EQ-POS PIC 999 VALUE ZERO.
       01 WS-GLOSS-LINE-LEN PIC 999 VALUE ZERO.
       01 WS-GLOSS-SEG-NAME PIC X(60) VALUE SPACES.
       01 WS-GLOSS-SEG-LENGTH PIC X(10) VALUE SPACES.
       01 WS-GLOSS-SEG-TYPE PIC X(10) VALUE SPACES.
       01 WS-GLOSS-ENTRY-OK PIC X VALUE 'Y'.

      *    Contrôle d'un nom de champ contre le glossaire : découpage
      *    du nom en mots (WS-GLOSS-TOKEN), nom développé, résultat
      *    de la recherche (WS-GLOSS-FOUND, entrée WS-GLOSS-IDX) et
      *    premier mot abrégé sans approbation.
       01 WS-GLOSS-NAME PIC X(30) VALUE SPACES.
       01 WS-GLOSS-NAME-LEN PIC 99 VALUE ZERO.
       01 WS-GLOSS-PTR PIC 99 VALUE ZERO.
       01 WS-GLOSS-OUT-PTR PIC 99 VALUE ZERO.
       01 WS-GLOSS-TOKEN PIC X(30) VALUE SPACES.
       01 WS-GLOSS-TOKEN-LEN PIC 99 VALUE ZERO.
       01 WS-GLOSS-EXPANDED PIC X(90) VALUE SPACES.
       01 WS-GLOSS-FOUND PIC X VALUE 'N'.
       01 WS-GLOSS-KNOWN PIC X VALUE 'N'.
       01 WS-GLOSS-BAD-TOKEN PIC X(30) VALUE SPACES.
       01 WS-GLOSS-BAD-WORD PIC X(30) VALUE SPACES.
       01 WS-GLOSS-WORD-LEN PIC 99 VALUE ZERO.
       01 WS-GLOSS-TPOS PIC 99 VALUE ZERO.
       01 WS-GLOSS-WPOS PIC 99 VALUE ZERO.
       01 WS-GLOSS-IS-ABBREV PIC X VALUE 'N'.
       01 WS-GLOSSARY-REJECTED PIC X VALUE 'N'.
       01 WS-FIELD-IS-GLOSSARY PIC X VALUE 'N'.
       01 WS-PENDING-GLOSSARY PIC X VALUE 'N'.
       01 WS-GLOSS-CONFLICT PIC X VALUE 'N'.
       01 WS-GLOSS-LENGTH-ED PIC Z9.

       PROCEDURE DIVISION.
       BEGIN.
      *    La carte de contrôle est lue avant toute ouverture : elle
      *    contrôle du lot pour que plusieurs chaînes cohabitent dans
      *    un même répertoire.
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-GLOSSARY
      *    Mode lot : un manifeste "entree:sortie" par ligne traite
      *    plusieurs paires en une seule exécution. S'il est absent,
      *    on retombe sur le mode simple input.txt/output.cpy.
                           AND WS-CONTROL-NUM <= 2000
                       MOVE WS-CONTROL-NUM TO WS-OUT-TABLE-LIMIT
                   END-IF
               WHEN 'GLOSSARY'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-GLOSSARY-FILENAME
                   MOVE 'Y' TO WS-GLOSSARY-NAMED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-GLOSSARY.
      *    Charge le glossaire s'il existe. Son absence n'est signalée
      *    que si la carte de contrôle le nomme : une installation
      *    sans glossaire garde le contrôle des noms d'origine.
           OPEN INPUT GLOSSARYFILE
           IF WS-GLOSSARY-STATUS NOT = '00'
               IF WS-GLOSSARY-NAMED = 'Y'
                   DISPLAY 'WARNING: CANNOT OPEN GLOSSARY '
                       FUNCTION TRIM(WS-GLOSSARY-FILENAME)
                       ' (STATUS ' WS-GLOSSARY-STATUS ') - '
                       'FIELD NAMES WILL NOT BE CHECKED'
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GLOSSARY-EOF
           PERFORM UNTIL WS-GLOSSARY-EOF = 'Y'
               READ GLOSSARYFILE
                   AT END MOVE 'Y' TO WS-GLOSSARY-EOF
                   NOT AT END
                       ADD 1 TO WS-GLOSSARY-LINE-NO
                       PERFORM LOAD-GLOSSARY-LINE
               END-READ
           END-PERFORM
           CLOSE GLOSSARYFILE
           MOVE 'Y' TO WS-GLOSSARY-LOADED
           MOVE WS-GLOSS-ELEMENT-COUNT TO WS-NUM-ED-1
           MOVE WS-GLOSS-ABBR-COUNT TO WS-NUM-ED-2
           DISPLAY 'GLOSSARY ' FUNCTION TRIM(WS-GLOSSARY-FILENAME)
               ': ' FUNCTION TRIM(WS-NUM-ED-1) ' ELEMENTS, '
               FUNCTION TRIM(WS-NUM-ED-2) ' ABBREVIATIONS'.

       LOAD-GLOSSARY-LINE.
      *    Range une ligne du glossaire : "ABR=MOT" dans la table des
      *    abréviations, "NOM:LONGUEUR:TYPE" dans celle des éléments.
      *    Les mots des noms d'éléments et des développements
      *    forment le vocabulaire contre lequel les abréviations des
      *    noms de champs sont reconnues. Une ligne mal formée est
      *    signalée et ignorée.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GLOSSARYRECORD))
               TO WS-GLOSSARY-LINE
           IF WS-GLOSSARY-LINE = SPACES
                   OR WS-GLOSSARY-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GLOSSARY-LINE))
               TO WS-GLOSS-LINE-LEN
           MOVE ZERO TO WS-GLOSS-EQ-POS
           INSPECT WS-GLOSSARY-LINE TALLYING WS-GLOSS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='
           ADD 1 TO WS-GLOSS-EQ-POS
           MOVE 'Y' TO WS-GLOSS-ENTRY-OK
           IF WS-GLOSS-EQ-POS <= WS-GLOSS-LINE-LEN
               PERFORM LOAD-GLOSSARY-ABBREVIATION
           ELSE
               PERFORM LOAD-GLOSSARY-ELEMENT
           END-IF
           IF WS-GLOSS-ENTRY-OK = 'N'
               DISPLAY 'WARNING: IGNORING INVALID GLOSSARY LINE '
                   WS-GLOSSARY-LINE-NO ' OF '
                   FUNCTION TRIM(WS-GLOSSARY-FILENAME) ': "'
                   FUNCTION TRIM(WS-GLOSSARY-LINE) '"'
           END-IF.

       LOAD-GLOSSARY-ABBREVIATION.
      *    "ABR=MOT" : l'abréviation doit être un mot valide de nom de
      *    donnée ; le développement peut compter plusieurs mots
      *    reliés par des tirets (ex. YTD=YEAR-TO-DATE).
           IF WS-GLOSS-EQ-POS < 2
                   OR WS-GLOSS-EQ-POS >= WS-GLOSS-LINE-LEN
               MOVE 'N' TO WS-GLOSS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE WS-GLOSSARY-LINE(1:WS-GLOSS-EQ-POS - 1)
               TO WS-FIELD-VALUE
           PERFORM VALIDATE-FIELD-NAME
           IF WS-NAME-VALID = 'N'
               MOVE 'N' TO WS-GLOSS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GLOSS-SEG-NAME
           MOVE WS-GLOSSARY-LINE(WS-GLOSS-EQ-POS + 1:
                         WS-GLOSS-LINE-LEN - WS-GLOSS-EQ-POS)
               TO WS-GLOSS-SEG-NAME
           IF WS-GLOSS-SEG-NAME(31:30) NOT = SPACES
               MOVE 'N' TO WS-GLOSS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-GLOSS-ABBR-COUNT >= 300
               PERFORM WARN-GLOSSARY-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GLOSS-ABBR-COUNT
           MOVE WS-FIELD-VALUE(1:30) TO WS-GA-ABBR(WS-GLOSS-ABBR-COUNT)
           MOVE WS-GLOSS-SEG-NAME(1:30)
               TO WS-GA-WORD(WS-GLOSS-ABBR-COUNT)
           MOVE WS-GLOSS-SEG-NAME(1:30) TO WS-GLOSS-NAME
           PERFORM ADD-GLOSSARY-WORDS.

       LOAD-GLOSSARY-ELEMENT.
      *    "NOM:LONGUEUR:TYPE" : le nom suit les règles des noms de
      *    donnée, la longueur celles du segment LONGUEUR (1 à 99) et
      *    le type la grammaire du segment TYPE ; un type absent vaut
      *    X.
           MOVE SPACES TO WS-GLOSS-SEG-NAME
           MOVE SPACES TO WS-GLOSS-SEG-LENGTH
           MOVE SPACES TO WS-GLOSS-SEG-TYPE
           UNSTRING WS-GLOSSARY-LINE DELIMITED BY ':'
               INTO WS-GLOSS-SEG-NAME WS-GLOSS-SEG-LENGTH
                    WS-GLOSS-SEG-TYPE
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE FUNCTION TRIM(WS-GLOSS-SEG-NAME) TO WS-FIELD-VALUE
           PERFORM VALIDATE-FIELD-NAME
           IF WS-NAME-VALID = 'N'
                   OR FUNCTION TRIM(WS-GLOSS-SEG-LENGTH) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(
                       WS-GLOSS-SEG-LENGTH)) > 2
                   OR FUNCTION NUMVAL(WS-GLOSS-SEG-LENGTH) = ZERO
               MOVE 'N' TO WS-GLOSS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-GLOSS-SEG-TYPE = SPACES
               MOVE 'X' TO WS-GLOSS-SEG-TYPE
           END-IF
           MOVE FUNCTION TRIM(WS-GLOSS-SEG-TYPE) TO WS-SPEC-TYPE-UPPER
           PERFORM PARSE-SPEC-TYPE
           MOVE FUNCTION TRIM(WS-GLOSS-SEG-LENGTH) TO WS-FIELD-LENGTH
           IF WS-TYPE-VALID = 'N'
                   OR WS-FIELD-DECIMALS > WS-FIELD-LENGTH
               MOVE 'N' TO WS-GLOSS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-VALUE(1:30) TO WS-GLOSS-NAME
           PERFORM FIND-GLOSSARY-ELEMENT
           IF WS-GLOSS-FOUND = 'Y'
               DISPLAY 'WARNING: DUPLICATE GLOSSARY ELEMENT AT LINE '
                   WS-GLOSSARY-LINE-NO ' OF '
                   FUNCTION TRIM(WS-GLOSSARY-FILENAME) ': "'
                   FUNCTION TRIM(WS-GLOSS-NAME)
                   '" - FIRST DEFINITION KEPT'
               EXIT PARAGRAPH
           END-IF
           IF WS-GLOSS-ELEMENT-COUNT >= 500
               PERFORM WARN-GLOSSARY-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GLOSS-ELEMENT-COUNT
           MOVE WS-GLOSS-NAME TO WS-GE-NAME(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-FIELD-LENGTH
               TO WS-GE-LENGTH(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-SPEC-TYPE-UPPER
               TO WS-GE-TYPE(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-FIELD-IS-NUMERIC
               TO WS-GE-IS-NUMERIC(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-FIELD-IS-SIGNED
               TO WS-GE-IS-SIGNED(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-FIELD-IS-PACKED
               TO WS-GE-IS-PACKED(WS-GLOSS-ELEMENT-COUNT)
           MOVE WS-FIELD-DECIMALS
               TO WS-GE-DECIMALS(WS-GLOSS-ELEMENT-COUNT)
           PERFORM ADD-GLOSSARY-WORDS.

       WARN-GLOSSARY-FULL.
      *    Les tables du glossaire sont bornées ; le dépassement est
      *    signalé une seule fois et les lignes en trop sont ignorées.
           IF WS-GLOSSARY-FULL-WARNED = 'N'
               DISPLAY 'WARNING: GLOSSARY TABLE FULL AT LINE '
                   WS-GLOSSARY-LINE-NO ' OF '
                   FUNCTION TRIM(WS-GLOSSARY-FILENAME)
                   ' - REMAINING ENTRIES IGNORED'
               MOVE 'Y' TO WS-GLOSSARY-FULL-WARNED
           END-IF.

       ADD-GLOSSARY-WORDS.
      *    Ajoute au vocabulaire chacun des mots de WS-GLOSS-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GLOSS-NAME))
               TO WS-GLOSS-NAME-LEN
           MOVE 1 TO WS-GLOSS-PTR
           PERFORM UNTIL WS-GLOSS-PTR > WS-GLOSS-NAME-LEN
               PERFORM NEXT-GLOSSARY-TOKEN
               IF WS-GLOSS-TOKEN-LEN > ZERO
                   PERFORM ADD-GLOSSARY-WORD
               END-IF
           END-PERFORM.

       ADD-GLOSSARY-WORD.
      *    Ajoute WS-GLOSS-TOKEN au vocabulaire s'il n'y est pas déjà.
           MOVE 'N' TO WS-GLOSS-KNOWN
           PERFORM VARYING WS-GLOSS-JDX FROM 1 BY 1
                   UNTIL WS-GLOSS-JDX > WS-GLOSS-WORD-COUNT
                      OR WS-GLOSS-KNOWN = 'Y'
               IF WS-GLOSS-WORD(WS-GLOSS-JDX) = WS-GLOSS-TOKEN
                   MOVE 'Y' TO WS-GLOSS-KNOWN
               END-IF
           END-PERFORM
           IF WS-GLOSS-KNOWN = 'N'
               IF WS-GLOSS-WORD-COUNT >= 900
                   PERFORM WARN-GLOSSARY-FULL
               ELSE
                   ADD 1 TO WS-GLOSS-WORD-COUNT
                   MOVE WS-GLOSS-TOKEN
                       TO WS-GLOSS-WORD(WS-GLOSS-WORD-COUNT)
               END-IF
           END-IF.

       PARSE-MANIFEST-LINE.
      *    Découpe une ligne "entree:sortie[:option[:ddl]]" du
      *    manifeste. Le troisième segment facultatif FORCE autorise
      *    l'écrasement délibéré d'une copy retouchée à la main ; le
      *    quatrième (FLATTEN ou CHILD) est lu par GENERATETABLEDDL
      *    et ignoré ici.
           MOVE SPACES TO WS-INPUT-FILENAME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           MOVE 'N' TO WS-FORCE-OVERWRITE
                   TO WS-OUTPUT-FILENAME
           END-IF
           IF WS-MANIFEST-COLON-2 < FUNCTION LENGTH(MANIFESTRECORD)
               MOVE WS-MANIFEST-COLON-2 TO WS-MANIFEST-COLON-3
               ADD 1 TO WS-MANIFEST-COLON-3
               PERFORM UNTIL WS-MANIFEST-COLON-3 >
                           FUNCTION LENGTH(MANIFESTRECORD)
                       OR MANIFESTRECORD(WS-MANIFEST-COLON-3:1) = ':'
                   ADD 1 TO WS-MANIFEST-COLON-3
               END-PERFORM
               MOVE SPACES TO WS-MANIFEST-OPTION
               IF WS-MANIFEST-COLON-3 - WS-MANIFEST-COLON-2 > 1
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MANIFESTRECORD(WS-MANIFEST-COLON-2 + 1:
                             WS-MANIFEST-COLON-3 -
                             WS-MANIFEST-COLON-2 - 1)))
                       TO WS-MANIFEST-OPTION
               END-IF
               IF WS-MANIFEST-OPTION = 'FORCE'
                   MOVE 'Y' TO WS-FORCE-OVERWRITE
               ELSE
                       MOVE CHECKPOINTRECORD(186:1)
                           TO WS-PENDING-DECIMALS
                   END-IF
                   IF CHECKPOINTRECORD(187:1) = 'Y'
                       MOVE 'Y' TO WS-PENDING-GLOSSARY
                   ELSE
                       MOVE 'N' TO WS-PENDING-GLOSSARY
                   END-IF
                   PERFORM LOAD-USED-NAMES-FROM-CHECKPOINT
               END-IF
               CLOSE CHECKPOINTFILE
           MOVE WS-PENDING-IS-SIGNED TO CHECKPOINTRECORD(184:1)
           MOVE WS-PENDING-IS-PACKED TO CHECKPOINTRECORD(185:1)
           MOVE WS-PENDING-DECIMALS TO CHECKPOINTRECORD(186:1)
           MOVE WS-PENDING-GLOSSARY TO CHECKPOINTRECORD(187:1)
           WRITE CHECKPOINTRECORD
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > WS-USED-NAME-COUNT
                           MOVE 'N' TO WS-FIELD-HAS-VALUE
                       END-IF
                       PERFORM VALIDATE-FIELD-NAME
                       PERFORM CHECK-GLOSSARY-NAME
                       IF WS-NAME-VALID = 'Y'
                           PERFORM DEDUPLICATE-FIELD-NAME
                           IF WS-DEDUP-FAILED = 'N'
                               PERFORM STAGE-PENDING-ENTRY
                           END-IF
                       ELSE
                           IF WS-GLOSSARY-REJECTED = 'N'
                               DISPLAY 'SKIPPING INVALID FIELD NAME AT '
                                   'LINE ' WS-LINE-COUNT ' OF '
                                   FUNCTION TRIM(WS-INPUT-FILENAME)
                                   ': "' FUNCTION TRIM(WS-FIELD-VALUE)
                                   '"'
                               MOVE 'NAME' TO WS-REJECT-REASON
                               MOVE WS-LINE-COUNT TO WS-REJECT-LINE-NO
                               MOVE WS-FIELD-VALUE TO WS-REJECT-TEXT
                               PERFORM WRITE-REJECT-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *    ':', donneraient une référence modifiée de longueur zéro,
      *    ce qui est indéfini en COBOL. On le traite comme une ligne
      *    de spécification invalide avant toute extraction, au lieu
      *    de risquer une référence modifiée de longueur zéro. Seule
      *    exception : un élément du glossaire peut omettre LONGUEUR
      *    ou TYPE, le standard en tient lieu.
           MOVE 'N' TO WS-SPEC-FORMAT-INVALID
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE SPACES TO WS-SPEC-LENGTH-TEXT
           MOVE SPACES TO WS-SPEC-TYPE-TEXT
           IF WS-SPEC-COLON-1 - WS-START-POS < 1
               MOVE 'N' TO WS-SPEC-LINE-VALID
               MOVE 'Y' TO WS-SPEC-FORMAT-INVALID
           ELSE
                   MOVE 'N' TO WS-SPEC-LINE-VALID
               END-IF

               IF WS-SPEC-COLON-2 - WS-SPEC-COLON-1 >= 2
                   MOVE INPUTRECORD(WS-SPEC-COLON-1 + 1:
                                 WS-SPEC-COLON-2 - WS-SPEC-COLON-1 - 1)
                       TO WS-SPEC-LENGTH-TEXT
               END-IF

               IF WS-SPEC-COLON-3 - WS-SPEC-COLON-2 >= 2
                   MOVE INPUTRECORD(WS-SPEC-COLON-2 + 1:
                                 WS-SPEC-COLON-3 - WS-SPEC-COLON-2 - 1)
                       TO WS-SPEC-TYPE-TEXT
               END-IF

               IF WS-SPEC-COLON-2 - WS-SPEC-COLON-1 < 2
                       OR WS-SPEC-COLON-3 - WS-SPEC-COLON-2 < 2
                   PERFORM APPLY-GLOSSARY-DEFAULTS
               END-IF
           END-IF

           MOVE SPACES TO WS-SPEC-VALUE-TEXT
               MOVE WS-LINE-LEVEL TO WS-NEXT-LEVEL
               PERFORM FLUSH-PENDING-ENTRY
               PERFORM VALIDATE-FIELD-NAME
               PERFORM CHECK-GLOSSARY-NAME
               IF WS-NAME-VALID = 'Y'
                   PERFORM DEDUPLICATE-FIELD-NAME
                   IF WS-DEDUP-FAILED = 'N'
                       PERFORM STAGE-PENDING-ENTRY
                   END-IF
               ELSE
                   IF WS-GLOSSARY-REJECTED = 'N'
                       DISPLAY 'SKIPPING INVALID FIELD NAME AT LINE '
                           WS-LINE-COUNT ' OF '
                           FUNCTION TRIM(WS-INPUT-FILENAME)
                           ': "' FUNCTION TRIM(WS-FIELD-NAME) '"'
                       MOVE 'NAME' TO WS-REJECT-REASON
                       MOVE WS-LINE-COUNT TO WS-REJECT-LINE-NO
                       MOVE WS-FIELD-NAME TO WS-REJECT-TEXT
                       PERFORM WRITE-REJECT-ENTRY
                   END-IF
               END-IF
           ELSE
               IF WS-SPEC-FORMAT-INVALID = 'Y'
                             WS-SPEC-COLON-3) TO WS-SPEC-TYPE-TEXT
           END-IF

      *    Longueur et classe du champ, pour le rapprochement avec le
      *    standard du glossaire.
           MOVE FUNCTION TRIM(WS-SPEC-LENGTH-TEXT) TO WS-FIELD-LENGTH
           MOVE 'N' TO WS-FIELD-IS-NUMERIC
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SPEC-TYPE-TEXT))
                   = '9'
               MOVE 'Y' TO WS-FIELD-IS-NUMERIC
           END-IF
           MOVE 'N' TO WS-FIELD-IS-SIGNED
           MOVE 'N' TO WS-FIELD-IS-PACKED
           MOVE ZERO TO WS-FIELD-DECIMALS

           PERFORM VALIDATE-FIELD-NAME
           PERFORM CHECK-GLOSSARY-NAME
           IF WS-NAME-VALID = 'N'
               IF WS-GLOSSARY-REJECTED = 'N'
                   DISPLAY 'SKIPPING INVALID FIELD NAME AT LINE '
                       WS-LINE-COUNT ' OF '
                       FUNCTION TRIM(WS-INPUT-FILENAME)
                       ': "' FUNCTION TRIM(WS-FIELD-NAME) '"'
                   MOVE 'NAME' TO WS-REJECT-REASON
                   MOVE WS-LINE-COUNT TO WS-REJECT-LINE-NO
                   MOVE WS-FIELD-NAME TO WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-ENTRY
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM DEDUPLICATE-FIELD-NAME
           ELSE
               MOVE 'X' TO WS-COL-TYPE(WS-COL-FIELD-COUNT)
           END-IF
           MOVE WS-LINE-COUNT TO WS-COL-LINE(WS-COL-FIELD-COUNT)
           MOVE WS-FIELD-IS-GLOSSARY
               TO WS-COL-GLOSSARY(WS-COL-FIELD-COUNT).

       SORT-COLUMN-FIELDS.
      *    Trie la table des champs du mode colonnes par position de
           MOVE 1 TO WS-PENDING-OCCURS
           MOVE SPACES TO WS-PENDING-VALUE-TEXT
           MOVE WS-COL-LINE(WS-COL-IDX) TO WS-PENDING-SOURCE-LINE
           MOVE 'N' TO WS-PENDING-GLOSSARY
           MOVE 'Y' TO WS-PENDING-VALID
           MOVE ZERO TO WS-NEXT-LEVEL
           PERFORM FLUSH-PENDING-ENTRY.
           MOVE 1 TO WS-PENDING-OCCURS
           MOVE SPACES TO WS-PENDING-VALUE-TEXT
           MOVE WS-COL-LINE(WS-COL-IDX) TO WS-PENDING-SOURCE-LINE
           MOVE WS-COL-GLOSSARY(WS-COL-IDX) TO WS-PENDING-GLOSSARY
           MOVE 'Y' TO WS-PENDING-VALID
           MOVE ZERO TO WS-NEXT-LEVEL
           PERFORM FLUSH-PENDING-ENTRY.
               END-PERFORM
           END-IF.

       CHECK-GLOSSARY-NAME.
      *    Contrôle un nom de champ déjà validé contre le glossaire.
      *    Un mot abrégé sans approbation fait rejeter le champ (code
      *    motif ABBR, WS-GLOSSARY-REJECTED à 'Y' pour que l'appelant
      *    n'ajoute pas un rejet NAME). Un élément du glossaire est
      *    marqué pour le dictionnaire ; sur une ligne de mots, qui ne
      *    donne ni longueur ni type, il prend le standard, sur une
      *    ligne de spécification ou de colonnes un écart avec le
      *    standard donne un avertissement. Les segments vides d'une
      *    ligne de spécification ont déjà été complétés par
      *    APPLY-GLOSSARY-DEFAULTS.
           MOVE 'N' TO WS-GLOSSARY-REJECTED
           MOVE 'N' TO WS-FIELD-IS-GLOSSARY
           IF WS-NAME-VALID = 'N' OR WS-GLOSSARY-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-VALUE(1:30) TO WS-GLOSS-NAME
           PERFORM CHECK-NAME-ABBREVIATIONS
           IF WS-GLOSS-BAD-TOKEN NOT = SPACES
               DISPLAY 'SKIPPING FIELD NAME WITH UNAPPROVED '
                   'ABBREVIATION AT LINE ' WS-LINE-COUNT ' OF '
                   FUNCTION TRIM(WS-INPUT-FILENAME) ': "'
                   FUNCTION TRIM(WS-GLOSS-NAME) '" ('
                   FUNCTION TRIM(WS-GLOSS-BAD-TOKEN) ' FOR '
                   FUNCTION TRIM(WS-GLOSS-BAD-WORD) ')'
               MOVE 'ABBR' TO WS-REJECT-REASON
               MOVE WS-LINE-COUNT TO WS-REJECT-LINE-NO
               MOVE SPACES TO WS-REJECT-TEXT
               STRING FUNCTION TRIM(WS-GLOSS-NAME) ' '
                      FUNCTION TRIM(WS-GLOSS-BAD-TOKEN) ' FOR '
                      FUNCTION TRIM(WS-GLOSS-BAD-WORD)
                      DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-ENTRY
               MOVE 'N' TO WS-NAME-VALID
               MOVE 'Y' TO WS-GLOSSARY-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GLOSSARY-ELEMENT
           IF WS-GLOSS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIELD-IS-GLOSSARY
           IF WS-COLUMN-MODE = 'N' AND WS-COLON-COUNT NOT = 3
               MOVE WS-GE-LENGTH(WS-GLOSS-IDX) TO WS-FIELD-LENGTH
               MOVE WS-GE-IS-NUMERIC(WS-GLOSS-IDX)
                   TO WS-FIELD-IS-NUMERIC
               MOVE WS-GE-IS-SIGNED(WS-GLOSS-IDX) TO WS-FIELD-IS-SIGNED
               MOVE WS-GE-IS-PACKED(WS-GLOSS-IDX) TO WS-FIELD-IS-PACKED
               MOVE WS-GE-DECIMALS(WS-GLOSS-IDX) TO WS-FIELD-DECIMALS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GLOSS-CONFLICT
           IF WS-FIELD-LENGTH NOT = WS-GE-LENGTH(WS-GLOSS-IDX)
                   OR WS-FIELD-IS-NUMERIC
                       NOT = WS-GE-IS-NUMERIC(WS-GLOSS-IDX)
                   OR WS-FIELD-IS-SIGNED
                       NOT = WS-GE-IS-SIGNED(WS-GLOSS-IDX)
                   OR WS-FIELD-IS-PACKED
                       NOT = WS-GE-IS-PACKED(WS-GLOSS-IDX)
                   OR WS-FIELD-DECIMALS
                       NOT = WS-GE-DECIMALS(WS-GLOSS-IDX)
               MOVE 'Y' TO WS-GLOSS-CONFLICT
           END-IF
           IF WS-GLOSS-CONFLICT = 'Y'
               MOVE WS-GE-LENGTH(WS-GLOSS-IDX) TO WS-GLOSS-LENGTH-ED
               DISPLAY 'WARNING: FIELD "' FUNCTION TRIM(WS-GLOSS-NAME)
                   '" AT LINE ' WS-LINE-COUNT ' OF '
                   FUNCTION TRIM(WS-INPUT-FILENAME)
                   ' CONTRADICTS GLOSSARY STANDARD LENGTH '
                   FUNCTION TRIM(WS-GLOSS-LENGTH-ED) ' TYPE '
                   FUNCTION TRIM(WS-GE-TYPE(WS-GLOSS-IDX))
               PERFORM RAISE-JOB-WARNING
           END-IF.

       APPLY-GLOSSARY-DEFAULTS.
      *    Ligne "NOM:LONGUEUR:TYPE:VALEUR" dont le segment LONGUEUR
      *    ou TYPE est vide : admise pour un élément du glossaire,
      *    qui fournit le segment manquant ; pour tout autre nom la
      *    ligne reste invalide (code motif SPEC).
           MOVE 'N' TO WS-GLOSS-FOUND
           IF WS-GLOSSARY-LOADED = 'Y'
                   AND WS-FIELD-OCCURS-INVALID = 'N'
                   AND WS-FIELD-VALUE(31:70) = SPACES
               MOVE WS-FIELD-VALUE(1:30) TO WS-GLOSS-NAME
               PERFORM FIND-GLOSSARY-ELEMENT
           END-IF
           IF WS-GLOSS-FOUND = 'N'
               MOVE 'N' TO WS-SPEC-LINE-VALID
               MOVE 'Y' TO WS-SPEC-FORMAT-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-SPEC-COLON-2 - WS-SPEC-COLON-1 < 2
               MOVE WS-GE-LENGTH(WS-GLOSS-IDX) TO WS-GLOSS-LENGTH-ED
               MOVE FUNCTION TRIM(WS-GLOSS-LENGTH-ED)
                   TO WS-SPEC-LENGTH-TEXT
           END-IF
           IF WS-SPEC-COLON-3 - WS-SPEC-COLON-2 < 2
               MOVE WS-GE-TYPE(WS-GLOSS-IDX) TO WS-SPEC-TYPE-TEXT
           END-IF.

       FIND-GLOSSARY-ELEMENT.
      *    Cherche l'élément du glossaire de nom WS-GLOSS-NAME, tel
      *    quel puis après remplacement de chaque abréviation
      *    approuvée par son développement (CUST-NO donne
      *    CUSTOMER-NUMBER si CUST et NO sont approuvées).
           MOVE 'N' TO WS-GLOSS-FOUND
           MOVE ZERO TO WS-GLOSS-IDX
           PERFORM VARYING WS-GLOSS-JDX FROM 1 BY 1
                   UNTIL WS-GLOSS-JDX > WS-GLOSS-ELEMENT-COUNT
                      OR WS-GLOSS-FOUND = 'Y'
               IF WS-GE-NAME(WS-GLOSS-JDX) = WS-GLOSS-NAME
                   MOVE 'Y' TO WS-GLOSS-FOUND
                   MOVE WS-GLOSS-JDX TO WS-GLOSS-IDX
               END-IF
           END-PERFORM
           IF WS-GLOSS-FOUND = 'Y' OR WS-GLOSS-ABBR-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GLOSS-EXPANDED
           MOVE 1 TO WS-GLOSS-OUT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GLOSS-NAME))
               TO WS-GLOSS-NAME-LEN
           MOVE 1 TO WS-GLOSS-PTR
           PERFORM UNTIL WS-GLOSS-PTR > WS-GLOSS-NAME-LEN
               PERFORM NEXT-GLOSSARY-TOKEN
               IF WS-GLOSS-OUT-PTR > 1
                   STRING '-' DELIMITED BY SIZE
                       INTO WS-GLOSS-EXPANDED
                       WITH POINTER WS-GLOSS-OUT-PTR
               END-IF
               PERFORM FIND-GLOSSARY-ABBREVIATION
               IF WS-GLOSS-KNOWN = 'Y'
                   STRING FUNCTION TRIM(WS-GA-WORD(WS-GLOSS-JDX))
                       DELIMITED BY SIZE INTO WS-GLOSS-EXPANDED
                       WITH POINTER WS-GLOSS-OUT-PTR
               ELSE
                   IF WS-GLOSS-TOKEN-LEN > ZERO
                       STRING WS-GLOSS-TOKEN(1:WS-GLOSS-TOKEN-LEN)
                           DELIMITED BY SIZE INTO WS-GLOSS-EXPANDED
                           WITH POINTER WS-GLOSS-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GLOSS-EXPANDED(31:60) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GLOSS-JDX FROM 1 BY 1
                   UNTIL WS-GLOSS-JDX > WS-GLOSS-ELEMENT-COUNT
                      OR WS-GLOSS-FOUND = 'Y'
               IF WS-GE-NAME(WS-GLOSS-JDX) = WS-GLOSS-EXPANDED(1:30)
                   MOVE 'Y' TO WS-GLOSS-FOUND
                   MOVE WS-GLOSS-JDX TO WS-GLOSS-IDX
               END-IF
           END-PERFORM.

       FIND-GLOSSARY-ABBREVIATION.
      *    WS-GLOSS-KNOWN passe à 'Y' si WS-GLOSS-TOKEN est une
      *    abréviation approuvée, WS-GLOSS-JDX désignant alors son
      *    entrée.
           MOVE 'N' TO WS-GLOSS-KNOWN
           MOVE 1 TO WS-GLOSS-JDX
           PERFORM UNTIL WS-GLOSS-JDX > WS-GLOSS-ABBR-COUNT
                   OR WS-GLOSS-KNOWN = 'Y'
               IF WS-GA-ABBR(WS-GLOSS-JDX) = WS-GLOSS-TOKEN
                   MOVE 'Y' TO WS-GLOSS-KNOWN
               ELSE
                   ADD 1 TO WS-GLOSS-JDX
               END-IF
           END-PERFORM.

       CHECK-NAME-ABBREVIATIONS.
      *    Cherche dans WS-GLOSS-NAME un mot qui abrège un mot du
      *    vocabulaire du glossaire (même initiale, plus court, ses
      *    lettres prises dans l'ordre dans le mot complet : CUST
      *    pour CUSTOMER, NBR pour NUMBER) sans être lui-même un mot
      *    du vocabulaire ni une abréviation approuvée. Les mots
      *    d'une lettre et ceux qui commencent par un chiffre ne sont
      *    pas jugés ; un mot étranger au glossaire est admis.
           MOVE SPACES TO WS-GLOSS-BAD-TOKEN
           MOVE SPACES TO WS-GLOSS-BAD-WORD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GLOSS-NAME))
               TO WS-GLOSS-NAME-LEN
           MOVE 1 TO WS-GLOSS-PTR
           PERFORM UNTIL WS-GLOSS-PTR > WS-GLOSS-NAME-LEN
                   OR WS-GLOSS-BAD-TOKEN NOT = SPACES
               PERFORM NEXT-GLOSSARY-TOKEN
               IF WS-GLOSS-TOKEN-LEN > 1
                       AND WS-GLOSS-TOKEN(1:1) IS ALPHABETIC
                   PERFORM CHECK-ONE-NAME-TOKEN
               END-IF
           END-PERFORM.

       CHECK-ONE-NAME-TOKEN.
      *    Juge le mot WS-GLOSS-TOKEN du nom de champ courant.
           PERFORM FIND-GLOSSARY-ABBREVIATION
           IF WS-GLOSS-KNOWN = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GLOSS-JDX FROM 1 BY 1
                   UNTIL WS-GLOSS-JDX > WS-GLOSS-WORD-COUNT
                      OR WS-GLOSS-KNOWN = 'Y'
               IF WS-GLOSS-WORD(WS-GLOSS-JDX) = WS-GLOSS-TOKEN
                   MOVE 'Y' TO WS-GLOSS-KNOWN
               END-IF
           END-PERFORM
           IF WS-GLOSS-KNOWN = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-GLOSS-JDX
           PERFORM UNTIL WS-GLOSS-JDX > WS-GLOSS-WORD-COUNT
                   OR WS-GLOSS-BAD-TOKEN NOT = SPACES
               PERFORM TEST-TOKEN-ABBREVIATES-WORD
               IF WS-GLOSS-IS-ABBREV = 'Y'
                   MOVE WS-GLOSS-TOKEN TO WS-GLOSS-BAD-TOKEN
                   MOVE WS-GLOSS-WORD(WS-GLOSS-JDX)
                       TO WS-GLOSS-BAD-WORD
               END-IF
               ADD 1 TO WS-GLOSS-JDX
           END-PERFORM.

       TEST-TOKEN-ABBREVIATES-WORD.
      *    WS-GLOSS-IS-ABBREV passe à 'Y' si WS-GLOSS-TOKEN est une
      *    abréviation du mot WS-GLOSS-WORD(WS-GLOSS-JDX) : même
      *    première lettre, plus court, et toutes ses lettres
      *    retrouvées dans l'ordre dans le mot.
           MOVE 'N' TO WS-GLOSS-IS-ABBREV
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-GLOSS-WORD(WS-GLOSS-JDX))) TO WS-GLOSS-WORD-LEN
           IF WS-GLOSS-TOKEN-LEN >= WS-GLOSS-WORD-LEN
                   OR WS-GLOSS-TOKEN(1:1)
                       NOT = WS-GLOSS-WORD(WS-GLOSS-JDX)(1:1)
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-GLOSS-TPOS
           MOVE 2 TO WS-GLOSS-WPOS
           PERFORM UNTIL WS-GLOSS-TPOS > WS-GLOSS-TOKEN-LEN
                   OR WS-GLOSS-WPOS > WS-GLOSS-WORD-LEN
               IF WS-GLOSS-TOKEN(WS-GLOSS-TPOS:1) =
                       WS-GLOSS-WORD(WS-GLOSS-JDX)(WS-GLOSS-WPOS:1)
                   ADD 1 TO WS-GLOSS-TPOS
               END-IF
               ADD 1 TO WS-GLOSS-WPOS
           END-PERFORM
           IF WS-GLOSS-TPOS > WS-GLOSS-TOKEN-LEN
               MOVE 'Y' TO WS-GLOSS-IS-ABBREV
           END-IF.

       NEXT-GLOSSARY-TOKEN.
      *    Extrait de WS-GLOSS-NAME le mot suivant (jusqu'au prochain
      *    tiret) à partir de WS-GLOSS-PTR.
           MOVE SPACES TO WS-GLOSS-TOKEN
           MOVE ZERO TO WS-GLOSS-TOKEN-LEN
           UNSTRING WS-GLOSS-NAME(1:WS-GLOSS-NAME-LEN)
               DELIMITED BY '-'
               INTO WS-GLOSS-TOKEN COUNT IN WS-GLOSS-TOKEN-LEN
               WITH POINTER WS-GLOSS-PTR.

       DEDUPLICATE-FIELD-NAME.
      *    Si le nom a déjà été utilisé dans ce job, lui ajoute un
      *    suffixe -2, -3, etc. jusqu'à trouver un nom libre, puis
           MOVE WS-FIELD-OCCURS TO WS-PENDING-OCCURS
           MOVE WS-FIELD-EXPLICIT-VALUE TO WS-PENDING-VALUE-TEXT
           MOVE WS-LINE-COUNT TO WS-PENDING-SOURCE-LINE
           MOVE WS-FIELD-IS-GLOSSARY TO WS-PENDING-GLOSSARY
           MOVE 'Y' TO WS-PENDING-VALID.

       CHECK-FIGURATIVE-VALUE.
                       IF WS-PENDING-LEVEL = 10
                           MOVE WS-PENDING-OCCURS TO WS-GROUP-MULT-10
                       END-IF
                       IF WS-PENDING-OCCURS > 1
                           AND (WS-PENDING-LEVEL = 5
                                OR WS-PENDING-LEVEL = 10)
                           PERFORM WRITE-DICT-GROUP-MARKER
                       END-IF
                   ELSE
                       ADD 1 TO WS-FIELD-COUNT
      *                Les empreintes et le total sont bornés : un
      *    de chiffres pour un champ condensé COMP-3), nombre
      *    d'occurrences, empreinte totale en octets (occurrences et
      *    groupes répétitifs englobants compris), code TYPE (X, 9,
      *    S9, P, SP, suffixe V<d>), ligne source, puis le mot
      *    GLOSSARY pour un élément du glossaire de la maison (colonne
      *    absente sinon ; les lecteurs du dictionnaire s'arrêtent
      *    aux colonnes qu'ils connaissent).
           ADD 1 TO WS-DICT-SEQ
           MOVE WS-DICT-SEQ TO WS-DICT-SEQ-ED
           MOVE WS-PENDING-BYTE-LENGTH TO WS-DICT-LENGTH-ED
                  FUNCTION TRIM(WS-DICT-TYPE-TEXT) ' '
                  FUNCTION TRIM(WS-DICT-SOURCE-LINE-ED)
                  INTO WS-DICT-LINE
           IF WS-PENDING-GLOSSARY = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DICT-LINE))
                   TO WS-GLOSS-LINE-LEN
               MOVE 'GLOSSARY' TO WS-DICT-LINE(WS-GLOSS-LINE-LEN + 2:8)
           END-IF
           MOVE WS-DICT-LINE TO DICTRECORD
           WRITE DICTRECORD.

       WRITE-DICT-GROUP-MARKER.
      *    Signale au dictionnaire l'ouverture d'un groupe répétitif
      *    de niveau 05 ou 10 : "GROUP nom OCCURS n LEVEL nn". Les
      *    champs qui suivent en font partie tant que leur empreinte
      *    totale porte son multiplicateur ; la ligne permet de
      *    retrouver le pas de chaque occurrence, que les seules
      *    empreintes ne donnent pas. Elle ne commence pas par un
      *    numéro de séquence et n'est donc pas lue comme un champ.
           MOVE WS-PENDING-OCCURS TO WS-OCCURS-ED
           MOVE WS-PENDING-LEVEL TO WS-DICT-LENGTH-ED
           MOVE SPACES TO WS-DICT-LINE
           STRING 'GROUP '
                  FUNCTION TRIM(WS-PENDING-NAME) ' '
                  'OCCURS ' FUNCTION TRIM(WS-OCCURS-ED) ' '
                  'LEVEL ' FUNCTION TRIM(WS-DICT-LENGTH-ED)
                  INTO WS-DICT-LINE
           MOVE WS-DICT-LINE TO DICTRECORD
           WRITE DICTRECORD.

