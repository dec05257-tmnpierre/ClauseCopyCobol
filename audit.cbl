      *    champ et la liste des rejets par numéro d'enregistrement,
      *    pour arrêter un fichier partenaire défectueux avant le
      *    chargement nocturne.
      *    Un fichier de règles métier propre à la copy, nommé dans
      *    le manifeste, ajoute des contrôles que le tracé ne porte
      *    pas : champ obligatoire, bornes MIN/MAX, date AAAAMMJJ
      *    réelle et comparaison entre deux champs. Une règle violée
      *    est un rejet comme les autres.
      *    Quand la copy est accompagnée d'un tracé d'enregistrements
      *    de contrôle (fichier <copy>.hdrtrl, voir
      *    WS-HDRTRL-FILENAME), l'en-tête et la fin de fichier sont
      *    contrôlés contre leur propre tracé et non plus contre la
      *    longueur du détail ; le nombre d'enregistrements et le
      *    total de contrôle portés par la fin de fichier sont
      *    rapprochés de ceux relevés à la lecture, et tout écart
      *    fait échouer l'audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-DATA-STATUS.

      *    Sélectionne le manifeste du mode lot (une ligne
      *    "copy:données:rapport[:règles]" par job). S'il est absent,
      *    le programme retombe sur le mode simple
      *    output.cpy/testdata.dat.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Sélectionne le fichier de règles métier du job courant,
      *    quand le manifeste en nomme un (une règle par ligne
      *    "CHAMP:RÈGLE[:OPÉRANDE]").
           SELECT RULESFILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

      *    Sélectionne le rapport d'audit du job courant : la liste
      *    des rejets par numéro d'enregistrement puis le compte
      *    d'erreurs par champ.
      *    Définit la structure d'une ligne du manifeste.
       01 MANIFESTRECORD PIC X(200).

       FD RULESFILE.
      *    Définit la structure d'une ligne du fichier de règles.
       01 RULESRECORD PIC X(200).

       FD REPORTFILE.
      *    Définit la structure d'une ligne du rapport d'audit.
       01 REPORTRECORD PIC X(200).
       01 WS-REPORT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *    Manifeste du mode lot : "copy:données:rapport[:règles]".
       01 WS-MANIFEST-FILENAME PIC X(100)
           VALUE 'audit-manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.

      *    Découpage de la ligne de manifeste en quatre segments.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.

      *    Fichier de règles métier du job : une ligne
      *    "CHAMP:RÈGLE[:OPÉRANDE]" par règle, les lignes vides et
      *    les commentaires (étoile en tête) étant ignorés. Règles
      *    reconnues :
      *      REQUIRED          champ X non blanc, champ 9 non nul ;
      *      MIN:valeur        valeur du champ >= valeur ;
      *      MAX:valeur        valeur du champ <= valeur ;
      *      DATE:YYYYMMDD     date calendaire réelle sur 8 chiffres
      *                        (une date à blanc ou à zéro est laissée
      *                        à la règle REQUIRED) ;
      *      EQ, NE, LT, LE, GT ou GE:AUTRE-CHAMP
      *                        comparaison avec un autre champ du
      *                        tracé (ignorée si l'un des deux est à
      *                        blanc).
      *    Une règle s'applique à toutes les occurrences du champ ;
      *    une comparaison apparie l'occurrence N de chaque champ,
      *    ou à défaut la première occurrence de l'autre champ.
       01 WS-RULES-FILENAME PIC X(100) VALUE SPACES.
       01 WS-RULES-STATUS PIC XX VALUE SPACES.
       01 WS-RULES-EOF PIC X VALUE 'N'.
       01 WS-RULES-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-RULES-LINE PIC X(200) VALUE SPACES.
       01 WS-RULE-COUNT PIC 999 VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RL-FIELD PIC X(30).
               10 WS-RL-TYPE PIC X(8).
               10 WS-RL-OPERAND PIC X(60).
       01 WS-RULE-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-FULL-WARNED PIC X VALUE 'N'.
       01 WS-RULE-NAME-IN PIC X(30) VALUE SPACES.
       01 WS-RULE-TYPE-IN PIC X(8) VALUE SPACES.
       01 WS-RULE-OPERAND-IN PIC X(60) VALUE SPACES.
       01 WS-RULE-VALID PIC X VALUE 'N'.
       01 WS-RULE-FOUND-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-LOOKUP-NAME PIC X(30) VALUE SPACES.
       01 WS-RULE-OCC PIC 9(4) VALUE ZERO.
       01 WS-RULE-SEEN PIC 9(4) VALUE ZERO.
       01 WS-RULE-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-OTHER-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-FAILED PIC X VALUE 'N'.
       01 WS-RULE-SKIP PIC X VALUE 'N'.
       01 WS-RULE-ERROR-COUNT PIC 9(6) VALUE ZERO.

      *    Valeurs comparées par une règle : entiers cadrés sur les
      *    décimales implicites pour un champ numérique, octets
      *    cadrés à gauche pour un champ alphanumérique.
       01 WS-RULE-LEFT-NUM PIC S9(18) VALUE ZERO.
       01 WS-RULE-RIGHT-NUM PIC S9(18) VALUE ZERO.
       01 WS-RULE-LEFT-DEC PIC 99 VALUE ZERO.
       01 WS-RULE-RIGHT-DEC PIC 99 VALUE ZERO.
       01 WS-RULE-LEFT-TEXT PIC X(100) VALUE SPACES.
       01 WS-RULE-RIGHT-TEXT PIC X(100) VALUE SPACES.
       01 WS-RULE-CMP-LEN PIC 999 VALUE ZERO.
       01 WS-RULE-LEFT-SHOW PIC X(60) VALUE SPACES.
       01 WS-RULE-RIGHT-SHOW PIC X(60) VALUE SPACES.
       01 WS-RULE-SHOW PIC X(60) VALUE SPACES.
       01 WS-RULE-LEFT-IS-NUM PIC X VALUE 'N'.
       01 WS-RULE-CMP-RESULT PIC X VALUE SPACE.

      *    Contrôle d'une date AAAAMMJJ : mois 1 à 12, jour borné par
      *    la longueur du mois, février à 29 jours les années
      *    bissextiles (divisibles par 4, sauf les siècles non
      *    divisibles par 400).
       01 WS-DATE-WORK.
           05 WS-DATE-YEAR PIC 9(4).
           05 WS-DATE-MONTH PIC 99.
           05 WS-DATE-DAY PIC 99.
       01 WS-DATE-TEXT REDEFINES WS-DATE-WORK PIC X(8).
       01 WS-MONTH-DAYS PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-LIMIT PIC 99 VALUE ZERO.

      *    Statistiques du job courant pour le journal d'exécution et
      *    la synthèse du rapport.
               10 WS-FE-ENUM-VALUE OCCURS 10 TIMES PIC X(30).
               10 WS-FE-NUMERIC-ERRORS PIC 9(6).
               10 WS-FE-ENUM-ERRORS PIC 9(6).
               10 WS-FE-RULE-ERRORS PIC 9(6).
       01 WS-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.

       01 WS-NUM-ED-2 PIC ZZZZ9.
       01 WS-SHOW-LEN PIC 9(4) VALUE ZERO.

      *    Enregistrements de contrôle : le tracé de l'en-tête et de
      *    la fin de fichier est décrit à côté de la copy de détail,
      *    dans <copy>.hdrtrl, comme pour CREATETESTDATA. Ce fichier
      *    commence par des lignes de directive en colonne 1
      *    (HASH-FIELD=, TRAILER-COUNT=, TRAILER-HASH=, HEADER-DATE=,
      *    HEADER-SENDER=) suivies de deux 01 écrits comme une copy :
      *    l'en-tête puis la fin de fichier. Leurs champs sont rangés
      *    dans la table des champs après ceux du détail (plages
      *    WS-HDR-FIRST/LAST et WS-TRL-FIRST/LAST), à des décalages
      *    propres à chaque enregistrement. Chaque tracé de contrôle
      *    est reconnu par son premier champ X portant un littéral
      *    VALUE (le type d'enregistrement) : l'en-tête est le
      *    premier enregistrement du fichier, la fin de fichier le
      *    dernier. Sans fichier .hdrtrl, tous les enregistrements
      *    sont contrôlés contre le tracé de détail.
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

      *    Rapprochement des totaux de contrôle : nature de
      *    l'enregistrement lu (H en-tête, T fin de fichier, D
      *    détail), nombre d'enregistrements de détail et total du
      *    champ montant relevés pendant la lecture, valeurs lues
      *    dans la fin de fichier. Le total calculé, cadré sur les
      *    décimales du champ montant, est recadré sur celles du
      *    champ total (WS-SCALE-FROM vers WS-SCALE-TO) avant la
      *    comparaison. Tout écart est une erreur de contrôle qui
      *    fait échouer l'audit.
       01 WS-RECORD-KIND PIC X VALUE 'D'.
       01 WS-EXPECTED-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONTROL-ERROR-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL PIC S9(18) VALUE ZERO.
       01 WS-TRL-COUNT-VALUE PIC S9(18) VALUE ZERO.
       01 WS-TRL-COUNT-OK PIC X VALUE 'N'.
       01 WS-TRL-HASH-VALUE PIC S9(18) VALUE ZERO.
       01 WS-TRL-HASH-OK PIC X VALUE 'N'.
       01 WS-SCALE-FROM PIC 99 VALUE ZERO.
       01 WS-SCALE-TO PIC 99 VALUE ZERO.
       01 WS-BALANCE-TEXT PIC X(14) VALUE SPACES.

      *    Forme lisible d'un montant de contrôle : l'entier cadré
      *    sur WS-SCALE-TO décimales est restitué avec son point
      *    décimal et son signe, sans zéros de tête.
       01 WS-AMOUNT-DIGITS PIC 9(18) VALUE ZERO.
       01 WS-AMOUNT-DIGITS-X REDEFINES WS-AMOUNT-DIGITS PIC X(18).
       01 WS-AMOUNT-SIGN PIC X VALUE SPACE.
       01 WS-AMOUNT-START PIC 99 VALUE ZERO.
       01 WS-AMOUNT-INT-END PIC 99 VALUE ZERO.
       01 WS-AMOUNT-SHOW PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-SHOW-2 PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
      *    La carte de contrôle est lue avant toute ouverture.
           END-EVALUATE.

       PARSE-CONTROL-LINE.
      *    Découpe une ligne "copy:données:rapport[:règles]" du
      *    manifeste. Un rapport absent est nommé d'après le fichier
      *    de données ; sans fichier de règles, seuls les contrôles du
      *    tracé sont faits.
           MOVE 1 TO WS-CTL-COLON-1
           PERFORM UNTIL WS-CTL-COLON-1 >
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
           MOVE SPACES TO WS-REPORT-FILENAME
           MOVE SPACES TO WS-RULES-FILENAME

           IF WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(1:WS-CTL-COLON-1 - 1)
                             WS-CTL-COLON-2 - WS-CTL-COLON-1 - 1)
                   TO WS-DATA-FILENAME
           END-IF
           IF WS-CTL-COLON-3 - WS-CTL-COLON-2 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-2 + 1:
                             WS-CTL-COLON-3 - WS-CTL-COLON-2 - 1)
                   TO WS-REPORT-FILENAME
           END-IF
           IF WS-CTL-COLON-3 < FUNCTION LENGTH(MANIFESTRECORD)
               MOVE MANIFESTRECORD(WS-CTL-COLON-3 + 1:
                             FUNCTION LENGTH(MANIFESTRECORD) -
                             WS-CTL-COLON-3) TO WS-RULES-FILENAME
           END-IF
           IF WS-REPORT-FILENAME = SPACES
               PERFORM BUILD-REPORT-FILENAME
           MOVE ZERO TO WS-ERROR-RECORD-COUNT
           MOVE ZERO TO WS-LENGTH-ERROR-COUNT
           MOVE ZERO TO WS-FIELD-ERROR-COUNT
           MOVE ZERO TO WS-RULE-ERROR-COUNT
           MOVE ZERO TO WS-CONTROL-ERROR-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-TRL-COUNT-OK
           MOVE 'N' TO WS-TRL-HASH-OK
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-RECORD-LENGTH
           MOVE ZERO TO WS-OCC-DEPTH
               DISPLAY 'SKIPPING JOB: CANNOT OPEN COPYBOOK FILE '
                   FUNCTION TRIM(WS-COPY-FILENAME)
                   ' (STATUS ' WS-COPY-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'SKIPPING JOB: UNSUPPORTED REPEATING-GROUP '
                   'NESTING IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                   ' - NO AUDIT PERFORMED'
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
      *    copy ; un tracé présent mais inutilisable arrête le job :
      *    les totaux de contrôle ne pourraient pas être vérifiés.
           PERFORM LOAD-HDRTRL-LAYOUT
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    Un fichier de règles nommé mais illisible arrête le job :
      *    l'audit passerait sinon à tort.
           IF WS-RULES-FILENAME NOT = SPACES
               PERFORM LOAD-RULES-FILE
               IF WS-RULES-STATUS NOT = '00'
                   DISPLAY 'SKIPPING JOB: CANNOT OPEN RULES FILE '
                       FUNCTION TRIM(WS-RULES-FILENAME)
                       ' (STATUS ' WS-RULES-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT DATAFILE
           IF WS-DATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' (STATUS ' WS-DATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'SKIPPING JOB: CANNOT OPEN AUDIT REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE DATAFILE
               EXIT PARAGRAPH
           END-IF
                  FUNCTION TRIM(WS-COPY-FILENAME)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RULES-FILENAME NOT = SPACES
               MOVE WS-RULE-COUNT TO WS-NUM-ED-1
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BUSINESS RULES FROM '
                      FUNCTION TRIM(WS-RULES-FILENAME) ': '
                      FUNCTION TRIM(WS-NUM-ED-1) ' RULES'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HEADER/TRAILER LAYOUT FROM '
                      FUNCTION TRIM(WS-HDRTRL-FILENAME)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM UNTIL WS-DATA-EOF = 'Y'
               READ DATAFILE
           END-PERFORM
           CLOSE DATAFILE

           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM CHECK-CONTROL-TOTALS
           END-IF
           PERFORM WRITE-FIELD-ERROR-COUNTS
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE REPORTFILE
      *    contre celle du tracé, puis, si elle correspond, chaque
      *    champ contre son type et ses énumérations. Un écart de
      *    longueur désaligne tous les champs : leurs contrôles sont
      *    alors sans objet et ne sont pas tentés. L'en-tête et la
      *    fin de fichier sont contrôlés contre leur propre tracé.
           MOVE 'N' TO WS-RECORD-IN-ERROR
           MOVE SPACES TO WS-DATA-BUFFER
           MOVE DATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-DATA-BUFFER(1:WS-ACTUAL-LENGTH)
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM CLASSIFY-CONTROL-RECORD
               IF WS-RECORD-KIND NOT = 'D'
                   PERFORM AUDIT-CONTROL-RECORD
                   IF WS-RECORD-IN-ERROR = 'Y'
                       ADD 1 TO WS-ERROR-RECORD-COUNT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
           END-IF
           IF WS-ACTUAL-LENGTH NOT = WS-RECORD-LENGTH
               ADD 1 TO WS-LENGTH-ERROR-COUNT
               MOVE 'Y' TO WS-RECORD-IN-ERROR
                   ADD 1 TO WS-FIELD-IDX
                   PERFORM CHECK-ONE-FIELD
               END-PERFORM
               IF WS-RULE-COUNT > ZERO
                   PERFORM CHECK-RECORD-RULES
               END-IF
               IF WS-HASH-FIELD-IDX > ZERO
                   PERFORM ADD-TO-HASH-TOTAL
               END-IF
           END-IF
           IF WS-RECORD-IN-ERROR = 'Y'
               ADD 1 TO WS-ERROR-RECORD-COUNT
           END-IF.

       CLASSIFY-CONTROL-RECORD.
      *    Reconnaît l'enregistrement courant par son type
      *    d'enregistrement : l'en-tête n'est attendu qu'en premier,
      *    la fin de fichier en dernier. Un premier enregistrement
      *    qui n'est pas un en-tête et un enregistrement qui suit la
      *    fin de fichier sont des erreurs de contrôle ; ils sont
      *    contrôlés comme du détail.
           MOVE 'D' TO WS-RECORD-KIND
           IF WS-TRAILER-SEEN = 'Y'
               ADD 1 TO WS-CONTROL-ERROR-COUNT
               MOVE 'Y' TO WS-RECORD-IN-ERROR
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD ' WS-RECORD-COUNT
                      ' FOLLOWS THE TRAILER RECORD'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REJECT-LINE
               MOVE 'N' TO WS-TRAILER-SEEN
           END-IF
           IF WS-RECORD-COUNT = 1
               IF WS-DATA-BUFFER(WS-HDR-ID-OFFSET + 1:
                       WS-HDR-ID-LENGTH) =
                       WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                   MOVE 'H' TO WS-RECORD-KIND
               ELSE
                   ADD 1 TO WS-CONTROL-ERROR-COUNT
                   MOVE 'Y' TO WS-RECORD-IN-ERROR
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'RECORD ' WS-RECORD-COUNT
                          ' HEADER RECORD MISSING - RECORD TYPE "'
                          WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                          '" EXPECTED'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF
           IF WS-RECORD-KIND = 'D'
                   AND WS-DATA-BUFFER(WS-TRL-ID-OFFSET + 1:
                       WS-TRL-ID-LENGTH) =
                       WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
               MOVE 'T' TO WS-RECORD-KIND
           END-IF.

       AUDIT-CONTROL-RECORD.
      *    Contrôle l'en-tête ou la fin de fichier contre son tracé :
      *    longueur, puis chaque champ contre son type et ses
      *    énumérations. L'en-tête est restitué au rapport (date et
      *    émetteur), la fin de fichier est décodée pour le
      *    rapprochement des totaux en fin de lecture.
           IF WS-RECORD-KIND = 'H'
               MOVE 'Y' TO WS-HEADER-SEEN
               MOVE WS-HDR-LENGTH TO WS-EXPECTED-LENGTH
               MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
               MOVE WS-HDR-LAST TO WS-HDRTRL-TO
           ELSE
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE 'N' TO WS-TRL-COUNT-OK
               MOVE 'N' TO WS-TRL-HASH-OK
               MOVE WS-TRL-LENGTH TO WS-EXPECTED-LENGTH
               MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
               MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           END-IF
           IF WS-ACTUAL-LENGTH NOT = WS-EXPECTED-LENGTH
               ADD 1 TO WS-LENGTH-ERROR-COUNT
               MOVE 'Y' TO WS-RECORD-IN-ERROR
               MOVE WS-ACTUAL-LENGTH TO WS-NUM-ED-1
               MOVE WS-EXPECTED-LENGTH TO WS-NUM-ED-2
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RECORD-KIND = 'H'
                   STRING 'RECORD ' WS-RECORD-COUNT
                          ' LENGTH ' FUNCTION TRIM(WS-NUM-ED-1)
                          ' DOES NOT MATCH HEADER LAYOUT LENGTH '
                          FUNCTION TRIM(WS-NUM-ED-2)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING 'RECORD ' WS-RECORD-COUNT
                          ' LENGTH ' FUNCTION TRIM(WS-NUM-ED-1)
                          ' DOES NOT MATCH TRAILER LAYOUT LENGTH '
                          FUNCTION TRIM(WS-NUM-ED-2)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDRTRL-FROM TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-HDRTRL-TO
               PERFORM CHECK-ONE-FIELD
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM

           IF WS-RECORD-KIND = 'H'
               MOVE SPACES TO WS-AMOUNT-SHOW
               MOVE SPACES TO WS-AMOUNT-SHOW-2
               IF WS-HDR-DATE-IDX > ZERO
                   MOVE WS-HDR-DATE-IDX TO WS-FIELD-IDX
                   PERFORM SET-FIELD-POSITION
                   PERFORM BUILD-RULE-VALUE
                   MOVE WS-RULE-SHOW TO WS-AMOUNT-SHOW
               END-IF
               IF WS-HDR-SENDER-IDX > ZERO
                   MOVE WS-HDR-SENDER-IDX TO WS-FIELD-IDX
                   PERFORM SET-FIELD-POSITION
                   PERFORM BUILD-RULE-VALUE
                   MOVE WS-RULE-SHOW TO WS-AMOUNT-SHOW-2
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HEADER RECORD FILE-DATE='
                      FUNCTION TRIM(WS-AMOUNT-SHOW)
                      ' SENDER=' FUNCTION TRIM(WS-AMOUNT-SHOW-2)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRL-COUNT-IDX TO WS-FIELD-IDX
           PERFORM SET-FIELD-POSITION
           PERFORM BUILD-RULE-VALUE
           IF WS-FIELD-DECODE-OK = 'Y'
               MOVE 'Y' TO WS-TRL-COUNT-OK
               MOVE WS-FIELD-NUM-VALUE TO WS-NUM-VALUE
               MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-SCALE-FROM
               MOVE ZERO TO WS-SCALE-TO
               PERFORM RESCALE-CONTROL-VALUE
               MOVE WS-NUM-VALUE TO WS-TRL-COUNT-VALUE
           END-IF
           IF WS-TRL-HASH-IDX > ZERO
               MOVE WS-TRL-HASH-IDX TO WS-FIELD-IDX
               PERFORM SET-FIELD-POSITION
               PERFORM BUILD-RULE-VALUE
               IF WS-FIELD-DECODE-OK = 'Y'
                   MOVE 'Y' TO WS-TRL-HASH-OK
                   MOVE WS-FIELD-NUM-VALUE TO WS-TRL-HASH-VALUE
               END-IF
           END-IF.

       ADD-TO-HASH-TOTAL.
      *    Cumule la valeur du champ montant de l'enregistrement de
      *    détail courant ; un contenu indécodable, déjà rejeté par
      *    le contrôle de classe, n'est pas cumulé.
           MOVE WS-HASH-FIELD-IDX TO WS-FIELD-IDX
           PERFORM SET-FIELD-POSITION
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               PERFORM DECODE-FIELD-PACKED
           ELSE
               PERFORM DECODE-FIELD-NUMERIC
           END-IF
           IF WS-FIELD-DECODE-OK = 'Y'
               ADD WS-FIELD-NUM-VALUE TO WS-HASH-TOTAL
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.

       CHECK-CONTROL-TOTALS.
      *    Rapproche en fin de lecture les totaux portés par la fin
      *    de fichier de ceux relevés sur le détail : nombre
      *    d'enregistrements de détail, puis total de contrôle du
      *    champ montant recadré sur les décimales du champ total
      *    (signe et chiffres de tête ramenés à ce que le champ peut
      *    porter). Tout écart est une erreur de contrôle.
           IF WS-TRAILER-SEEN = 'N'
               ADD 1 TO WS-CONTROL-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONTROL TOTALS NOT CHECKED - TRAILER RECORD '
                      'MISSING - RECORD TYPE "'
                      WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
                      '" EXPECTED AS LAST RECORD'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-COUNT-OK = 'N'
               ADD 1 TO WS-CONTROL-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONTROL TOTALS NOT CHECKED - TRAILER FIELD '
                      FUNCTION TRIM(WS-TRL-COUNT-NAME)
                      ' UNREADABLE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-COUNT-VALUE = WS-DETAIL-COUNT
               MOVE 'BALANCED' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               ADD 1 TO WS-CONTROL-ERROR-COUNT
           END-IF
           MOVE WS-TRL-COUNT-VALUE TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-TO
           PERFORM FORMAT-CONTROL-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONTROL TOTALS TRAILER-COUNT='
                  FUNCTION TRIM(WS-AMOUNT-SHOW)
                  ' RECORDS-COUNTED=' WS-DETAIL-COUNT
                  ' ' FUNCTION TRIM(WS-BALANCE-TEXT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-TRL-HASH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-HASH-OK = 'N'
               ADD 1 TO WS-CONTROL-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONTROL HASH NOT CHECKED - TRAILER FIELD '
                      FUNCTION TRIM(WS-TRL-HASH-NAME)
                      ' UNREADABLE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH-TOTAL TO WS-NUM-VALUE
           MOVE WS-FE-DECIMALS(WS-HASH-FIELD-IDX) TO WS-SCALE-FROM
           MOVE WS-FE-DECIMALS(WS-TRL-HASH-IDX) TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           IF WS-FE-SIGNED(WS-TRL-HASH-IDX) NOT = 'Y'
                   AND WS-NUM-VALUE < ZERO
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF
           IF WS-FE-DIGITS(WS-TRL-HASH-IDX) < 18
               MOVE 1 TO WS-NUM-MODULUS
               MOVE ZERO TO WS-NUM-POWER-IDX
               PERFORM UNTIL WS-NUM-POWER-IDX >=
                           WS-FE-DIGITS(WS-TRL-HASH-IDX)
                   COMPUTE WS-NUM-MODULUS = WS-NUM-MODULUS * 10
                   ADD 1 TO WS-NUM-POWER-IDX
               END-PERFORM
               COMPUTE WS-NUM-VALUE =
                   FUNCTION REM(WS-NUM-VALUE, WS-NUM-MODULUS)
           END-IF
           MOVE WS-NUM-VALUE TO WS-HASH-TOTAL
           IF WS-TRL-HASH-VALUE = WS-HASH-TOTAL
               MOVE 'BALANCED' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               ADD 1 TO WS-CONTROL-ERROR-COUNT
           END-IF
           PERFORM FORMAT-CONTROL-AMOUNT
           MOVE WS-AMOUNT-SHOW TO WS-AMOUNT-SHOW-2
           MOVE WS-TRL-HASH-VALUE TO WS-NUM-VALUE
           PERFORM FORMAT-CONTROL-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONTROL TOTALS TRAILER-HASH='
                  FUNCTION TRIM(WS-AMOUNT-SHOW)
                  ' HASH-COMPUTED=' FUNCTION TRIM(WS-AMOUNT-SHOW-2)
                  ' ' FUNCTION TRIM(WS-BALANCE-TEXT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

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

       FORMAT-CONTROL-AMOUNT.
      *    Restitue WS-NUM-VALUE, entier cadré sur WS-SCALE-TO
      *    décimales, sous forme lisible dans WS-AMOUNT-SHOW : signe
      *    moins éventuel, partie entière sans zéros de tête, point
      *    décimal et décimales.
           MOVE SPACES TO WS-AMOUNT-SHOW
           MOVE SPACE TO WS-AMOUNT-SIGN
           IF WS-NUM-VALUE < ZERO
               MOVE '-' TO WS-AMOUNT-SIGN
               COMPUTE WS-AMOUNT-DIGITS = 0 - WS-NUM-VALUE
           ELSE
               MOVE WS-NUM-VALUE TO WS-AMOUNT-DIGITS
           END-IF
           COMPUTE WS-AMOUNT-INT-END = 18 - WS-SCALE-TO
           MOVE 1 TO WS-AMOUNT-START
           PERFORM UNTIL WS-AMOUNT-START >= WS-AMOUNT-INT-END
                   OR WS-AMOUNT-DIGITS-X(WS-AMOUNT-START:1) NOT = '0'
               ADD 1 TO WS-AMOUNT-START
           END-PERFORM
           IF WS-SCALE-TO = ZERO
               STRING WS-AMOUNT-SIGN
                      WS-AMOUNT-DIGITS-X(WS-AMOUNT-START:
                          WS-AMOUNT-INT-END - WS-AMOUNT-START + 1)
                      DELIMITED BY SIZE INTO WS-AMOUNT-SHOW
           ELSE
               STRING WS-AMOUNT-SIGN
                      WS-AMOUNT-DIGITS-X(WS-AMOUNT-START:
                          WS-AMOUNT-INT-END - WS-AMOUNT-START + 1)
                      '.'
                      WS-AMOUNT-DIGITS-X(WS-AMOUNT-INT-END + 1:
                          WS-SCALE-TO)
                      DELIMITED BY SIZE INTO WS-AMOUNT-SHOW
           END-IF
           MOVE FUNCTION TRIM(WS-AMOUNT-SHOW) TO WS-AMOUNT-SHOW.

       CHECK-ONE-FIELD.
      *    Contrôle le champ courant de l'enregistrement : octets non
      *    numériques dans un champ PIC 9, puis valeur hors de la
           END-IF

           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               PERFORM CHECK-NUMERIC-CLASS
               IF WS-ZONED-OK = 'N'
                   ADD 1 TO WS-FE-NUMERIC-ERRORS(WS-FIELD-IDX)
                   ADD 1 TO WS-FIELD-ERROR-COUNT
               PERFORM CHECK-ENUM-VALUE
           END-IF.

       CHECK-NUMERIC-CLASS.
      *    Contrôle de classe du champ PIC 9 courant (WS-ZONED-OK) :
      *    octets condensés, zoné signé, ou chiffres seuls pour un
      *    zoné non signé.
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               PERFORM CHECK-PACKED-FIELD
           ELSE
               IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
                   PERFORM CHECK-ZONED-FIELD
               ELSE
                   IF WS-DATA-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                           IS NOT NUMERIC
                       MOVE 'N' TO WS-ZONED-OK
                   ELSE
                       MOVE 'Y' TO WS-ZONED-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-PACKED-FIELD.
      *    Valide les octets condensés du champ courant : ils sont
      *    recopiés en queue de la zone de travail COMP-3 signée
      *    Convertit l'énumération numérique courante en entier cadré
      *    sur les décimales implicites du champ, comme le
      *    convertisseur de données le fait des clauses VALUE.
           MOVE FUNCTION TRIM(
               WS-FE-ENUM-VALUE(WS-FIELD-IDX, WS-ENUM-SLOT))
               TO WS-NUM-TEXT
           PERFORM DECODE-NUM-TEXT
      *    Troncature de tête au nombre de chiffres du champ, comme
      *    la clause VALUE 88 l'aurait subie.
           IF WS-FE-DIGITS(WS-FIELD-IDX) < 18
               MOVE 1 TO WS-NUM-MODULUS
               MOVE ZERO TO WS-NUM-POWER-IDX
               PERFORM UNTIL WS-NUM-POWER-IDX >=
                           WS-FE-DIGITS(WS-FIELD-IDX)
                   COMPUTE WS-NUM-MODULUS = WS-NUM-MODULUS * 10
                   ADD 1 TO WS-NUM-POWER-IDX
               END-PERFORM
               COMPUTE WS-NUM-VALUE =
                   FUNCTION REM(WS-NUM-VALUE, WS-NUM-MODULUS)
           END-IF.

       DECODE-NUM-TEXT.
      *    Convertit le littéral numérique de WS-NUM-TEXT (signe de
      *    tête et point décimal facultatifs) en entier WS-NUM-VALUE
      *    cadré sur les décimales implicites du champ courant.
           MOVE ZERO TO WS-NUM-VALUE
           MOVE 'N' TO WS-NUM-NEGATIVE
           MOVE 'N' TO WS-NUM-POINT-SEEN
           MOVE ZERO TO WS-NUM-FRAC-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
               TO WS-NUM-TEXT-LEN
           IF WS-NUM-TEXT = SPACES
           END-PERFORM
           IF WS-NUM-NEGATIVE = 'Y'
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF.

       LOAD-RULES-FILE.
      *    Charge le fichier de règles métier du job. Chaque règle est
      *    validée contre le tracé au chargement : une règle sur un
      *    champ inconnu ou mal formée est ignorée avec un
      *    avertissement plutôt que d'arrêter l'audit.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-RULES-LINE-NO
           MOVE 'N' TO WS-RULES-EOF
           MOVE 'N' TO WS-RULE-FULL-WARNED
           OPEN INPUT RULESFILE
           IF WS-RULES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RULES-EOF = 'Y'
               READ RULESFILE
                   AT END MOVE 'Y' TO WS-RULES-EOF
                   NOT AT END
                       ADD 1 TO WS-RULES-LINE-NO
                       PERFORM PARSE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULESFILE.

       PARSE-RULE-LINE.
      *    Découpe une ligne "CHAMP:RÈGLE[:OPÉRANDE]" et range la
      *    règle dans la table si elle est valide.
           MOVE FUNCTION TRIM(RULESRECORD) TO WS-RULES-LINE
           IF WS-RULES-LINE = SPACES OR WS-RULES-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-NAME-IN
           MOVE SPACES TO WS-RULE-TYPE-IN
           MOVE SPACES TO WS-RULE-OPERAND-IN
           UNSTRING WS-RULES-LINE DELIMITED BY ':'
               INTO WS-RULE-NAME-IN WS-RULE-TYPE-IN WS-RULE-OPERAND-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-NAME-IN))
               TO WS-RULE-NAME-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-TYPE-IN))
               TO WS-RULE-TYPE-IN
           MOVE FUNCTION TRIM(WS-RULE-OPERAND-IN) TO WS-RULE-OPERAND-IN
           PERFORM VALIDATE-RULE
           IF WS-RULE-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 200
               IF WS-RULE-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: RULE TABLE FULL (200) IN '
                       FUNCTION TRIM(WS-RULES-FILENAME)
                       ' - REMAINING RULES IGNORED'
                   MOVE 'Y' TO WS-RULE-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-NAME-IN TO WS-RL-FIELD(WS-RULE-COUNT)
           MOVE WS-RULE-TYPE-IN TO WS-RL-TYPE(WS-RULE-COUNT)
           MOVE WS-RULE-OPERAND-IN TO WS-RL-OPERAND(WS-RULE-COUNT).

       VALIDATE-RULE.
      *    Contrôle la règle lue : champ présent dans le tracé, règle
      *    connue, opérande présent quand la règle en demande un.
           MOVE 'N' TO WS-RULE-VALID
           MOVE WS-RULE-NAME-IN TO WS-RULE-LOOKUP-NAME
           PERFORM FIND-RULE-FIELD
           IF WS-RULE-FOUND-IDX = ZERO
               MOVE 'FIELD NOT IN LAYOUT' TO WS-RULE-SHOW
               PERFORM WARN-RULE-IGNORED
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RULE-TYPE-IN
               WHEN 'REQUIRED'
                   MOVE 'Y' TO WS-RULE-VALID
               WHEN 'MIN'
               WHEN 'MAX'
                   IF WS-RULE-OPERAND-IN = SPACES
                       MOVE 'MISSING LIMIT VALUE' TO WS-RULE-SHOW
                       PERFORM WARN-RULE-IGNORED
                   ELSE
                       MOVE 'Y' TO WS-RULE-VALID
                   END-IF
               WHEN 'DATE'
                   MOVE FUNCTION UPPER-CASE(WS-RULE-OPERAND-IN)
                       TO WS-RULE-OPERAND-IN
                   IF WS-RULE-OPERAND-IN = SPACES
                       MOVE 'YYYYMMDD' TO WS-RULE-OPERAND-IN
                   END-IF
                   IF WS-RULE-OPERAND-IN NOT = 'YYYYMMDD'
                       MOVE 'DATE FORMAT NOT SUPPORTED' TO WS-RULE-SHOW
                       PERFORM WARN-RULE-IGNORED
                   ELSE
                       IF WS-FE-LENGTH(WS-RULE-FOUND-IDX) NOT = 8
                               OR WS-FE-PACKED(WS-RULE-FOUND-IDX) = 'Y'
                           MOVE 'DATE FIELD IS NOT 8 DISPLAY BYTES'
                               TO WS-RULE-SHOW
                           PERFORM WARN-RULE-IGNORED
                       ELSE
                           MOVE 'Y' TO WS-RULE-VALID
                       END-IF
                   END-IF
               WHEN 'EQ'
               WHEN 'NE'
               WHEN 'LT'
               WHEN 'LE'
               WHEN 'GT'
               WHEN 'GE'
                   MOVE FUNCTION UPPER-CASE(WS-RULE-OPERAND-IN)
                       TO WS-RULE-OPERAND-IN
                   MOVE WS-RULE-OPERAND-IN(1:30) TO WS-RULE-LOOKUP-NAME
                   PERFORM FIND-RULE-FIELD
                   IF WS-RULE-OPERAND-IN = SPACES
                           OR WS-RULE-FOUND-IDX = ZERO
                       MOVE 'COMPARED FIELD NOT IN LAYOUT'
                           TO WS-RULE-SHOW
                       PERFORM WARN-RULE-IGNORED
                   ELSE
                       MOVE 'Y' TO WS-RULE-VALID
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RULE' TO WS-RULE-SHOW
                   PERFORM WARN-RULE-IGNORED
           END-EVALUATE.

       FIND-RULE-FIELD.
      *    Cherche la première entrée du tracé nommée
      *    WS-RULE-LOOKUP-NAME ; zéro si le nom est inconnu.
           MOVE ZERO TO WS-RULE-FOUND-IDX
           MOVE ZERO TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
                   OR WS-RULE-FOUND-IDX > ZERO
               ADD 1 TO WS-FIELD-IDX
               IF WS-FE-NAME(WS-FIELD-IDX) = WS-RULE-LOOKUP-NAME
                   MOVE WS-FIELD-IDX TO WS-RULE-FOUND-IDX
               END-IF
           END-PERFORM.

       WARN-RULE-IGNORED.
      *    Signale une règle écartée au chargement, avec la raison
      *    préparée dans WS-RULE-SHOW.
           DISPLAY 'WARNING: RULE LINE ' WS-RULES-LINE-NO ' OF '
               FUNCTION TRIM(WS-RULES-FILENAME) ' ('
               FUNCTION TRIM(WS-RULE-NAME-IN) ' '
               FUNCTION TRIM(WS-RULE-TYPE-IN) '): '
               FUNCTION TRIM(WS-RULE-SHOW) ' - RULE IGNORED'.

       CHECK-RECORD-RULES.
      *    Applique chaque règle métier à toutes les occurrences de
      *    son champ dans l'enregistrement courant.
           MOVE ZERO TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IDX
               MOVE ZERO TO WS-RULE-OCC
               MOVE ZERO TO WS-RULE-FIELD-IDX
               PERFORM UNTIL WS-RULE-FIELD-IDX >= WS-FIELD-COUNT
                   ADD 1 TO WS-RULE-FIELD-IDX
                   IF WS-FE-NAME(WS-RULE-FIELD-IDX) =
                           WS-RL-FIELD(WS-RULE-IDX)
                       ADD 1 TO WS-RULE-OCC
                       PERFORM APPLY-ONE-RULE
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-RULE.
      *    Applique la règle courante à l'occurrence courante de son
      *    champ. Une violation est comptée pour le champ comme les
      *    autres erreurs et listée dans les rejets ; un champ déjà
      *    rejeté comme non numérique n'est pas contrôlé une seconde
      *    fois.
           MOVE 'N' TO WS-RULE-FAILED
           MOVE WS-RULE-FIELD-IDX TO WS-FIELD-IDX
           PERFORM SET-FIELD-POSITION
           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN 'REQUIRED'
                   PERFORM CHECK-RULE-REQUIRED
               WHEN 'MIN'
               WHEN 'MAX'
                   PERFORM CHECK-RULE-BOUND
               WHEN 'DATE'
                   PERFORM CHECK-RULE-DATE
               WHEN OTHER
                   PERFORM CHECK-RULE-COMPARE
           END-EVALUATE
           IF WS-RULE-FAILED = 'Y'
               ADD 1 TO WS-FE-RULE-ERRORS(WS-RULE-FIELD-IDX)
               ADD 1 TO WS-FIELD-ERROR-COUNT
               ADD 1 TO WS-RULE-ERROR-COUNT
               MOVE 'Y' TO WS-RECORD-IN-ERROR
               PERFORM WRITE-REJECT-LINE
           END-IF.

       SET-FIELD-POSITION.
      *    Positionne WS-FIELD-POS et WS-FIELD-LEN sur l'entrée
      *    WS-FIELD-IDX du tracé.
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN.

       BUILD-RULE-VALUE.
      *    Décode le champ courant pour une règle : valeur entière
      *    cadrée sur ses décimales pour un champ 9 (WS-FIELD-NUM-VALUE,
      *    WS-FIELD-DECODE-OK), et sa forme lisible dans WS-RULE-SHOW.
           MOVE SPACES TO WS-RULE-SHOW
           MOVE ZERO TO WS-FIELD-NUM-VALUE
           MOVE 'Y' TO WS-FIELD-DECODE-OK
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
                   PERFORM DECODE-FIELD-PACKED
               ELSE
                   PERFORM DECODE-FIELD-NUMERIC
               END-IF
           END-IF
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               IF WS-FIELD-DECODE-OK = 'Y'
                   MOVE WS-FIELD-NUM-VALUE TO WS-PACK-SHOW
                   MOVE WS-PACK-SHOW TO WS-RULE-SHOW
               END-IF
           ELSE
               MOVE WS-FIELD-LEN TO WS-SHOW-LEN
               IF WS-SHOW-LEN > 60
                   MOVE 60 TO WS-SHOW-LEN
               END-IF
               MOVE WS-DATA-BUFFER(WS-FIELD-POS:WS-SHOW-LEN)
                   TO WS-RULE-SHOW(1:WS-SHOW-LEN)
           END-IF.

       CHECK-RULE-REQUIRED.
      *    Champ obligatoire : un champ à blanc (ou à zéro binaire)
      *    est absent ; un champ numérique de valeur nulle aussi.
           IF WS-DATA-BUFFER(WS-FIELD-POS:WS-FIELD-LEN) = SPACES
                   OR WS-DATA-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                       = LOW-VALUES
               MOVE 'Y' TO WS-RULE-FAILED
           ELSE
               IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                   PERFORM BUILD-RULE-VALUE
                   IF WS-FIELD-DECODE-OK = 'Y'
                           AND WS-FIELD-NUM-VALUE = ZERO
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               END-IF
           END-IF
           IF WS-RULE-FAILED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD ' WS-RECORD-COUNT
                      ' FIELD '
                      FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                      ' REQUIRED VALUE MISSING'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.

       CHECK-RULE-BOUND.
      *    Borne MIN ou MAX : comparaison numérique, décimales
      *    implicites comprises, pour un champ 9 ; comparaison des
      *    octets cadrés à gauche pour un champ X.
           PERFORM BUILD-RULE-VALUE
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               IF WS-FIELD-DECODE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RL-OPERAND(WS-RULE-IDX) TO WS-NUM-TEXT
               PERFORM DECODE-NUM-TEXT
               IF WS-RL-TYPE(WS-RULE-IDX) = 'MIN'
                   IF WS-FIELD-NUM-VALUE < WS-NUM-VALUE
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               ELSE
                   IF WS-FIELD-NUM-VALUE > WS-NUM-VALUE
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               END-IF
           ELSE
               MOVE WS-FIELD-LEN TO WS-RULE-CMP-LEN
               IF WS-FIELD-LEN > 100
                   MOVE 100 TO WS-RULE-CMP-LEN
               END-IF
               MOVE SPACES TO WS-RULE-LEFT-TEXT
               MOVE WS-DATA-BUFFER(WS-FIELD-POS:WS-RULE-CMP-LEN)
                   TO WS-RULE-LEFT-TEXT(1:WS-RULE-CMP-LEN)
               MOVE SPACES TO WS-RULE-RIGHT-TEXT
               MOVE WS-RL-OPERAND(WS-RULE-IDX) TO WS-RULE-RIGHT-TEXT
               IF WS-RL-TYPE(WS-RULE-IDX) = 'MIN'
                   IF WS-RULE-LEFT-TEXT(1:WS-RULE-CMP-LEN) <
                           WS-RULE-RIGHT-TEXT(1:WS-RULE-CMP-LEN)
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               ELSE
                   IF WS-RULE-LEFT-TEXT(1:WS-RULE-CMP-LEN) >
                           WS-RULE-RIGHT-TEXT(1:WS-RULE-CMP-LEN)
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               END-IF
           END-IF
           IF WS-RULE-FAILED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-RL-TYPE(WS-RULE-IDX) = 'MIN'
                   STRING 'RECORD ' WS-RECORD-COUNT
                          ' FIELD '
                          FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                          ' VALUE "' FUNCTION TRIM(WS-RULE-SHOW)
                          '" BELOW MIN '
                          FUNCTION TRIM(WS-RL-OPERAND(WS-RULE-IDX))
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING 'RECORD ' WS-RECORD-COUNT
                          ' FIELD '
                          FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                          ' VALUE "' FUNCTION TRIM(WS-RULE-SHOW)
                          '" ABOVE MAX '
                          FUNCTION TRIM(WS-RL-OPERAND(WS-RULE-IDX))
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.

       CHECK-RULE-DATE.
      *    Date AAAAMMJJ : huit chiffres formant une date du
      *    calendrier. Une date à blanc ou à zéro n'est pas contrôlée
      *    ici : c'est l'affaire de la règle REQUIRED. Un champ 9
      *    déjà rejeté comme non numérique ne l'est pas une seconde
      *    fois.
           IF WS-DATA-BUFFER(WS-FIELD-POS:8) = SPACES
                   OR WS-DATA-BUFFER(WS-FIELD-POS:8) = '00000000'
               EXIT PARAGRAPH
           END-IF
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               PERFORM CHECK-NUMERIC-CLASS
               IF WS-ZONED-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DATA-BUFFER(WS-FIELD-POS:8) IS NOT NUMERIC
               MOVE 'Y' TO WS-RULE-FAILED
           ELSE
               MOVE WS-DATA-BUFFER(WS-FIELD-POS:8) TO WS-DATE-TEXT
               IF WS-DATE-YEAR = ZERO
                       OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                   MOVE 'Y' TO WS-RULE-FAILED
               ELSE
                   MOVE WS-MONTH-DAYS((WS-DATE-MONTH - 1) * 2 + 1:2)
                       TO WS-MONTH-LIMIT
                   IF WS-DATE-MONTH = 2
                           AND FUNCTION REM(WS-DATE-YEAR, 4) = 0
                           AND (FUNCTION REM(WS-DATE-YEAR, 100) NOT = 0
                             OR FUNCTION REM(WS-DATE-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-LIMIT
                   END-IF
                   IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-MONTH-LIMIT
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               END-IF
           END-IF
           IF WS-RULE-FAILED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD ' WS-RECORD-COUNT
                      ' FIELD '
                      FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                      ' VALUE "' WS-DATA-BUFFER(WS-FIELD-POS:8)
                      '" NOT A VALID YYYYMMDD DATE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.

       CHECK-RULE-COMPARE.
      *    Comparaison avec un autre champ du tracé : numérique, après
      *    alignement des décimales implicites, si les deux champs
      *    sont des champs 9 ; sur les octets cadrés à gauche sinon.
      *    La comparaison est sans objet si l'un des deux champs est à
      *    blanc ou a déjà été rejeté comme non numérique.
           PERFORM FIND-OTHER-FIELD
           MOVE WS-RULE-FIELD-IDX TO WS-FIELD-IDX
           PERFORM SET-FIELD-POSITION
           IF WS-RULE-OTHER-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-BUFFER(WS-FIELD-POS:WS-FIELD-LEN) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RULE-VALUE
           IF WS-FIELD-DECODE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-NUM-VALUE TO WS-RULE-LEFT-NUM
           MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-RULE-LEFT-DEC
           MOVE WS-RULE-SHOW TO WS-RULE-LEFT-SHOW
           MOVE 'N' TO WS-RULE-LEFT-IS-NUM
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               MOVE 'Y' TO WS-RULE-LEFT-IS-NUM
           END-IF
           MOVE WS-FIELD-LEN TO WS-RULE-CMP-LEN
           IF WS-FIELD-LEN > 100
               MOVE 100 TO WS-RULE-CMP-LEN
           END-IF
           MOVE SPACES TO WS-RULE-LEFT-TEXT
           MOVE WS-DATA-BUFFER(WS-FIELD-POS:WS-RULE-CMP-LEN)
               TO WS-RULE-LEFT-TEXT(1:WS-RULE-CMP-LEN)

           MOVE WS-RULE-OTHER-IDX TO WS-FIELD-IDX
           PERFORM SET-FIELD-POSITION
           IF WS-DATA-BUFFER(WS-FIELD-POS:WS-FIELD-LEN) = SPACES
               MOVE WS-RULE-FIELD-IDX TO WS-FIELD-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RULE-VALUE
           IF WS-FIELD-DECODE-OK = 'N'
               MOVE WS-RULE-FIELD-IDX TO WS-FIELD-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-NUM-VALUE TO WS-RULE-RIGHT-NUM
           MOVE WS-FE-DECIMALS(WS-FIELD-IDX) TO WS-RULE-RIGHT-DEC
           MOVE WS-RULE-SHOW TO WS-RULE-RIGHT-SHOW
           MOVE WS-FIELD-LEN TO WS-RULE-CMP-LEN
           IF WS-FIELD-LEN > 100
               MOVE 100 TO WS-RULE-CMP-LEN
           END-IF
           MOVE SPACES TO WS-RULE-RIGHT-TEXT
           MOVE WS-DATA-BUFFER(WS-FIELD-POS:WS-RULE-CMP-LEN)
               TO WS-RULE-RIGHT-TEXT(1:WS-RULE-CMP-LEN)

           IF WS-RULE-LEFT-IS-NUM = 'Y'
                   AND WS-FE-TYPE(WS-FIELD-IDX) = '9'
               PERFORM UNTIL WS-RULE-LEFT-DEC >= WS-RULE-RIGHT-DEC
                   COMPUTE WS-RULE-LEFT-NUM = WS-RULE-LEFT-NUM * 10
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   ADD 1 TO WS-RULE-LEFT-DEC
               END-PERFORM
               PERFORM UNTIL WS-RULE-RIGHT-DEC >= WS-RULE-LEFT-DEC
                   COMPUTE WS-RULE-RIGHT-NUM = WS-RULE-RIGHT-NUM * 10
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
                   ADD 1 TO WS-RULE-RIGHT-DEC
               END-PERFORM
               IF WS-RULE-LEFT-NUM < WS-RULE-RIGHT-NUM
                   MOVE 'L' TO WS-RULE-CMP-RESULT
               ELSE
                   IF WS-RULE-LEFT-NUM > WS-RULE-RIGHT-NUM
                       MOVE 'G' TO WS-RULE-CMP-RESULT
                   ELSE
                       MOVE 'E' TO WS-RULE-CMP-RESULT
                   END-IF
               END-IF
           ELSE
               IF WS-RULE-LEFT-TEXT < WS-RULE-RIGHT-TEXT
                   MOVE 'L' TO WS-RULE-CMP-RESULT
               ELSE
                   IF WS-RULE-LEFT-TEXT > WS-RULE-RIGHT-TEXT
                       MOVE 'G' TO WS-RULE-CMP-RESULT
                   ELSE
                       MOVE 'E' TO WS-RULE-CMP-RESULT
                   END-IF
               END-IF
           END-IF
           MOVE WS-RULE-FIELD-IDX TO WS-FIELD-IDX

           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN 'EQ'
                   IF WS-RULE-CMP-RESULT NOT = 'E'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               WHEN 'NE'
                   IF WS-RULE-CMP-RESULT = 'E'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               WHEN 'LT'
                   IF WS-RULE-CMP-RESULT NOT = 'L'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               WHEN 'LE'
                   IF WS-RULE-CMP-RESULT = 'G'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               WHEN 'GT'
                   IF WS-RULE-CMP-RESULT NOT = 'G'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
               WHEN 'GE'
                   IF WS-RULE-CMP-RESULT = 'L'
                       MOVE 'Y' TO WS-RULE-FAILED
                   END-IF
           END-EVALUATE
           IF WS-RULE-FAILED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD ' WS-RECORD-COUNT
                      ' FIELD '
                      FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                      ' VALUE "' FUNCTION TRIM(WS-RULE-LEFT-SHOW)
                      '" NOT ' WS-RL-TYPE(WS-RULE-IDX)(1:2)
                      ' FIELD '
                      FUNCTION TRIM(WS-FE-NAME(WS-RULE-OTHER-IDX))
                      ' VALUE "' FUNCTION TRIM(WS-RULE-RIGHT-SHOW) '"'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.

       FIND-OTHER-FIELD.
      *    Retrouve l'entrée du champ comparé : son occurrence de même
      *    rang que celle du champ contrôlé si elle existe, sa première
      *    occurrence sinon.
           MOVE ZERO TO WS-RULE-OTHER-IDX
           MOVE ZERO TO WS-RULE-SEEN
           MOVE ZERO TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
                   OR WS-RULE-SEEN >= WS-RULE-OCC
               ADD 1 TO WS-FIELD-IDX
               IF WS-FE-NAME(WS-FIELD-IDX) =
                       WS-RL-OPERAND(WS-RULE-IDX)(1:30)
                   ADD 1 TO WS-RULE-SEEN
                   IF WS-RULE-SEEN = 1 OR WS-RULE-SEEN = WS-RULE-OCC
                       MOVE WS-FIELD-IDX TO WS-RULE-OTHER-IDX
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-FIELD-REJECT-LINE.
      *    Consigne le rejet du champ non numérique de
      *    l'enregistrement courant, avec les octets en cause. Les
       WRITE-FIELD-ERROR-COUNTS.
      *    Écrit le compte d'erreurs par champ : seuls les champs en
      *    erreur sont listés, le tracé complet est déjà dans le
      *    dictionnaire compagnon. Les champs de l'en-tête et de la
      *    fin de fichier, rangés après ceux du détail, sont compris.
           MOVE 'FIELD ERROR COUNTS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FIELD-COUNT TO WS-HDRTRL-TO
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           END-IF
           MOVE ZERO TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX >= WS-HDRTRL-TO
               ADD 1 TO WS-FIELD-IDX
               IF WS-FE-NUMERIC-ERRORS(WS-FIELD-IDX) > ZERO
                       OR WS-FE-ENUM-ERRORS(WS-FIELD-IDX) > ZERO
                       OR WS-FE-RULE-ERRORS(WS-FIELD-IDX) > ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  '
                          FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                          WS-FE-NUMERIC-ERRORS(WS-FIELD-IDX)
                          ' ENUM-INVALID='
                          WS-FE-ENUM-ERRORS(WS-FIELD-IDX)
                          ' RULE-FAILED='
                          WS-FE-RULE-ERRORS(WS-FIELD-IDX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
                  ' RECORDS-IN-ERROR=' WS-ERROR-RECORD-COUNT
                  ' LENGTH-ERRORS=' WS-LENGTH-ERROR-COUNT
                  ' FIELD-ERRORS=' WS-FIELD-ERROR-COUNT
                  ' RULE-ERRORS=' WS-RULE-ERROR-COUNT
                  ' CONTROL-ERRORS=' WS-CONTROL-ERROR-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ERROR-RECORD-COUNT > ZERO
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' - SEE ' FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CONTROL-ERROR-COUNT > ZERO
               DISPLAY 'AUDIT FAILED: ' WS-CONTROL-ERROR-COUNT
                   ' CONTROL RECORD ERRORS IN '
                   FUNCTION TRIM(WS-DATA-FILENAME)
                   ' - SEE ' FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESS-COPY-LINE.
           END-PERFORM

           IF WS-LEVEL-NUMBER = 1
      *        Dans le fichier .hdrtrl, chaque 01 ouvre un tracé de
      *        contrôle distinct, à ses propres décalages.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM START-HDRTRL-RECORD
                   EXIT PARAGRAPH
               END-IF
      *        Un second 01 ouvre une section REDEFINES : les tracés
      *        partagent les mêmes octets, seul le premier sert de
      *        référence à l'audit.
               EXIT PARAGRAPH
           END-IF

      *    Une ligne de champ placée avant le premier 01 du fichier
      *    .hdrtrl n'appartient à aucun tracé de contrôle.
           IF WS-HDRTRL-LOADING = 'Y' AND WS-HDRTRL-PART = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-PIC-CLAUSE
           PERFORM EXTRACT-OCCURS-CLAUSE

           IF WS-HAS-PIC = 'Y'
      *        Le type d'enregistrement d'un tracé de contrôle est
      *        porté par une clause VALUE.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM EXTRACT-VALUE-CLAUSE
                   PERFORM NOTE-HDRTRL-RECORD-ID
               END-IF
               PERFORM ADD-FIELD-ENTRIES
           ELSE
               MOVE ZERO TO WS-ENUM-FIELD-START
                       MOVE ZERO
                           TO WS-FE-NUMERIC-ERRORS(WS-FIELD-COUNT)
                       MOVE ZERO TO WS-FE-ENUM-ERRORS(WS-FIELD-COUNT)
                       MOVE ZERO TO WS-FE-RULE-ERRORS(WS-FIELD-COUNT)
                       ADD WS-PIC-BYTES TO WS-RECORD-LENGTH
                   END-IF
               END-IF
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
           MOVE ZERO TO WS-ENUM-FIELD-START
           MOVE ZERO TO WS-ENUM-FIELD-END
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
           MOVE ZERO TO WS-ENUM-FIELD-START
           MOVE ZERO TO WS-ENUM-FIELD-END

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
      *    Consigne les statistiques du job (horodatage, fichier de
      *    données contrôlé, enregistrements lus, enregistrements en
      *    erreur, erreurs de longueur, erreurs de champ, dont règles
      *    métier violées, erreurs d'en-tête, de fin de fichier et de
      *    totaux de contrôle) dans le journal d'exécution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  'RECORDS-READ=' WS-RECORD-COUNT ' '
                  'RECORDS-IN-ERROR=' WS-ERROR-RECORD-COUNT ' '
                  'LENGTH-ERRORS=' WS-LENGTH-ERROR-COUNT ' '
                  'FIELD-ERRORS=' WS-FIELD-ERROR-COUNT ' '
                  'RULE-ERRORS=' WS-RULE-ERROR-COUNT ' '
                  'CONTROL-ERRORS=' WS-CONTROL-ERROR-COUNT
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
