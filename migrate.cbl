      *    ZERO/SPACES ; les champs supprimés sont abandonnés. Le
      *    rapport de conversion compte les enregistrements et les
      *    troncatures par champ.
      *    Quand la nouvelle copy est accompagnée d'un tracé
      *    d'enregistrements de contrôle (<copy>.hdrtrl, comme pour
      *    CREATETESTDATA et AUDITDATAFILE), l'en-tête est recopié
      *    tel quel et la fin de fichier est reconstruite : nombre
      *    d'enregistrements de détail écrits et total de contrôle du
      *    champ montant converti. Le rapport donne les totaux avant
      *    et après la conversion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-VALUE-IS-FIGURATIVE PIC X VALUE 'N'.
       01 WS-FIG-TEXT PIC X(100) VALUE SPACES.

      *    Enregistrements de contrôle : le tracé de l'en-tête et de
      *    la fin de fichier est décrit à côté de la nouvelle copy,
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
      *    .hdrtrl, tous les enregistrements sont du détail.
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

      *    Directives du fichier .hdrtrl, résolues en indices de la
      *    table des champs au chargement : le champ montant du
      *    détail est cherché dans le nouveau tracé, son
      *    correspondant ancien est celui de l'appariement.
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

      *    Les champs de contrôle sont recopiés dans les deux tables
      *    de tracé après les champs du détail, aux mêmes indices
      *    côté nouveau, décalés de WS-CONTROL-SHIFT côté ancien
      *    (lecture de la fin de fichier reçue). WS-OLD-HASH-IDX est
      *    le champ montant ancien apparié au champ montant nouveau.
       01 WS-LAST-NEW-IDX PIC 999 VALUE ZERO.
       01 WS-CONTROL-SHIFT PIC S999 VALUE ZERO.
       01 WS-OLD-HASH-IDX PIC 999 VALUE ZERO.

      *    Totaux de contrôle de la conversion : type de
      *    l'enregistrement lu (H, D ou T), fin de fichier reçue
      *    conservée jusqu'à la réécriture, totaux lus sur la fin de
      *    fichier, comptés et cumulés sur le détail avant (ancien
      *    champ montant) et après (nouveau champ montant)
      *    conversion.
       01 WS-RECORD-KIND PIC X VALUE 'D'.
       01 WS-HEADER-SEEN PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X VALUE 'N'.
       01 WS-AFTER-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-BUFFER PIC X(2000) VALUE SPACES.
       01 WS-DETAIL-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRL-COUNT-VALUE PIC S9(18) VALUE ZERO.
       01 WS-TRL-COUNT-OK PIC X VALUE 'N'.
       01 WS-TRL-HASH-VALUE PIC S9(18) VALUE ZERO.
       01 WS-TRL-HASH-OK PIC X VALUE 'N'.
       01 WS-HASH-BEFORE PIC S9(18) VALUE ZERO.
       01 WS-HASH-AFTER PIC S9(18) VALUE ZERO.
       01 WS-NEW-TRL-COUNT PIC S9(18) VALUE ZERO.
       01 WS-NEW-TRL-HASH PIC S9(18) VALUE ZERO.
       01 WS-SAVED-BAD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SCALE-FROM PIC 99 VALUE ZERO.
       01 WS-SCALE-TO PIC 99 VALUE ZERO.
       01 WS-BALANCE-TEXT PIC X(14) VALUE SPACES.
       01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.

      *    Restitution lisible d'un total de contrôle (signe, partie
      *    entière sans zéros de tête, décimales).
       01 WS-AMOUNT-DIGITS PIC 9(18) VALUE ZERO.
       01 WS-AMOUNT-DIGITS-X REDEFINES WS-AMOUNT-DIGITS PIC X(18).
       01 WS-AMOUNT-SIGN PIC X VALUE SPACE.
       01 WS-AMOUNT-START PIC 99 VALUE ZERO.
       01 WS-AMOUNT-INT-END PIC 99 VALUE ZERO.
       01 WS-AMOUNT-SHOW PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-SHOW-2 PIC X(30) VALUE SPACES.

      *    Mise en page du rapport de conversion.
       01 WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZZ9.
           MOVE ZERO TO WS-SHORT-RECORD-COUNT
           MOVE ZERO TO WS-TRUNCATION-COUNT
           MOVE ZERO TO WS-BAD-CONTENT-COUNT
           MOVE 'D' TO WS-RECORD-KIND
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-AFTER-TRAILER-COUNT
           MOVE ZERO TO WS-DETAIL-WRITTEN-COUNT
           MOVE ZERO TO WS-HASH-BEFORE
           MOVE ZERO TO WS-HASH-AFTER
           MOVE 'N' TO WS-TRL-COUNT-OK
           MOVE 'N' TO WS-TRL-HASH-OK
           MOVE 'N' TO WS-OUT-OF-BALANCE

           MOVE WS-OLDCOPY-FILENAME TO WS-COPY-FILENAME
           PERFORM LOAD-LAYOUT
           IF WS-LAYOUT-UNSUPPORTED = 'Y' OR WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: CANNOT LOAD OLD LAYOUT FROM '
                   FUNCTION TRIM(WS-OLDCOPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-COUNT TO WS-OLD-FIELD-COUNT
           IF WS-LAYOUT-UNSUPPORTED = 'Y' OR WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: CANNOT LOAD NEW LAYOUT FROM '
                   FUNCTION TRIM(WS-NEWCOPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *    Tracé des enregistrements de contrôle de la nouvelle copy,
      *    chargé à la suite du nouveau tracé ; ses champs sont
      *    recopiés avec lui et doivent aussi tenir côté ancien.
           PERFORM LOAD-HDRTRL-LAYOUT
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-COUNT TO WS-LAST-NEW-IDX
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE WS-TRL-LAST TO WS-LAST-NEW-IDX
               IF WS-OLD-FIELD-COUNT + WS-TRL-LAST - WS-FIELD-COUNT
                       > 500
                   DISPLAY 'SKIPPING JOB: TOO MANY FIELDS IN '
                       FUNCTION TRIM(WS-OLDCOPY-FILENAME) ' AND '
                       FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-FIELD-COUNT TO WS-NEW-FIELD-COUNT
           MOVE WS-RECORD-LENGTH TO WS-NEW-RECORD-LENGTH
           MOVE 1 TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX > WS-LAST-NEW-IDX
               MOVE WS-FE-NAME(WS-NEW-IDX)
                   TO WS-NF-NAME(WS-NEW-IDX)
               MOVE WS-FE-OFFSET(WS-NEW-IDX)
           END-PERFORM

           PERFORM MATCH-LAYOUT-FIELDS
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM COPY-CONTROL-FIELDS
           END-IF

           OPEN INPUT OLDDATAFILE
           IF WS-OLDDATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
                   ' (STATUS ' WS-OLDDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWDATAFILE
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CONVERTED FILE '
                   FUNCTION TRIM(WS-NEWDATA-FILENAME)
                   ' (STATUS ' WS-NEWDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE OLDDATAFILE
               EXIT PARAGRAPH
           END-IF
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CONVERSION REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE OLDDATAFILE
                     NEWDATAFILE
               EXIT PARAGRAPH
                   AT END MOVE 'Y' TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF WS-HDRTRL-PRESENT = 'Y'
                           PERFORM CLASSIFY-CONTROL-RECORD
                       END-IF
                       IF WS-RECORD-KIND = 'D'
                           PERFORM CONVERT-ONE-RECORD
                       ELSE
                           PERFORM CARRY-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-TRAILER-RECORD
           END-IF

           CLOSE OLDDATAFILE
                 NEWDATAFILE

           PERFORM WRITE-CONVERSION-SUMMARY
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM WRITE-CONTROL-TOTALS
           END-IF
           CLOSE REPORTFILE
           PERFORM WRITE-RUNLOG-ENTRY.

      *    Convertit l'enregistrement courant : chaque champ du
      *    nouveau tracé est servi depuis son champ apparié ou
      *    initialisé. Un enregistrement plus court que l'ancien
      *    tracé est complété d'espaces et compté. Le champ montant
      *    désigné par HASH-FIELD= est cumulé avant et après
      *    conversion pour les totaux de contrôle.
           MOVE SPACES TO WS-OLD-BUFFER
           MOVE OLDDATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-OLD-BUFFER(1:WS-ACTUAL-LENGTH)
           MOVE ZERO TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX >= WS-NEW-FIELD-COUNT
               ADD 1 TO WS-NEW-IDX
               MOVE ZERO TO WS-NUM-VALUE
               PERFORM CONVERT-ONE-FIELD
               IF WS-NEW-IDX = WS-HASH-FIELD-IDX
                   PERFORM ADD-TO-HASH-TOTALS
               END-IF
           END-PERFORM
           MOVE WS-NEW-BUFFER TO NEWDATARECORD
           WRITE NEWDATARECORD
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-DETAIL-WRITTEN-COUNT.

       CONVERT-ONE-FIELD.
      *    Sert le champ courant du nouveau tracé : recopie depuis le
           MOVE 'FIELD TRUNCATION COUNTS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX >= WS-LAST-NEW-IDX
               ADD 1 TO WS-NEW-IDX
               IF WS-NF-TRUNCATIONS(WS-NEW-IDX) > ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       COPY-CONTROL-FIELDS.
      *    Recopie les champs de contrôle côté ancien, décalés de
      *    WS-CONTROL-SHIFT, pour décoder la fin de fichier reçue
      *    (l'entrée de l'ancien tracé reprend la tête de l'entrée
      *    du nouveau), puis retient le champ montant ancien apparié
      *    au champ montant nouveau quand il est numérique.
           COMPUTE WS-CONTROL-SHIFT =
               WS-OLD-FIELD-COUNT - WS-NEW-FIELD-COUNT
           MOVE WS-HDR-FIRST TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX > WS-LAST-NEW-IDX
               COMPUTE WS-OLD-IDX = WS-NEW-IDX + WS-CONTROL-SHIFT
               MOVE WS-NEW-ENTRY(WS-NEW-IDX) TO WS-OLD-ENTRY(WS-OLD-IDX)
               MOVE ZERO TO WS-OF-MATCHED(WS-OLD-IDX)
               ADD 1 TO WS-NEW-IDX
           END-PERFORM
           MOVE ZERO TO WS-OLD-HASH-IDX
           IF WS-HASH-FIELD-IDX > ZERO
               IF WS-NF-MATCH(WS-HASH-FIELD-IDX) > ZERO
                   IF WS-OF-TYPE(WS-NF-MATCH(WS-HASH-FIELD-IDX)) = '9'
                       MOVE WS-NF-MATCH(WS-HASH-FIELD-IDX)
                           TO WS-OLD-HASH-IDX
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-CONTROL-RECORD.
      *    Reconnaît l'enregistrement lu par son type
      *    d'enregistrement : l'en-tête n'est reconnu qu'en premier,
      *    la fin de fichier partout. Les enregistrements qui suivent
      *    une fin de fichier sont comptés pour le rapport.
           MOVE 'D' TO WS-RECORD-KIND
           IF WS-TRAILER-SEEN = 'Y'
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           END-IF
           IF WS-RECORD-COUNT = 1 AND WS-ACTUAL-LENGTH >=
                   WS-HDR-ID-OFFSET + WS-HDR-ID-LENGTH
               IF OLDDATARECORD(WS-HDR-ID-OFFSET + 1:
                       WS-HDR-ID-LENGTH) =
                       WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                   MOVE 'H' TO WS-RECORD-KIND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACTUAL-LENGTH >= WS-TRL-ID-OFFSET + WS-TRL-ID-LENGTH
               IF OLDDATARECORD(WS-TRL-ID-OFFSET + 1:
                       WS-TRL-ID-LENGTH) =
                       WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
                   MOVE 'T' TO WS-RECORD-KIND
               END-IF
           END-IF.

       CARRY-CONTROL-RECORD.
      *    L'en-tête est recopié tel quel, à sa longueur reçue. La
      *    fin de fichier reçue est conservée pour être réécrite en
      *    fin de conversion ; ses totaux sont décodés sur le tracé
      *    de contrôle (un contenu illisible est signalé au rapport,
      *    il n'est pas compté avec le contenu numérique du détail).
           IF WS-RECORD-KIND = 'H'
               MOVE 'Y' TO WS-HEADER-SEEN
               MOVE WS-ACTUAL-LENGTH TO WS-NEW-RECORD-LENGTH
               MOVE OLDDATARECORD TO NEWDATARECORD
               WRITE NEWDATARECORD
               MOVE WS-DETAIL-LENGTH TO WS-NEW-RECORD-LENGTH
               ADD 1 TO WS-WRITTEN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE SPACES TO WS-TRAILER-BUFFER
           MOVE OLDDATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-TRAILER-BUFFER(1:WS-ACTUAL-LENGTH)
           MOVE WS-TRAILER-BUFFER TO WS-OLD-BUFFER
           MOVE WS-BAD-CONTENT-COUNT TO WS-SAVED-BAD-COUNT
           COMPUTE WS-OLD-IDX = WS-TRL-COUNT-IDX + WS-CONTROL-SHIFT
           PERFORM DECODE-CONTROL-FIELD
           MOVE WS-DECODE-OK TO WS-TRL-COUNT-OK
           MOVE WS-OF-DECIMALS(WS-OLD-IDX) TO WS-SCALE-FROM
           MOVE ZERO TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           MOVE WS-NUM-VALUE TO WS-TRL-COUNT-VALUE
           IF WS-TRL-HASH-IDX > ZERO
               COMPUTE WS-OLD-IDX = WS-TRL-HASH-IDX + WS-CONTROL-SHIFT
               PERFORM DECODE-CONTROL-FIELD
               MOVE WS-DECODE-OK TO WS-TRL-HASH-OK
               MOVE WS-NUM-VALUE TO WS-TRL-HASH-VALUE
           END-IF
           MOVE WS-SAVED-BAD-COUNT TO WS-BAD-CONTENT-COUNT.

       DECODE-CONTROL-FIELD.
      *    Décode le champ de contrôle WS-OLD-IDX de la fin de
      *    fichier reçue, placée dans le tampon ancien.
           COMPUTE WS-OLD-POS = WS-OF-OFFSET(WS-OLD-IDX) + 1
           MOVE WS-OF-LENGTH(WS-OLD-IDX) TO WS-OLD-LEN
           PERFORM DECODE-OLD-NUMERIC.

       ADD-TO-HASH-TOTALS.
      *    Cumule le champ montant : après conversion, la valeur
      *    effectivement écrite dans le nouveau champ ; avant, la
      *    valeur du champ ancien apparié, décodée à nouveau sans
      *    recompter un contenu invalide.
           ADD WS-NUM-VALUE TO WS-HASH-AFTER
               ON SIZE ERROR CONTINUE
           END-ADD
           IF WS-OLD-HASH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-HASH-IDX TO WS-OLD-IDX
           COMPUTE WS-OLD-POS = WS-OF-OFFSET(WS-OLD-IDX) + 1
           MOVE WS-OF-LENGTH(WS-OLD-IDX) TO WS-OLD-LEN
           MOVE WS-BAD-CONTENT-COUNT TO WS-SAVED-BAD-COUNT
           PERFORM DECODE-OLD-NUMERIC
           MOVE WS-SAVED-BAD-COUNT TO WS-BAD-CONTENT-COUNT
           ADD WS-NUM-VALUE TO WS-HASH-BEFORE
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-TRAILER-RECORD.
      *    Réécrit la fin de fichier après le détail converti, à la
      *    longueur de son tracé : la fin de fichier reçue (ou, à
      *    défaut, une fin de fichier initialisée d'après le tracé)
      *    porte le nombre d'enregistrements de détail écrits et le
      *    total de contrôle du nouveau champ montant, recadré sur
      *    les décimales du champ total.
           MOVE SPACES TO WS-NEW-BUFFER
           IF WS-TRAILER-SEEN = 'Y'
               MOVE WS-TRAILER-BUFFER TO WS-NEW-BUFFER
           ELSE
               DISPLAY 'WARNING: NO TRAILER RECORD IN '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
                   ' - TRAILER BUILT FROM '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
               MOVE WS-TRL-FIRST TO WS-NEW-IDX
               PERFORM UNTIL WS-NEW-IDX > WS-TRL-LAST
                   PERFORM CONVERT-ONE-FIELD
                   ADD 1 TO WS-NEW-IDX
               END-PERFORM
           END-IF

           MOVE WS-TRL-COUNT-IDX TO WS-NEW-IDX
           COMPUTE WS-NEW-POS = WS-NF-OFFSET(WS-NEW-IDX) + 1
           MOVE WS-NF-LENGTH(WS-NEW-IDX) TO WS-NEW-LEN
           MOVE WS-DETAIL-WRITTEN-COUNT TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-FROM
           MOVE WS-NF-DECIMALS(WS-NEW-IDX) TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           PERFORM ENCODE-NEW-NUMERIC
           MOVE WS-NF-DECIMALS(WS-NEW-IDX) TO WS-SCALE-FROM
           MOVE ZERO TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           MOVE WS-NUM-VALUE TO WS-NEW-TRL-COUNT

           IF WS-TRL-HASH-IDX > ZERO
               MOVE WS-TRL-HASH-IDX TO WS-NEW-IDX
               COMPUTE WS-NEW-POS = WS-NF-OFFSET(WS-NEW-IDX) + 1
               MOVE WS-NF-LENGTH(WS-NEW-IDX) TO WS-NEW-LEN
               MOVE WS-HASH-AFTER TO WS-NUM-VALUE
               MOVE WS-NF-DECIMALS(WS-HASH-FIELD-IDX) TO WS-SCALE-FROM
               MOVE WS-NF-DECIMALS(WS-NEW-IDX) TO WS-SCALE-TO
               PERFORM RESCALE-CONTROL-VALUE
               PERFORM FIT-TO-TRAILER-HASH
               PERFORM ENCODE-NEW-NUMERIC
               MOVE WS-NUM-VALUE TO WS-NEW-TRL-HASH
           END-IF

           MOVE WS-TRL-LENGTH TO WS-NEW-RECORD-LENGTH
           MOVE WS-NEW-BUFFER TO NEWDATARECORD
           WRITE NEWDATARECORD
           MOVE WS-DETAIL-LENGTH TO WS-NEW-RECORD-LENGTH
           ADD 1 TO WS-WRITTEN-COUNT.

       FIT-TO-TRAILER-HASH.
      *    Ramène un total de contrôle à ce que le champ total peut
      *    porter : valeur absolue pour un champ non signé, chiffres
      *    de tête abandonnés au-delà de sa taille (un total de
      *    contrôle déborde sans que ce soit une troncature).
           IF WS-NF-SIGNED(WS-TRL-HASH-IDX) NOT = 'Y'
                   AND WS-NUM-VALUE < ZERO
               COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE
           END-IF
           IF WS-NF-DIGITS(WS-TRL-HASH-IDX) < 18
               MOVE 1 TO WS-NUM-MODULUS
               MOVE ZERO TO WS-NUM-POWER-IDX
               PERFORM UNTIL WS-NUM-POWER-IDX >=
                           WS-NF-DIGITS(WS-TRL-HASH-IDX)
                   COMPUTE WS-NUM-MODULUS = WS-NUM-MODULUS * 10
                   ADD 1 TO WS-NUM-POWER-IDX
               END-PERFORM
               COMPUTE WS-NUM-VALUE =
                   FUNCTION REM(WS-NUM-VALUE, WS-NUM-MODULUS)
           END-IF.

       WRITE-CONTROL-TOTALS.
      *    Écrit en fin de rapport le traitement des enregistrements
      *    de contrôle : en-tête recopié, totaux de la fin de fichier
      *    reçue rapprochés du détail lu (avant conversion), totaux
      *    de la fin de fichier réécrite (après conversion). Un écart
      *    avant conversion est signalé à la console.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CONTROL RECORDS FROM '
                  FUNCTION TRIM(WS-HDRTRL-FILENAME)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-HEADER-SEEN = 'Y'
               MOVE 'HEADER RECORD CARRIED OVER' TO WS-REPORT-LINE
           ELSE
               STRING 'HEADER RECORD MISSING - RECORD TYPE "'
                      WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                      '" EXPECTED AS FIRST RECORD - NONE WRITTEN'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY 'WARNING: NO HEADER RECORD IN '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-AFTER-TRAILER-COUNT > ZERO
               STRING 'RECORDS FOLLOWING A TRAILER RECORD='
                      WS-AFTER-TRAILER-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF

           IF WS-TRAILER-SEEN = 'Y'
               PERFORM WRITE-BEFORE-TOTALS
           ELSE
               STRING 'CONTROL TOTALS BEFORE NOT CHECKED - TRAILER '
                      'RECORD MISSING - RECORD TYPE "'
                      WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
                      '" EXPECTED AS LAST RECORD'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF

           MOVE WS-NEW-TRL-COUNT TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-TO
           PERFORM FORMAT-CONTROL-AMOUNT
           MOVE WS-AMOUNT-SHOW TO WS-AMOUNT-SHOW-2
           IF WS-TRL-HASH-IDX > ZERO
               MOVE WS-NEW-TRL-HASH TO WS-NUM-VALUE
               MOVE WS-NF-DECIMALS(WS-TRL-HASH-IDX) TO WS-SCALE-TO
               PERFORM FORMAT-CONTROL-AMOUNT
               STRING 'CONTROL TOTALS AFTER TRAILER-COUNT='
                      FUNCTION TRIM(WS-AMOUNT-SHOW-2)
                      ' TRAILER-HASH=' FUNCTION TRIM(WS-AMOUNT-SHOW)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'CONTROL TOTALS AFTER TRAILER-COUNT='
                      FUNCTION TRIM(WS-AMOUNT-SHOW-2)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY 'WARNING: CONTROL TOTALS OF '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
                   ' DID NOT BALANCE BEFORE CONVERSION - SEE '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           END-IF.

       WRITE-BEFORE-TOTALS.
      *    Rapproche les totaux de la fin de fichier reçue de ceux
      *    relevés sur le détail lu : nombre d'enregistrements, puis
      *    total de contrôle de l'ancien champ montant recadré sur
      *    les décimales du champ total.
           IF WS-TRL-COUNT-OK = 'N'
               STRING 'CONTROL TOTALS BEFORE NOT CHECKED - TRAILER '
                      'FIELD ' FUNCTION TRIM(WS-TRL-COUNT-NAME)
                      ' UNREADABLE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-COUNT-VALUE = WS-DETAIL-WRITTEN-COUNT
               MOVE 'BALANCED' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-TRL-COUNT-VALUE TO WS-NUM-VALUE
           MOVE ZERO TO WS-SCALE-TO
           PERFORM FORMAT-CONTROL-AMOUNT
           STRING 'CONTROL TOTALS BEFORE TRAILER-COUNT='
                  FUNCTION TRIM(WS-AMOUNT-SHOW)
                  ' RECORDS-COUNTED=' WS-DETAIL-WRITTEN-COUNT
                  ' ' FUNCTION TRIM(WS-BALANCE-TEXT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-TRL-HASH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-HASH-OK = 'N'
               STRING 'CONTROL HASH BEFORE NOT CHECKED - TRAILER '
                      'FIELD ' FUNCTION TRIM(WS-TRL-HASH-NAME)
                      ' UNREADABLE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-HASH-IDX = ZERO
               STRING 'CONTROL HASH BEFORE NOT CHECKED - NO NUMERIC '
                      'OLD FIELD MATCHES '
                      FUNCTION TRIM(WS-HASH-FIELD-NAME)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH-BEFORE TO WS-NUM-VALUE
           MOVE WS-OF-DECIMALS(WS-OLD-HASH-IDX) TO WS-SCALE-FROM
           MOVE WS-NF-DECIMALS(WS-TRL-HASH-IDX) TO WS-SCALE-TO
           PERFORM RESCALE-CONTROL-VALUE
           PERFORM FIT-TO-TRAILER-HASH
           MOVE WS-NUM-VALUE TO WS-HASH-BEFORE
           IF WS-TRL-HASH-VALUE = WS-HASH-BEFORE
               MOVE 'BALANCED' TO WS-BALANCE-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-TEXT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           PERFORM FORMAT-CONTROL-AMOUNT
           MOVE WS-AMOUNT-SHOW TO WS-AMOUNT-SHOW-2
           MOVE WS-TRL-HASH-VALUE TO WS-NUM-VALUE
           PERFORM FORMAT-CONTROL-AMOUNT
           STRING 'CONTROL TOTALS BEFORE TRAILER-HASH='
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

       LOAD-LAYOUT.
      *    Charge le tracé décrit par WS-COPY-FILENAME dans la table
      *    générique des champs, comme le générateur de données
           END-PERFORM

           IF WS-LEVEL-NUMBER = 1
      *        Dans le fichier .hdrtrl, chaque 01 ouvre un tracé de
      *        contrôle distinct, à ses propres décalages.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM START-HDRTRL-RECORD
                   EXIT PARAGRAPH
               END-IF
      *        Un second 01 ouvre une section REDEFINES : les tracés
      *        partagent les mêmes octets, seul le premier sert à la
      *        conversion.
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

       WRITE-RUNLOG-ENTRY.
      *    Consigne les statistiques du job (horodatage, fichier
      *    converti, enregistrements lus et écrits, troncatures) dans
