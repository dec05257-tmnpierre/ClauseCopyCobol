      *    différences décroissant pour montrer d'un coup d'oeil ce
      *    qui a réellement changé dans une reprise de flux ou une
      *    régénération de données d'essai.
      *    Quand des champs clefs sont nommés, les enregistrements
      *    sont rapprochés par valeur de clef (fusion de deux fichiers
      *    triés) au lieu de l'être par position : un enregistrement
      *    inséré ou supprimé ne décale plus toute la suite, et le
      *    rapport classe chaque clef en ADDED, DELETED ou CHANGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-NEWDATA-STATUS.

      *    Sélectionne le manifeste du mode lot (une ligne
      *    "copy:ancien:nouveau:rapport[:clef,clef...]" par job). S'il
      *    est absent, le programme retombe sur le mode simple
      *    output.cpy/testdata.dat/testdata2.dat.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
       01 WS-REPORT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *    Manifeste du mode lot :
      *    "copy:ancien:nouveau:rapport[:clef,clef...]".
       01 WS-MANIFEST-FILENAME PIC X(100)
           VALUE 'compare-manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.
       01 WS-CTL-COLON-4 PIC 999.

      *    Rapprochement par clef : jusqu'à cinq champs clefs de la
      *    copy, séparés par des virgules, nommés dans la cinquième
      *    zone du manifeste ou, pour tous les jobs qui n'en nomment
      *    pas, par COMPARE-KEYS= sur la carte de contrôle. Sans clef,
      *    les enregistrements restent appariés par position. La clef
      *    d'un enregistrement est la concaténation des octets de ses
      *    champs clefs ; les deux fichiers doivent être triés dans cet
      *    ordre.
       01 WS-DEFAULT-KEY-LIST PIC X(150) VALUE SPACES.
       01 WS-KEY-LIST PIC X(150) VALUE SPACES.
       01 WS-KEY-MODE PIC X VALUE 'N'.
       01 WS-KEY-ERROR PIC X VALUE 'N'.
       01 WS-KEY-COUNT PIC 9 VALUE ZERO.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 5 TIMES.
               10 WS-KEY-NAME PIC X(30).
               10 WS-KEY-FIELD-IDX PIC 999.
       01 WS-KEY-IDX PIC 9 VALUE ZERO.
       01 WS-KEY-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-KEY-POS PIC 9(4) VALUE ZERO.
       01 WS-KEY-SIDE PIC X VALUE SPACE.
       01 WS-OLD-KEY PIC X(200) VALUE SPACES.
       01 WS-NEW-KEY PIC X(200) VALUE SPACES.
       01 WS-PREV-OLD-KEY PIC X(200) VALUE LOW-VALUES.
       01 WS-PREV-NEW-KEY PIC X(200) VALUE LOW-VALUES.
       01 WS-OLD-OUT-OF-SEQ PIC X VALUE 'N'.
       01 WS-NEW-OUT-OF-SEQ PIC X VALUE 'N'.
       01 WS-OLD-RECORD-NO PIC 9(6) VALUE ZERO.
       01 WS-NEW-RECORD-NO PIC 9(6) VALUE ZERO.
       01 WS-DIFF-RECORD-NO PIC 9(6) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-KEY-SHOW PIC X(150) VALUE SPACES.
       01 WS-KEY-SHOW-PTR PIC 999 VALUE ZERO.
       01 WS-KEY-VALUE-SHOW PIC X(60) VALUE SPACES.
       01 WS-OLD-SEQ-TEXT PIC X(15) VALUE SPACES.
       01 WS-NEW-SEQ-TEXT PIC X(15) VALUE SPACES.

      *    Statistiques du job courant.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, COMPARE-MANIFEST= et COMPARE-KEYS= ; les clefs des
      *    autres programmes de la chaîne sont ignorées sans bruit.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
               CLOSE MANIFESTFILE
           ELSE
               PERFORM BUILD-REPORT-FILENAME
               MOVE WS-DEFAULT-KEY-LIST TO WS-KEY-LIST
               PERFORM PROCESS-ONE-JOB
           END-IF
           CLOSE RUNLOGFILE
               WHEN 'COMPARE-MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'COMPARE-KEYS'
                   MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                       TO WS-DEFAULT-KEY-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-CONTROL-LINE.
      *    Découpe une ligne "copy:ancien:nouveau:rapport[:clefs]" du
      *    manifeste. Un rapport absent est nommé d'après le second
      *    fichier comparé ; des clefs absentes reprennent celles de
      *    la carte de contrôle.
           MOVE 1 TO WS-CTL-COLON-1
           PERFORM UNTIL WS-CTL-COLON-1 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-3:1) = ':'
               ADD 1 TO WS-CTL-COLON-3
           END-PERFORM
           MOVE WS-CTL-COLON-3 TO WS-CTL-COLON-4
           ADD 1 TO WS-CTL-COLON-4
           PERFORM UNTIL WS-CTL-COLON-4 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-4:1) = ':'
               ADD 1 TO WS-CTL-COLON-4
           END-PERFORM

           MOVE SPACES TO WS-COPY-FILENAME
           MOVE SPACES TO WS-OLDDATA-FILENAME
           MOVE SPACES TO WS-NEWDATA-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           MOVE SPACES TO WS-KEY-LIST

           IF WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(1:WS-CTL-COLON-1 - 1)
                             WS-CTL-COLON-3 - WS-CTL-COLON-2 - 1)
                   TO WS-NEWDATA-FILENAME
           END-IF
           IF WS-CTL-COLON-4 - WS-CTL-COLON-3 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-3 + 1:
                             WS-CTL-COLON-4 - WS-CTL-COLON-3 - 1)
                   TO WS-REPORT-FILENAME
           END-IF
           IF WS-CTL-COLON-4 < FUNCTION LENGTH(MANIFESTRECORD)
               MOVE FUNCTION UPPER-CASE(
                        MANIFESTRECORD(WS-CTL-COLON-4 + 1:
                             FUNCTION LENGTH(MANIFESTRECORD) -
                             WS-CTL-COLON-4)) TO WS-KEY-LIST
           END-IF
           IF WS-REPORT-FILENAME = SPACES
               PERFORM BUILD-REPORT-FILENAME
           END-IF
           IF WS-KEY-LIST = SPACES
               MOVE WS-DEFAULT-KEY-LIST TO WS-KEY-LIST
           END-IF.

       BUILD-REPORT-FILENAME.

       PROCESS-ONE-JOB.
      *    Traite un job : charge le tracé, lit les deux fichiers
      *    côte à côte (par position, ou par clef quand des champs
      *    clefs sont nommés), nomme les différences champ par champ
      *    puis écrit la synthèse.
           MOVE 'N' TO WS-OLD-EOF
           MOVE 'N' TO WS-NEW-EOF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-EXTRA-NEW-COUNT
           MOVE ZERO TO WS-DIFF-LINE-COUNT
           MOVE 'N' TO WS-DIFF-SUPPRESSED
           MOVE ZERO TO WS-OLD-RECORD-NO
           MOVE ZERO TO WS-NEW-RECORD-NO
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE 'N' TO WS-OLD-OUT-OF-SEQ
           MOVE 'N' TO WS-NEW-OUT-OF-SEQ
           MOVE LOW-VALUES TO WS-PREV-OLD-KEY
           MOVE LOW-VALUES TO WS-PREV-NEW-KEY

           PERFORM LOAD-LAYOUT
           IF WS-LAYOUT-UNSUPPORTED = 'Y' OR WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: CANNOT LOAD LAYOUT FROM '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-KEY-FIELDS
           IF WS-KEY-ERROR = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FIELD-IDX
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
                   ' (STATUS ' WS-OLDDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NEWDATAFILE
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-NEWDATA-FILENAME)
                   ' (STATUS ' WS-NEWDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE OLDDATAFILE
               EXIT PARAGRAPH
           END-IF
               DISPLAY 'SKIPPING JOB: CANNOT OPEN COMPARE REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE OLDDATAFILE
                     NEWDATAFILE
               EXIT PARAGRAPH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-KEY-MODE = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORDS MATCHED ON KEY '
                      FUNCTION TRIM(WS-KEY-LIST)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM COMPARE-BY-KEY
           ELSE
               PERFORM COMPARE-BY-POSITION
           END-IF

           CLOSE OLDDATAFILE
                 NEWDATAFILE

           PERFORM WRITE-DIFF-SUMMARY
           CLOSE REPORTFILE
           PERFORM WRITE-RUNLOG-ENTRY.

       COMPARE-BY-POSITION.
      *    Apparie l'enregistrement N de l'ancien fichier avec
      *    l'enregistrement N du nouveau.
           PERFORM UNTIL WS-OLD-EOF = 'Y' OR WS-NEW-EOF = 'Y'
               READ OLDDATAFILE
                   AT END MOVE 'Y' TO WS-OLD-EOF
               END-READ
               IF WS-OLD-EOF = 'N' AND WS-NEW-EOF = 'N'
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE WS-RECORD-COUNT TO WS-DIFF-RECORD-NO
                   PERFORM COMPARE-ONE-RECORD
               END-IF
           END-PERFORM
                   AT END MOVE 'Y' TO WS-NEW-EOF
                   NOT AT END ADD 1 TO WS-EXTRA-NEW-COUNT
               END-READ
           END-PERFORM.

       RESOLVE-KEY-FIELDS.
      *    Découpe la liste des champs clefs du job et retrouve chacun
      *    dans la table des champs (première occurrence du nom). Une
      *    liste vide laisse l'appariement par position ; un nom
      *    inconnu ou une clef trop longue fait sauter le job.
           MOVE 'N' TO WS-KEY-MODE
           MOVE 'N' TO WS-KEY-ERROR
           MOVE ZERO TO WS-KEY-COUNT
           MOVE ZERO TO WS-KEY-LENGTH
           MOVE SPACES TO WS-KEY-TABLE
           IF WS-KEY-LIST = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-KEY-LIST DELIMITED BY ','
               INTO WS-KEY-NAME(1) WS-KEY-NAME(2) WS-KEY-NAME(3)
                    WS-KEY-NAME(4) WS-KEY-NAME(5)
               TALLYING IN WS-KEY-COUNT
           MOVE ZERO TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX >= WS-KEY-COUNT
                   OR WS-KEY-ERROR = 'Y'
               ADD 1 TO WS-KEY-IDX
               MOVE FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                   TO WS-KEY-NAME(WS-KEY-IDX)
               MOVE ZERO TO WS-KEY-FIELD-IDX(WS-KEY-IDX)
               MOVE ZERO TO WS-FIELD-IDX
               PERFORM UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
                       OR WS-KEY-FIELD-IDX(WS-KEY-IDX) > ZERO
                   ADD 1 TO WS-FIELD-IDX
                   IF WS-FE-NAME(WS-FIELD-IDX) = WS-KEY-NAME(WS-KEY-IDX)
                       MOVE WS-FIELD-IDX
                           TO WS-KEY-FIELD-IDX(WS-KEY-IDX)
                   END-IF
               END-PERFORM
               IF WS-KEY-FIELD-IDX(WS-KEY-IDX) = ZERO
                   DISPLAY 'SKIPPING JOB: KEY FIELD "'
                       FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                       '" NOT FOUND IN '
                       FUNCTION TRIM(WS-COPY-FILENAME)
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-KEY-ERROR
               ELSE
                   ADD WS-FE-LENGTH(WS-KEY-FIELD-IDX(WS-KEY-IDX))
                       TO WS-KEY-LENGTH
               END-IF
           END-PERFORM
           IF WS-KEY-ERROR = 'N' AND WS-KEY-LENGTH > 200
               DISPLAY 'SKIPPING JOB: KEY LONGER THAN 200 BYTES IN '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-KEY-ERROR
           END-IF
           IF WS-KEY-ERROR = 'N'
               MOVE 'Y' TO WS-KEY-MODE
           END-IF.

       COMPARE-BY-KEY.
      *    Fusionne les deux fichiers triés sur la clef : une clef
      *    présente seulement dans le nouveau fichier est ADDED,
      *    seulement dans l'ancien DELETED ; une clef présente des
      *    deux côtés est comparée champ par champ et listée CHANGED
      *    si elle diffère. Une rupture de séquence est signalée mais
      *    n'arrête pas la fusion : les catégories deviennent alors
      *    douteuses, ce que dit la synthèse.
           PERFORM READ-OLD-KEYED
           PERFORM READ-NEW-KEYED
           PERFORM UNTIL WS-OLD-EOF = 'Y' AND WS-NEW-EOF = 'Y'
               IF WS-OLD-EOF = 'Y'
                   PERFORM WRITE-ADDED-RECORD
                   PERFORM READ-NEW-KEYED
               ELSE
                   IF WS-NEW-EOF = 'Y'
                       PERFORM WRITE-DELETED-RECORD
                       PERFORM READ-OLD-KEYED
                   ELSE
                       IF WS-OLD-KEY(1:WS-KEY-LENGTH) <
                               WS-NEW-KEY(1:WS-KEY-LENGTH)
                           PERFORM WRITE-DELETED-RECORD
                           PERFORM READ-OLD-KEYED
                       ELSE
                           IF WS-OLD-KEY(1:WS-KEY-LENGTH) >
                                   WS-NEW-KEY(1:WS-KEY-LENGTH)
                               PERFORM WRITE-ADDED-RECORD
                               PERFORM READ-NEW-KEYED
                           ELSE
                               ADD 1 TO WS-RECORD-COUNT
                               MOVE WS-NEW-RECORD-NO
                                   TO WS-DIFF-RECORD-NO
                               PERFORM COMPARE-KEYED-PAIR
                               PERFORM READ-OLD-KEYED
                               PERFORM READ-NEW-KEYED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-OLD-KEYED.
      *    Lit l'enregistrement suivant de l'ancien fichier, en
      *    extrait la clef et contrôle la séquence ; seule la première
      *    rupture est listée.
           READ OLDDATAFILE
               AT END MOVE 'Y' TO WS-OLD-EOF
           END-READ
           IF WS-OLD-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OLD-RECORD-NO
           MOVE SPACES TO WS-OLD-BUFFER
           MOVE OLDDATARECORD(1:WS-OLD-ACTUAL-LENGTH)
               TO WS-OLD-BUFFER(1:WS-OLD-ACTUAL-LENGTH)
           MOVE 'O' TO WS-KEY-SIDE
           PERFORM BUILD-RECORD-KEY
           IF WS-OLD-KEY(1:WS-KEY-LENGTH) <
                   WS-PREV-OLD-KEY(1:WS-KEY-LENGTH)
                   AND WS-OLD-OUT-OF-SEQ = 'N'
               MOVE 'Y' TO WS-OLD-OUT-OF-SEQ
               PERFORM BUILD-KEY-SHOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OUT OF SEQUENCE OLD-RECORD ' WS-OLD-RECORD-NO
                      ' KEY ' FUNCTION TRIM(WS-KEY-SHOW)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DIFF-LINE
               DISPLAY 'WARNING: '
                   FUNCTION TRIM(WS-OLDDATA-FILENAME)
                   ' NOT IN KEY SEQUENCE AT RECORD ' WS-OLD-RECORD-NO
           END-IF
           MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY.

       READ-NEW-KEYED.
      *    Lit l'enregistrement suivant du nouveau fichier, comme
      *    READ-OLD-KEYED.
           READ NEWDATAFILE
               AT END MOVE 'Y' TO WS-NEW-EOF
           END-READ
           IF WS-NEW-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-RECORD-NO
           MOVE SPACES TO WS-NEW-BUFFER
           MOVE NEWDATARECORD(1:WS-NEW-ACTUAL-LENGTH)
               TO WS-NEW-BUFFER(1:WS-NEW-ACTUAL-LENGTH)
           MOVE 'N' TO WS-KEY-SIDE
           PERFORM BUILD-RECORD-KEY
           IF WS-NEW-KEY(1:WS-KEY-LENGTH) <
                   WS-PREV-NEW-KEY(1:WS-KEY-LENGTH)
                   AND WS-NEW-OUT-OF-SEQ = 'N'
               MOVE 'Y' TO WS-NEW-OUT-OF-SEQ
               PERFORM BUILD-KEY-SHOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OUT OF SEQUENCE NEW-RECORD ' WS-NEW-RECORD-NO
                      ' KEY ' FUNCTION TRIM(WS-KEY-SHOW)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DIFF-LINE
               DISPLAY 'WARNING: '
                   FUNCTION TRIM(WS-NEWDATA-FILENAME)
                   ' NOT IN KEY SEQUENCE AT RECORD ' WS-NEW-RECORD-NO
           END-IF
           MOVE WS-NEW-KEY TO WS-PREV-NEW-KEY.

       BUILD-RECORD-KEY.
      *    Concatène les octets des champs clefs de l'enregistrement
      *    courant du côté WS-KEY-SIDE ('O' ancien, 'N' nouveau).
           MOVE 1 TO WS-KEY-POS
           MOVE ZERO TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX >= WS-KEY-COUNT
               ADD 1 TO WS-KEY-IDX
               MOVE WS-KEY-FIELD-IDX(WS-KEY-IDX) TO WS-FIELD-IDX
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               IF WS-KEY-SIDE = 'O'
                   MOVE WS-OLD-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                       TO WS-OLD-KEY(WS-KEY-POS:WS-FIELD-LEN)
               ELSE
                   MOVE WS-NEW-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                       TO WS-NEW-KEY(WS-KEY-POS:WS-FIELD-LEN)
               END-IF
               ADD WS-FIELD-LEN TO WS-KEY-POS
           END-PERFORM.

       BUILD-KEY-SHOW.
      *    Prépare la clef lisible de l'enregistrement courant du côté
      *    WS-KEY-SIDE : NOM="valeur" par champ clef, un champ condensé
      *    étant décodé comme dans BUILD-SHOW-VALUES.
           MOVE SPACES TO WS-KEY-SHOW
           MOVE 1 TO WS-KEY-SHOW-PTR
           MOVE ZERO TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX >= WS-KEY-COUNT
               ADD 1 TO WS-KEY-IDX
               MOVE WS-KEY-FIELD-IDX(WS-KEY-IDX) TO WS-FIELD-IDX
               COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
               MOVE SPACES TO WS-KEY-VALUE-SHOW
               IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
                   MOVE WS-FIELD-LEN TO WS-PACK-TAIL
                   IF WS-PACK-TAIL > 10
                       MOVE 10 TO WS-PACK-TAIL
                   END-IF
                   MOVE LOW-VALUES TO WS-PACK-CHECK-X
                   IF WS-KEY-SIDE = 'O'
                       MOVE WS-OLD-BUFFER(WS-FIELD-POS:WS-PACK-TAIL)
                           TO WS-PACK-CHECK-X(11 - WS-PACK-TAIL:
                                              WS-PACK-TAIL)
                   ELSE
                       MOVE WS-NEW-BUFFER(WS-FIELD-POS:WS-PACK-TAIL)
                           TO WS-PACK-CHECK-X(11 - WS-PACK-TAIL:
                                              WS-PACK-TAIL)
                   END-IF
                   IF WS-PACK-CHECK IS NUMERIC
                       MOVE WS-PACK-CHECK TO WS-PACK-SHOW
                       MOVE WS-PACK-SHOW TO WS-KEY-VALUE-SHOW
                   ELSE
                       MOVE 'INVALID PACKED' TO WS-KEY-VALUE-SHOW
                   END-IF
               ELSE
                   MOVE WS-FIELD-LEN TO WS-SHOW-LEN
                   IF WS-SHOW-LEN > 60
                       MOVE 60 TO WS-SHOW-LEN
                   END-IF
                   IF WS-KEY-SIDE = 'O'
                       MOVE WS-OLD-BUFFER(WS-FIELD-POS:WS-SHOW-LEN)
                           TO WS-KEY-VALUE-SHOW(1:WS-SHOW-LEN)
                   ELSE
                       MOVE WS-NEW-BUFFER(WS-FIELD-POS:WS-SHOW-LEN)
                           TO WS-KEY-VALUE-SHOW(1:WS-SHOW-LEN)
                   END-IF
               END-IF
               IF WS-KEY-IDX > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-KEY-SHOW WITH POINTER WS-KEY-SHOW-PTR
               END-IF
               STRING FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
                      '="' FUNCTION TRIM(WS-KEY-VALUE-SHOW) '"'
                      DELIMITED BY SIZE
                      INTO WS-KEY-SHOW WITH POINTER WS-KEY-SHOW-PTR
           END-PERFORM.

       WRITE-ADDED-RECORD.
      *    Liste l'enregistrement courant du nouveau fichier, dont la
      *    clef est absente de l'ancien.
           ADD 1 TO WS-ADDED-COUNT
           MOVE 'N' TO WS-KEY-SIDE
           PERFORM BUILD-KEY-SHOW
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ADDED NEW-RECORD ' WS-NEW-RECORD-NO
                  ' KEY ' FUNCTION TRIM(WS-KEY-SHOW)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIFF-LINE.

       WRITE-DELETED-RECORD.
      *    Liste l'enregistrement courant de l'ancien fichier, dont la
      *    clef est absente du nouveau.
           ADD 1 TO WS-DELETED-COUNT
           MOVE 'O' TO WS-KEY-SIDE
           PERFORM BUILD-KEY-SHOW
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DELETED OLD-RECORD ' WS-OLD-RECORD-NO
                  ' KEY ' FUNCTION TRIM(WS-KEY-SHOW)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIFF-LINE.

       COMPARE-KEYED-PAIR.
      *    Compare deux enregistrements de même clef : s'ils diffèrent
      *    sur la longueur ou sur les octets du tracé, la clef est
      *    listée CHANGED suivie du détail champ par champ habituel.
           IF WS-OLD-ACTUAL-LENGTH = WS-NEW-ACTUAL-LENGTH
                   AND WS-OLD-BUFFER(1:WS-RECORD-LENGTH) =
                       WS-NEW-BUFFER(1:WS-RECORD-LENGTH)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-KEY-SIDE
           PERFORM BUILD-KEY-SHOW
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGED OLD-RECORD ' WS-OLD-RECORD-NO
                  ' NEW-RECORD ' WS-NEW-RECORD-NO
                  ' KEY ' FUNCTION TRIM(WS-KEY-SHOW)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIFF-LINE
           PERFORM COMPARE-ONE-RECORD.

       COMPARE-ONE-RECORD.
      *    Compare l'enregistrement courant des deux fichiers champ
               MOVE WS-OLD-ACTUAL-LENGTH TO WS-NUM-ED-1
               MOVE WS-NEW-ACTUAL-LENGTH TO WS-NUM-ED-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RECORD ' WS-DIFF-RECORD-NO
                      ' LENGTH OLD ' FUNCTION TRIM(WS-NUM-ED-1)
                      ' NEW ' FUNCTION TRIM(WS-NUM-ED-2)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE 'Y' TO WS-RECORD-DIFFERS
           PERFORM BUILD-SHOW-VALUES
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORD ' WS-DIFF-RECORD-NO
                  ' FIELD '
                  FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                  ' OLD "' FUNCTION TRIM(WS-OLD-SHOW)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-KEY-MODE = 'Y'
               PERFORM WRITE-KEYED-SUMMARY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUMMARY RECORDS-COMPARED=' WS-RECORD-COUNT
                  ' RECORDS-DIFFERING=' WS-DIFF-RECORD-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-KEYED-SUMMARY.
      *    Totaux du rapprochement par clef : clefs appariées, puis
      *    une ligne par catégorie, puis l'état de la séquence de
      *    chaque fichier. Un fichier hors séquence rend les
      *    catégories ADDED/DELETED douteuses.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUMMARY RECORDS-MATCHED=' WS-RECORD-COUNT
                  ' CHANGED=' WS-DIFF-RECORD-COUNT
                  ' ADDED=' WS-ADDED-COUNT
                  ' DELETED=' WS-DELETED-COUNT
                  ' FIELD-DIFFERENCES=' WS-DIFF-FIELD-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OLD-OUT-OF-SEQ = 'Y'
               MOVE 'OUT-OF-SEQUENCE' TO WS-OLD-SEQ-TEXT
           ELSE
               MOVE 'IN-SEQUENCE' TO WS-OLD-SEQ-TEXT
           END-IF
           IF WS-NEW-OUT-OF-SEQ = 'Y'
               MOVE 'OUT-OF-SEQUENCE' TO WS-NEW-SEQ-TEXT
           ELSE
               MOVE 'IN-SEQUENCE' TO WS-NEW-SEQ-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'KEY SEQUENCE OLD=' FUNCTION TRIM(WS-OLD-SEQ-TEXT)
                  ' NEW=' FUNCTION TRIM(WS-NEW-SEQ-TEXT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-OLD-OUT-OF-SEQ = 'Y' OR WS-NEW-OUT-OF-SEQ = 'Y'
               STRING 'WARNING: INPUT NOT SORTED ON KEY - '
                      'ADDED AND DELETED COUNTS ARE UNRELIABLE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RANK-DIFF-FIELDS.
      *    Range les indices des champs en différence puis les trie
      *    par compte décroissant (tri par sélection).
                  'RECORDS-DIFFERING=' WS-DIFF-RECORD-COUNT ' '
                  'FIELD-DIFFERENCES=' WS-DIFF-FIELD-COUNT
                  INTO WS-RUNLOG-LINE
           IF WS-KEY-MODE = 'Y'
               MOVE WS-RUNLOG-LINE TO WS-REPORT-LINE
               MOVE SPACES TO WS-RUNLOG-LINE
               STRING FUNCTION TRIM(WS-REPORT-LINE)
                      ' ADDED=' WS-ADDED-COUNT
                      ' DELETED=' WS-DELETED-COUNT
                      DELIMITED BY SIZE INTO WS-RUNLOG-LINE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
