       01 WS-OUTPUT-FILENAME PIC X(100) VALUE SPACES.
       01 WS-DICT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-COLON-POS PIC 999.
       01 WS-COLON-2 PIC 999.

      *    Statistiques de l'exécution pour le journal.
       01 WS-COPYBOOK-COUNT PIC 9(4) VALUE ZERO.

       PARSE-MANIFEST-LINE.
      *    Découpe une ligne "entrée:sortie" du manifeste, comme le
      *    générateur ; les segments d'option éventuels qui suivent
      *    la sortie sont sans objet ici.
           MOVE SPACES TO WS-INPUT-FILENAME
           MOVE SPACES TO WS-OUTPUT-FILENAME
           MOVE 1 TO WS-COLON-POS
               MOVE MANIFESTRECORD(1:WS-COLON-POS - 1)
                   TO WS-INPUT-FILENAME
           END-IF
           MOVE WS-COLON-POS TO WS-COLON-2
           ADD 1 TO WS-COLON-2
           PERFORM UNTIL WS-COLON-2 > FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-COLON-2:1) = ':'
               ADD 1 TO WS-COLON-2
           END-PERFORM
           IF WS-COLON-2 - WS-COLON-POS > 1
               MOVE MANIFESTRECORD(WS-COLON-POS + 1:
                             WS-COLON-2 - WS-COLON-POS - 1)
                   TO WS-OUTPUT-FILENAME
           END-IF.

       SWEEP-ONE-DICTIONARY.
               DISPLAY 'SKIPPING COPYBOOK: CANNOT OPEN DICTIONARY '
                   FUNCTION TRIM(WS-DICT-FILENAME)
                   ' (STATUS ' WS-DICT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COPYBOOK-COUNT
