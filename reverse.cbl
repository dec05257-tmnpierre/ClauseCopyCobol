               DISPLAY 'SKIPPING JOB: CANNOT OPEN COPYBOOK FILE '
                   FUNCTION TRIM(WS-COPY-FILENAME)
                   ' (STATUS ' WS-COPY-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

               DISPLAY 'SKIPPING JOB: CANNOT OPEN SPEC FILE '
                   FUNCTION TRIM(WS-SPEC-FILENAME)
                   ' (STATUS ' WS-SPEC-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE COPYFILE
               EXIT PARAGRAPH
           END-IF
