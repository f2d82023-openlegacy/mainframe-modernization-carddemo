      ******************************************************************
      * Copybook:    CSUTLZPL
      * Purpose:     Postal address check procedure logic. Answers "is
      *              this a real US ZIP, in this state, for this city"
      *              against the postal reference table ZIPREF:
      *              - the ZIP is 5 digits, optionally followed by
      *                '-' and the 4-digit add-on;
      *              - the 5-digit ZIP is on ZIPREF;
      *              - the state is the one the ZIP belongs to;
      *              - the city is a name the postal service accepts
      *                for the ZIP (WS-ZIPV-REF-CITY returns its
      *                preferred name).
      *              Anything but ZIPV-OK comes back with WS-ZIPV-MSG;
      *              a failed read returns ZIPV-CHECK-ERROR so the
      *              caller does not take an unchecked address as
      *              good. Reads only; issues no COMMIT/ROLLBACK.
      *              Requires the fields declared in copybook CSUTLZWY
      *              in the calling program's WORKING-STORAGE.
      ******************************************************************
       VALIDATE-ZIP-ADDRESS.
           SET ZIPV-OK TO TRUE
           MOVE SPACES TO WS-ZIPV-REF-STATE-CD
           MOVE SPACES TO WS-ZIPV-REF-CITY
           MOVE SPACES TO WS-ZIPV-MSG
           MOVE WS-ZIPV-ZIP(1:5) TO WS-ZIPV-ZIP5

           IF WS-ZIPV-ZIP5 NOT NUMERIC
               GO TO VALIDATE-ZIP-FORMAT-ERROR
           END-IF
           IF WS-ZIPV-ZIP(6:5) NOT = SPACES
               IF WS-ZIPV-ZIP(6:1) NOT = '-'
               OR WS-ZIPV-ZIP(7:4) NOT NUMERIC
                   GO TO VALIDATE-ZIP-FORMAT-ERROR
               END-IF
           END-IF

      *    The preferred city name sorts ahead of the accepted ones.
           EXEC SQL
               SELECT ZIP_STATE_CD, ZIP_CITY_NAME
               INTO :WS-ZIPV-REF-STATE-CD, :WS-ZIPV-REF-CITY
               FROM ZIPREF
               WHERE ZIP_CODE = :WS-ZIPV-ZIP5
               ORDER BY ZIP_CITY_TYPE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE SQLCODE TO WS-ZIPV-SQL-STATUS
           EVALUATE WS-ZIPV-SQL-STATUS
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ZIPV-BAD-ZIP TO TRUE
                   STRING 'Zip Code ' WS-ZIPV-ZIP5
                          ' is not a valid postal Zip Code'
                          DELIMITED BY SIZE
                     INTO WS-ZIPV-MSG
                   GO TO VALIDATE-ZIP-ADDRESS-EXIT
               WHEN OTHER
                   GO TO VALIDATE-ZIP-CHECK-ERROR
           END-EVALUATE

           IF WS-ZIPV-STATE-CD NOT = WS-ZIPV-REF-STATE-CD
               SET ZIPV-STATE-MISMATCH TO TRUE
               STRING 'Zip Code ' WS-ZIPV-ZIP5
                      ' belongs to state ' WS-ZIPV-REF-STATE-CD
                      ', not ' WS-ZIPV-STATE-CD
                      DELIMITED BY SIZE
                 INTO WS-ZIPV-MSG
               GO TO VALIDATE-ZIP-ADDRESS-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ZIPV-CITY-COUNT
               FROM ZIPREF
               WHERE ZIP_CODE      = :WS-ZIPV-ZIP5
               AND   ZIP_CITY_NAME = UPPER(:WS-ZIPV-CITY)
           END-EXEC

           MOVE SQLCODE TO WS-ZIPV-SQL-STATUS
           IF WS-ZIPV-SQL-STATUS NOT = 0
               GO TO VALIDATE-ZIP-CHECK-ERROR
           END-IF

           IF WS-ZIPV-CITY-COUNT = 0
               SET ZIPV-CITY-MISMATCH TO TRUE
               STRING 'City does not match Zip Code ' WS-ZIPV-ZIP5
                      ' - postal city is '
                      DELIMITED BY SIZE
                      WS-ZIPV-REF-CITY
                      DELIMITED BY '  '
                 INTO WS-ZIPV-MSG
           END-IF
           GO TO VALIDATE-ZIP-ADDRESS-EXIT
           .
       VALIDATE-ZIP-FORMAT-ERROR.
           SET ZIPV-BAD-ZIP TO TRUE
           MOVE 'Zip Code must be 5 digits, or 5 digits - 4 digits'
             TO WS-ZIPV-MSG
           GO TO VALIDATE-ZIP-ADDRESS-EXIT
           .
       VALIDATE-ZIP-CHECK-ERROR.
           SET ZIPV-CHECK-ERROR TO TRUE
           MOVE WS-ZIPV-SQL-STATUS TO WS-ZIPV-SQLCODE-DISPLAY
           STRING 'Unable to check Zip Code against postal reference'
                  ' - SQLCODE: '
                  DELIMITED BY SIZE
                  WS-ZIPV-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-ZIPV-MSG
           .
       VALIDATE-ZIP-ADDRESS-EXIT.
           EXIT.
