      * *************
      * The edits applied are the same ones CS370EDIT applies - store
      * ID on StoreMaster.txt, position code, numeric amounts and
      * dependents, real calendar dates, separation not before hire,
      * status A/T/L with valid leave start and expected return dates
      * - so a record this program passes can never bounce at the
      * next edit pass.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
               88 DATE-IS-VALID                        VALUE 'Y'.
           05  HIRE-DATE-OK-SW         PIC X           VALUE 'N'.
               88 HIRE-DATE-USABLE                     VALUE 'Y'.
           05  JULIAN-VALID-SW         PIC X           VALUE 'N'.
               88 JULIAN-IS-VALID                      VALUE 'Y'.
           05  LEAVE-START-OK-SW       PIC X           VALUE 'N'.
               88 LEAVE-START-USABLE                   VALUE 'Y'.
           05  LEAVE-RETURN-OK-SW      PIC X           VALUE 'N'.
               88 LEAVE-RETURN-USABLE                  VALUE 'Y'.
           05  WS-REJECT-FILE-STATUS   PIC XX          VALUE '00'.
           05  WS-CARRY-IN-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-CORRECTION-FILE-STATUS
           05  RW-LAST-NAME            PIC X(10).
           05  RW-FIRST-NAME           PIC X(10).
           05  RW-MIDDLE-INIT          PIC X(1).
           05  RW-LEAVE-START-JUL      PIC X(5).
           05  RW-LEAVE-RETURN-JUL     PIC X(5).
           05  RW-STATUS               PIC X(1).
           05  RW-HIRE-DATE            PIC X(8).
           05  RW-SEPARATION-DATE      PIC X(8).
           05  CW-LAST-NAME            PIC X(10).
           05  CW-FIRST-NAME           PIC X(10).
           05  CW-MIDDLE-INIT          PIC X(1).
           05  CW-LEAVE-START-JUL      PIC X(5).
           05  CW-LEAVE-RETURN-JUL     PIC X(5).
           05  CW-STATUS               PIC X(1).
           05  CW-HIRE-DATE            PIC X(8).
           05  CW-SEPARATION-DATE      PIC X(8).
           05  DV-MAX-DAY              PIC 99          VALUE 0.
           05  DV-LEAP-REMAINDER       PIC 9(4)        VALUE 0.
           05  DV-LEAP-QUOTIENT        PIC 9(4)        VALUE 0.
           05  JV-DATE                 PIC X(5)        VALUE SPACES.
           05  JV-DATE-NUM REDEFINES JV-DATE.
               10  JV-YY               PIC 9(2).
               10  JV-DDD              PIC 9(3).
           05  JV-MAX-DDD              PIC 9(3)        VALUE 0.

       01  RECYCLE-COUNTS.
           05  FRESH-REJECT-COUNT      PIC 9(6)        VALUE 0.
           IF CW-MIDDLE-INIT NOT EQUAL TO SPACES
               MOVE CW-MIDDLE-INIT TO RW-MIDDLE-INIT
           END-IF
           IF CW-LEAVE-START-JUL NOT EQUAL TO SPACES
               MOVE CW-LEAVE-START-JUL TO RW-LEAVE-START-JUL
           END-IF
           IF CW-LEAVE-RETURN-JUL NOT EQUAL TO SPACES
               MOVE CW-LEAVE-RETURN-JUL TO RW-LEAVE-RETURN-JUL
           END-IF
           IF CW-STATUS NOT EQUAL TO SPACES
               MOVE CW-STATUS TO RW-STATUS
           END-IF
           PERFORM 32C-EDIT-AMOUNT-FIELDS-ROUTINE
           PERFORM 32D-EDIT-DEPENDENTS-ROUTINE
           PERFORM 32E-EDIT-DATE-FIELDS-ROUTINE
           PERFORM 32F-EDIT-STATUS-ROUTINE
           .

       32A-EDIT-STORE-ID-ROUTINE.
           END-IF
           .

       32F-EDIT-STATUS-ROUTINE.
           EVALUATE RW-STATUS
               WHEN 'A'
               WHEN 'T'
               WHEN 'L'
                   CONTINUE
               WHEN OTHER
                   PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
                   IF WS-FAIL-FIELD IS EQUAL TO SPACES
                       MOVE 'STATUS' TO WS-FAIL-FIELD
                       MOVE 'CODE NOT A, T OR L' TO WS-FAIL-REASON
                   END-IF
           END-EVALUATE

           MOVE 'N' TO LEAVE-START-OK-SW
           MOVE RW-LEAVE-START-JUL TO JV-DATE
           PERFORM 62-VALIDATE-JULIAN-ROUTINE
           EVALUATE TRUE
               WHEN JULIAN-IS-VALID
                   MOVE 'Y' TO LEAVE-START-OK-SW
               WHEN RW-LEAVE-START-JUL IS NOT EQUAL TO SPACES
                   PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
                   IF WS-FAIL-FIELD IS EQUAL TO SPACES
                       MOVE 'LEAVE START DATE' TO WS-FAIL-FIELD
                       MOVE 'NOT A VALID JULIAN (YYDDD) DATE'
                                                  TO WS-FAIL-REASON
                   END-IF
               WHEN RW-STATUS IS EQUAL TO 'L'
                   PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
                   IF WS-FAIL-FIELD IS EQUAL TO SPACES
                       MOVE 'LEAVE START DATE' TO WS-FAIL-FIELD
                       MOVE 'REQUIRED FOR STATUS L' TO WS-FAIL-REASON
                   END-IF
           END-EVALUATE

           MOVE 'N' TO LEAVE-RETURN-OK-SW
           MOVE RW-LEAVE-RETURN-JUL TO JV-DATE
           PERFORM 62-VALIDATE-JULIAN-ROUTINE
           EVALUATE TRUE
               WHEN JULIAN-IS-VALID
                   MOVE 'Y' TO LEAVE-RETURN-OK-SW
               WHEN RW-LEAVE-RETURN-JUL IS NOT EQUAL TO SPACES
                   PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
                   IF WS-FAIL-FIELD IS EQUAL TO SPACES
                       MOVE 'LEAVE RETURN DATE' TO WS-FAIL-FIELD
                       MOVE 'NOT A VALID JULIAN (YYDDD) DATE'
                                                  TO WS-FAIL-REASON
                   END-IF
               WHEN RW-STATUS IS EQUAL TO 'L'
                   PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
                   IF WS-FAIL-FIELD IS EQUAL TO SPACES
                       MOVE 'LEAVE RETURN DATE' TO WS-FAIL-FIELD
                       MOVE 'REQUIRED FOR STATUS L' TO WS-FAIL-REASON
                   END-IF
           END-EVALUATE

           IF LEAVE-START-USABLE AND LEAVE-RETURN-USABLE AND
              RW-LEAVE-RETURN-JUL IS LESS THAN RW-LEAVE-START-JUL
               PERFORM 33-NOTE-FIELD-ERROR-ROUTINE
               IF WS-FAIL-FIELD IS EQUAL TO SPACES
                   MOVE 'LEAVE RETURN DATE' TO WS-FAIL-FIELD
                   MOVE 'EARLIER THAN LEAVE START DATE'
                                                  TO WS-FAIL-REASON
               END-IF
           END-IF
           .

       33-NOTE-FIELD-ERROR-ROUTINE.
           SET RECORD-HAS-ERROR TO TRUE
           .
                   MOVE 31 TO DV-MAX-DAY
           END-EVALUATE
           .

      * Sets JULIAN-IS-VALID when JV-DATE holds a real Julian YYDDD
      * date - the same test CS370EDIT applies to the leave dates.
       62-VALIDATE-JULIAN-ROUTINE.
           MOVE 'N' TO JULIAN-VALID-SW

           IF JV-DATE IS NUMERIC
               MOVE 365 TO JV-MAX-DDD
               DIVIDE JV-YY BY 4 GIVING DV-LEAP-QUOTIENT
                   REMAINDER DV-LEAP-REMAINDER
               IF DV-LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 366 TO JV-MAX-DDD
               END-IF
               IF JV-DDD IS GREATER THAN OR EQUAL TO 1 AND
                  JV-DDD IS LESS THAN OR EQUAL TO JV-MAX-DDD
                   MOVE 'Y' TO JULIAN-VALID-SW
               END-IF
           END-IF
           .
