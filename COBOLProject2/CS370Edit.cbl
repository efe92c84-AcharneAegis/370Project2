      *        PRESENT AND IS PASSED THROUGH FOR CS370PROGRAM1'S
      *        OWN EXCEPTION HANDLING)
      *    SEPARATION DATE MAY NOT BE EARLIER THAN HIRE DATE
      *    STATUS MUST BE A (ACTIVE), T (TERMINATED) OR L (ON LEAVE)
      *    LEAVE START AND EXPECTED RETURN DATES (COLUMNS 33-42, TWO
      *        JULIAN YYDDD DATES) MUST BE VALID WHEN PRESENT, BOTH
      *        ARE REQUIRED FOR STATUS L, AND THE RETURN MAY NOT BE
      *        EARLIER THAN THE START
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  ER-LAST-NAME            PIC X(10).
           05  ER-FIRST-NAME           PIC X(10).
           05  ER-MIDDLE-INIT          PIC X(1).
           05  ER-LEAVE-START-JUL      PIC X(5).
           05  ER-LEAVE-RETURN-JUL     PIC X(5).
           05  ER-STATUS               PIC X(1).
           05  ER-HIRE-DATE            PIC X(8).
           05  ER-SEPARATION-DATE      PIC X(8).
               88 DATE-IS-VALID                        VALUE 'Y'.
           05  HIRE-DATE-OK-SW         PIC X           VALUE 'N'.
               88 HIRE-DATE-USABLE                     VALUE 'Y'.
           05  JULIAN-VALID-SW         PIC X           VALUE 'N'.
               88 JULIAN-IS-VALID                      VALUE 'Y'.
           05  LEAVE-START-OK-SW       PIC X           VALUE 'N'.
               88 LEAVE-START-USABLE                   VALUE 'Y'.
           05  LEAVE-RETURN-OK-SW      PIC X           VALUE 'N'.
               88 LEAVE-RETURN-USABLE                  VALUE 'Y'.
           05  WS-STORE-FILE-STATUS    PIC XX          VALUE '00'.
           05  WS-PARAMETER-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  DV-MAX-DAY              PIC 99          VALUE 0.
           05  DV-LEAP-REMAINDER       PIC 9(4)        VALUE 0.
           05  DV-LEAP-QUOTIENT        PIC 9(4)        VALUE 0.
           05  JV-DATE                 PIC X(5)        VALUE SPACES.
           05  JV-DATE-NUM REDEFINES JV-DATE.
               10  JV-YY               PIC 9(2).
               10  JV-DDD              PIC 9(3).
           05  JV-MAX-DDD              PIC 9(3)        VALUE 0.

       01  EDIT-COUNTS.
           05  RECORDS-READ-COUNT      PIC 9(6)        VALUE 0.
           PERFORM 33-EDIT-AMOUNT-FIELDS-ROUTINE
           PERFORM 34-EDIT-DEPENDENTS-ROUTINE
           PERFORM 35-EDIT-DATE-FIELDS-ROUTINE
           PERFORM 36-EDIT-STATUS-ROUTINE

           IF RECORD-HAS-ERROR
               ADD 1 TO RECORDS-REJECT-COUNT
           END-IF
           .

      * Status L is a leave of absence.  The leave start and expected
      * return ride in columns 33-42 as Julian YYDDD dates; blank
      * means the employee has never been on leave.  An active
      * employee may still carry a start date - that is a return
      * from leave whose deferred increase CS370PROGRAM1 has not yet
      * applied - so the dates are edited whenever present.
       36-EDIT-STATUS-ROUTINE.
           EVALUATE ER-STATUS
               WHEN 'A'
               WHEN 'T'
               WHEN 'L'
                   CONTINUE
               WHEN OTHER
                   MOVE 'STATUS' TO EDL-FIELD-NAME
                   MOVE 'CODE NOT A, T OR L' TO EDL-REASON
                   PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
           END-EVALUATE

           MOVE 'N' TO LEAVE-START-OK-SW
           MOVE ER-LEAVE-START-JUL TO JV-DATE
           PERFORM 62-VALIDATE-JULIAN-ROUTINE
           EVALUATE TRUE
               WHEN JULIAN-IS-VALID
                   MOVE 'Y' TO LEAVE-START-OK-SW
               WHEN ER-LEAVE-START-JUL IS NOT EQUAL TO SPACES
                   MOVE 'LEAVE START DATE' TO EDL-FIELD-NAME
                   MOVE 'NOT A VALID JULIAN (YYDDD) DATE'
                                                  TO EDL-REASON
                   PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
               WHEN ER-STATUS IS EQUAL TO 'L'
                   MOVE 'LEAVE START DATE' TO EDL-FIELD-NAME
                   MOVE 'REQUIRED FOR STATUS L' TO EDL-REASON
                   PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
           END-EVALUATE

           MOVE 'N' TO LEAVE-RETURN-OK-SW
           MOVE ER-LEAVE-RETURN-JUL TO JV-DATE
           PERFORM 62-VALIDATE-JULIAN-ROUTINE
           EVALUATE TRUE
               WHEN JULIAN-IS-VALID
                   MOVE 'Y' TO LEAVE-RETURN-OK-SW
               WHEN ER-LEAVE-RETURN-JUL IS NOT EQUAL TO SPACES
                   MOVE 'LEAVE RETURN DATE' TO EDL-FIELD-NAME
                   MOVE 'NOT A VALID JULIAN (YYDDD) DATE'
                                                  TO EDL-REASON
                   PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
               WHEN ER-STATUS IS EQUAL TO 'L'
                   MOVE 'LEAVE RETURN DATE' TO EDL-FIELD-NAME
                   MOVE 'REQUIRED FOR STATUS L' TO EDL-REASON
                   PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
           END-EVALUATE

           IF LEAVE-START-USABLE AND LEAVE-RETURN-USABLE AND
              ER-LEAVE-RETURN-JUL IS LESS THAN ER-LEAVE-START-JUL
               MOVE 'LEAVE RETURN DATE' TO EDL-FIELD-NAME
               MOVE 'EARLIER THAN LEAVE START DATE' TO EDL-REASON
               PERFORM 65-REPORT-FIELD-ERROR-ROUTINE
           END-IF
           .

       40-EOF-ROUTINE.
           MOVE RECORDS-READ-COUNT TO ESL1-COUNT
           MOVE 3 TO PROPER-SPACING
           END-EVALUATE
           .

      * Sets JULIAN-IS-VALID when JV-DATE holds a real Julian YYDDD
      * date - all digits, day of year 1-365, or 366 in a leap year.
      * The two-digit year is 2000-2099, so every fourth year leaps.
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

       65-REPORT-FIELD-ERROR-ROUTINE.
           SET RECORD-HAS-ERROR TO TRUE
           ADD 1 TO FIELD-ERROR-COUNT
