       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370SALHIST.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program answers "what was this employee earning three
      * cycles ago" without the old printed reports.  Every apply run
      * of CS370PROGRAM1 appends one compensation history record per
      * employee to CS370CompHistory.txt; this program sorts that file
      * into employee and cycle order and prints each employee's full
      * history - old and new salary, health and dental for every
      * cycle, the seniority tier, what governed the change, and the
      * percent change for the cycle and cumulative since the first
      * cycle on file.  The employees printed can be limited to one
      * store, one position, and/or those whose salary growth over
      * their last N cycles is below a given percent - the list HR
      * wants before the retention review.
      * ******
      * INPUT:
      *    CS370CompHistory.txt - the compensation history CS370PROGRAM1
      *        appends in apply mode.  Where an employee has more than
      *        one record for a cycle date (a restarted run) the last
      *        one stands; an 'R' record written by a back-out voids
      *        every record of its cycle date ahead of it.
      *    Salary-History-Select.txt - optional, one line:
      *        1.  Store ID (4) - blank for every store
      *        2.  Position code (2) - blank for every position
      *        3.  Growth percent (4, 999V9) - blank for no growth test
      *        4.  Cycles (2) - how many of the employee's latest
      *            cycles the growth is measured over; blank or zero
      *            for every cycle on file
      *        The store and position tests are made against the
      *        employee's latest history record, so a transferred
      *        employee is listed under the store they are in now.
      *        With no file every employee on the history is printed.
      * *******
      * OUTPUT:
      *    Salary-History-Report.txt - the selection in effect, then
      *        per selected employee a heading line (employee, store,
      *        position, cycles on file), one line per cycle and the
      *        growth lines, and at the end the record and employee
      *        counts
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-HISTORY-FILE
               ASSIGN TO 'CS370CompHistory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-HIST-FILE-STATUS.
           SELECT SELECTION-FILE
               ASSIGN TO 'Salary-History-Select.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-FILE-STATUS.
           SELECT HISTORY-REPORT-FILE
               ASSIGN TO PRINTER 'Salary-History-Report.txt'.
           SELECT HISTORY-SORT-FILE
               ASSIGN TO 'CS370SalHistSort.tmp'.

       DATA DIVISION.
       FILE SECTION.

      * The CS370PROGRAM1 compensation history layout.
       FD COMP-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  COMP-HISTORY-RECORD.
           05  CH-CYCLE-DATE           PIC 9(8).
           05  CH-RECORD-TYPE          PIC X(1).
               88  CH-TYPE-EMPLOYEE                    VALUE 'E'.
               88  CH-TYPE-REVERSAL                    VALUE 'R'.
           05  CH-STORE-ID             PIC X(4).
           05  CH-EMP-ID               PIC X(5).
           05  CH-POSITION             PIC X(2).
           05  CH-OLD-SALARY           PIC 9(6)V99.
           05  CH-NEW-SALARY           PIC 9(6)V99.
           05  CH-OLD-HEALTH           PIC 9(3).
           05  CH-NEW-HEALTH           PIC 9(3).
           05  CH-OLD-DENTAL           PIC 9(3).
           05  CH-NEW-DENTAL           PIC 9(3).
           05  CH-SENIORITY-TIER       PIC 9(1).
           05  CH-CHANGE-CODE          PIC X(1).
           05  FILLER                  PIC X(10).

       FD SELECTION-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  SELECTION-RECORD.
           05  SEL-STORE-ID            PIC X(4).
           05  SEL-POSITION            PIC X(2).
           05  SEL-GROWTH-PCT          PIC X(4).
           05  SEL-GROWTH-PCT-NUM REDEFINES SEL-GROWTH-PCT
                                        PIC 9(3)V9.
           05  SEL-CYCLE-COUNT         PIC X(2).
           05  SEL-CYCLE-COUNT-NUM REDEFINES SEL-CYCLE-COUNT
                                        PIC 9(2).

       FD HISTORY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HISTORY-REPORT-RECORD       PIC X(80).

      * The history record keyed for the sort: employee, cycle date,
      * then its position in the file so the last record written for
      * a cycle comes back last.
       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  SRT-EMP-ID              PIC X(5).
           05  SRT-CYCLE-DATE          PIC 9(8).
           05  SRT-SEQUENCE            PIC 9(7).
           05  SRT-HISTORY-IMAGE       PIC X(60).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  HIST-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  SORT-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-SORTED-HISTORY               VALUE 'N'.
           05  HIST-REVERSED-SW        PIC X           VALUE 'N'.
               88 HISTORY-RUN-REVERSED                 VALUE 'Y'.
           05  GROWTH-TEST-SW          PIC X           VALUE 'N'.
               88 GROWTH-TEST-REQUESTED                VALUE 'Y'.
           05  EMP-SELECTED-SW         PIC X           VALUE 'N'.
               88 EMPLOYEE-SELECTED                    VALUE 'Y'.
           05  FIRST-RECORD            PIC X           VALUE 'Y'.
           05  WS-COMP-HIST-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  WS-SELECTION-FILE-STATUS
                                        PIC XX          VALUE '00'.

      * The selection in effect - all blank/zero selects everyone.
       01  SELECTION-FIELDS.
           05  WS-SEL-STORE-ID         PIC X(4)        VALUE SPACES.
           05  WS-SEL-POSITION         PIC X(2)        VALUE SPACES.
           05  WS-SEL-GROWTH-PCT       PIC 9(3)V9      VALUE 0.
           05  WS-SEL-CYCLE-COUNT      PIC 9(2)        VALUE 0.

      * Back-out markers found on the history: the cycle date each
      * voids and the marker's position in the file, since only the
      * records of that date written ahead of the marker are void.
       01  REVERSAL-CONTROLS.
           05  HIST-RECORD-NUMBER      PIC 9(7)        VALUE 0.
           05  HIST-REVERSAL-COUNT     PIC 99          VALUE 0.

       01  HISTORY-REVERSAL-TABLE.
           05  HISTORY-REVERSAL-ENTRY  OCCURS 50 TIMES
                                        INDEXED BY HRV-IDX.
               10  HRV-CYCLE-DATE      PIC 9(8).
               10  HRV-RECORD-NUMBER   PIC 9(7).

      * The sorted history record being worked on.
       01  HISTORY-WORK-RECORD.
           05  HW-CYCLE-DATE           PIC 9(8).
           05  HW-RECORD-TYPE          PIC X(1).
           05  HW-STORE-ID             PIC X(4).
           05  HW-EMP-ID               PIC X(5).
           05  HW-POSITION             PIC X(2).
           05  HW-OLD-SALARY           PIC 9(6)V99.
           05  HW-NEW-SALARY           PIC 9(6)V99.
           05  HW-OLD-HEALTH           PIC 9(3).
           05  HW-NEW-HEALTH           PIC 9(3).
           05  HW-OLD-DENTAL           PIC 9(3).
           05  HW-NEW-DENTAL           PIC 9(3).
           05  HW-SENIORITY-TIER       PIC 9(1).
           05  HW-CHANGE-CODE          PIC X(1).
           05  FILLER                  PIC X(10).

      * One employee's cycles, oldest first, held until the employee
      * break so the selection can look at the whole history before
      * anything is printed.
       01  EMPLOYEE-CYCLE-CONTROLS.
           05  CYCLE-TABLE-COUNT       PIC 99          VALUE 0.
           05  LAST-EMP-ID             PIC X(5)        VALUE SPACES.
           05  GROWTH-START-SUB        PIC 99          VALUE 0.
           05  CYCLE-SUB               PIC 99          VALUE 0.

       01  EMPLOYEE-CYCLE-TABLE.
           05  EMPLOYEE-CYCLE-ENTRY    OCCURS 60 TIMES
                                        INDEXED BY CYC-IDX.
               10  EC-CYCLE-DATE       PIC 9(8).
               10  EC-STORE-ID         PIC X(4).
               10  EC-POSITION         PIC X(2).
               10  EC-OLD-SALARY       PIC 9(6)V99.
               10  EC-NEW-SALARY       PIC 9(6)V99.
               10  EC-OLD-HEALTH       PIC 9(3).
               10  EC-NEW-HEALTH       PIC 9(3).
               10  EC-OLD-DENTAL       PIC 9(3).
               10  EC-NEW-DENTAL       PIC 9(3).
               10  EC-SENIORITY-TIER   PIC 9(1).
               10  EC-CHANGE-CODE      PIC X(1).

       01  GROWTH-WORK-FIELDS.
           05  WS-CYCLE-PCT            PIC S9(5)V9     VALUE +0.
           05  WS-CUMULATIVE-PCT       PIC S9(5)V9     VALUE +0.
           05  WS-GROWTH-PCT           PIC S9(5)V9     VALUE +0.
           05  WS-GROWTH-CYCLES        PIC 99          VALUE 0.

       01  HISTORY-COUNTS.
           05  RECORDS-READ-COUNT      PIC 9(7)        VALUE 0.
           05  RECORDS-VOIDED-COUNT    PIC 9(7)        VALUE 0.
           05  RECORDS-REPLACED-COUNT  PIC 9(7)        VALUE 0.
           05  EMPLOYEES-READ-COUNT    PIC 9(6)        VALUE 0.
           05  EMPLOYEES-PRINTED-COUNT PIC 9(6)        VALUE 0.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05  CD-DAY                  PIC XX.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      *********************    OUTPUT AREA     *************************

       01  HEADING-ONE.
           05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
           05                          PIC X(25)       VALUE SPACES.
           05                          PIC A(13)       VALUE
                                                       'BENNETT SHOES'.
           05                          PIC A(20)       VALUE SPACES.
           05                          PIC XXX         VALUE 'PWA'.

       01  HEADING-TWO.
           05                          PIC X(24)       VALUE SPACES.
           05                          PIC X(31)       VALUE
                                 'EMPLOYEE COMPENSATION HISTORY'.

       01  SELECTION-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SLL-LABEL               PIC X(30).
           05  SLL-VALUE               PIC X(30).

       01  EMPLOYEE-HEADING-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'EMPLOYEE: '.
           05  EHL-EMP-ID              PIC X(5).
           05                          PIC X(9)        VALUE
                                                       '  STORE: '.
           05  EHL-STORE-ID            PIC X(4).
           05                          PIC X(12)       VALUE
                                                    '  POSITION: '.
           05  EHL-POSITION            PIC X(2).
           05                          PIC X(10)       VALUE
                                                     '  CYCLES: '.
           05  EHL-CYCLE-COUNT         PIC Z9.

       01  CYCLE-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'CYCLE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(1)        VALUE 'T'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'OLD SAL'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'NEW SAL'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'CHG%'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'CUM%'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'HEALTH '.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DENTAL '.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'NOTE'.

       01  CYCLE-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-CYCLE-DATE          PIC 9(8).
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-TIER                PIC Z.
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-OLD-SALARY          PIC ZZZ,ZZ9.99.
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-NEW-SALARY          PIC ZZZ,ZZ9.99.
           05                          PIC X(1)        VALUE SPACES.
           05  CDL-CYCLE-PCT           PIC ZZ9.9-.
           05                          PIC X(1)        VALUE SPACES.
           05  CDL-CUMULATIVE-PCT      PIC ZZZ9.9-.
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-OLD-HEALTH          PIC ZZ9.
           05                          PIC X(1)        VALUE '>'.
           05  CDL-NEW-HEALTH          PIC ZZ9.
           05                          PIC X(1)        VALUE SPACES.
           05  CDL-OLD-DENTAL          PIC ZZ9.
           05                          PIC X(1)        VALUE '>'.
           05  CDL-NEW-DENTAL          PIC ZZ9.
           05                          PIC X(1)        VALUE SPACES.
           05  CDL-NOTE                PIC X(10).

       01  GROWTH-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  GRL-LABEL               PIC X(36).
           05  GRL-PCT                 PIC ZZZZ9.9-.
           05                          PIC X(4)        VALUE ' PCT'.

       01  NO-DATA-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  NDL-TEXT                PIC X(60).

       01  HISTORY-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  HSL-LABEL               PIC X(36).
           05  HSL-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SRT-EMP-ID SRT-CYCLE-DATE
                                SRT-SEQUENCE
               INPUT PROCEDURE IS 25-HISTORY-SORT-INPUT-ROUTINE
               OUTPUT PROCEDURE IS 30-HISTORY-SORT-OUTPUT-ROUTINE

           PERFORM 40-EOF-ROUTINE
           STOP RUN
           .

      * Without the history there is nothing to report - stop before
      * an empty report goes out looking like a clean one.
       15-HSKPING-ROUTINE.

           OPEN INPUT COMP-HISTORY-FILE
           IF WS-COMP-HIST-FILE-STATUS IS EQUAL TO '00'
               PERFORM 16-LOAD-REVERSAL-MARKERS-ROUTINE
               CLOSE COMP-HISTORY-FILE
           ELSE
               DISPLAY 'CS370COMPHISTORY.TXT COULD NOT BE OPENED'
                       ' - STATUS ' WS-COMP-HIST-FILE-STATUS
               DISPLAY '  IT IS WRITTEN BY CS370PROGRAM1 IN APPLY'
                       ' MODE - RUN STOPPED'
               STOP RUN
           END-IF

           PERFORM 17-LOAD-SELECTION-ROUTINE

           OPEN OUTPUT HISTORY-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           PERFORM 20-REPORT-HEADER-ROUTINE
           .

      * First pass: every back-out marker's cycle date and position.
       16-LOAD-REVERSAL-MARKERS-ROUTINE.
           MOVE SPACE TO HIST-EOF-FLAG
           MOVE ZERO TO HIST-RECORD-NUMBER
           PERFORM UNTIL NO-MORE-HISTORY
               READ COMP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HIST-RECORD-NUMBER
                       IF CH-TYPE-REVERSAL
                           PERFORM 16A-ADD-REVERSAL-ENTRY-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .

       16A-ADD-REVERSAL-ENTRY-ROUTINE.
           IF HIST-REVERSAL-COUNT IS LESS THAN 50
               ADD 1 TO HIST-REVERSAL-COUNT
               MOVE CH-CYCLE-DATE TO HRV-CYCLE-DATE(HIST-REVERSAL-COUNT)
               MOVE HIST-RECORD-NUMBER TO
                               HRV-RECORD-NUMBER(HIST-REVERSAL-COUNT)
           ELSE
               DISPLAY 'REVERSAL TABLE FULL - BACK-OUT OF CYCLE '
                       CH-CYCLE-DATE ' IGNORED'
           END-IF
           .

      * A selection field that is blank or not numeric is simply not
      * applied - the report still runs, wider than asked, and the
      * selection lines at the top show what was actually used.
       17-LOAD-SELECTION-ROUTINE.
           OPEN INPUT SELECTION-FILE
           IF WS-SELECTION-FILE-STATUS IS EQUAL TO '00'
               READ SELECTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 17A-APPLY-SELECTION-ROUTINE
               END-READ
               CLOSE SELECTION-FILE
           END-IF
           .

       17A-APPLY-SELECTION-ROUTINE.
           MOVE SEL-STORE-ID TO WS-SEL-STORE-ID
           MOVE SEL-POSITION TO WS-SEL-POSITION
           IF SEL-GROWTH-PCT IS NUMERIC
               MOVE SEL-GROWTH-PCT-NUM TO WS-SEL-GROWTH-PCT
               SET GROWTH-TEST-REQUESTED TO TRUE
           END-IF
           IF SEL-CYCLE-COUNT IS NUMERIC
               MOVE SEL-CYCLE-COUNT-NUM TO WS-SEL-CYCLE-COUNT
           END-IF
           .

       20-REPORT-HEADER-ROUTINE.

           WRITE HISTORY-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE HISTORY-REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE 'STORE SELECTED:' TO SLL-LABEL
           IF WS-SEL-STORE-ID IS EQUAL TO SPACES
               MOVE 'ALL' TO SLL-VALUE
           ELSE
               MOVE WS-SEL-STORE-ID TO SLL-VALUE
           END-IF
           WRITE HISTORY-REPORT-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           MOVE 'POSITION SELECTED:' TO SLL-LABEL
           IF WS-SEL-POSITION IS EQUAL TO SPACES
               MOVE 'ALL' TO SLL-VALUE
           ELSE
               MOVE WS-SEL-POSITION TO SLL-VALUE
           END-IF
           WRITE HISTORY-REPORT-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'GROWTH BELOW (PCT):' TO SLL-LABEL
           IF GROWTH-TEST-REQUESTED
               MOVE SPACES TO SLL-VALUE
               MOVE WS-SEL-GROWTH-PCT TO GRL-PCT
               MOVE GRL-PCT TO SLL-VALUE
           ELSE
               MOVE 'NOT APPLIED' TO SLL-VALUE
           END-IF
           WRITE HISTORY-REPORT-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'GROWTH MEASURED OVER:' TO SLL-LABEL
           IF WS-SEL-CYCLE-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO SLL-VALUE
               STRING 'LAST ' DELIMITED BY SIZE
                      WS-SEL-CYCLE-COUNT DELIMITED BY SIZE
                      ' CYCLES' DELIMITED BY SIZE
                   INTO SLL-VALUE
               END-STRING
           ELSE
               MOVE 'ALL CYCLES ON FILE' TO SLL-VALUE
           END-IF
           WRITE HISTORY-REPORT-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING
           .

      * Second pass: every employee record not voided by a later
      * back-out marker goes to the sort.
       25-HISTORY-SORT-INPUT-ROUTINE.
           OPEN INPUT COMP-HISTORY-FILE
           MOVE SPACE TO HIST-EOF-FLAG
           MOVE ZERO TO HIST-RECORD-NUMBER
           PERFORM UNTIL NO-MORE-HISTORY
               READ COMP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HIST-RECORD-NUMBER
                       IF CH-TYPE-EMPLOYEE
                           PERFORM 26-RELEASE-HISTORY-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMP-HISTORY-FILE
           .

       26-RELEASE-HISTORY-ROUTINE.
           ADD 1 TO RECORDS-READ-COUNT
           PERFORM 27-CHECK-REVERSED-ROUTINE
           IF HISTORY-RUN-REVERSED
               ADD 1 TO RECORDS-VOIDED-COUNT
           ELSE
               MOVE CH-EMP-ID TO SRT-EMP-ID
               MOVE CH-CYCLE-DATE TO SRT-CYCLE-DATE
               MOVE HIST-RECORD-NUMBER TO SRT-SEQUENCE
               MOVE COMP-HISTORY-RECORD TO SRT-HISTORY-IMAGE
               RELEASE HISTORY-SORT-RECORD
           END-IF
           .

      * A record is void when a back-out marker for its cycle date
      * follows it in the file.
       27-CHECK-REVERSED-ROUTINE.
           MOVE 'N' TO HIST-REVERSED-SW
           SET HRV-IDX TO 1
           SEARCH HISTORY-REVERSAL-ENTRY
               AT END
                   CONTINUE
               WHEN HRV-IDX IS GREATER THAN HIST-REVERSAL-COUNT
                   CONTINUE
               WHEN HRV-CYCLE-DATE(HRV-IDX) IS EQUAL TO CH-CYCLE-DATE
                    AND HRV-RECORD-NUMBER(HRV-IDX) IS GREATER THAN
                                                  HIST-RECORD-NUMBER
                   SET HISTORY-RUN-REVERSED TO TRUE
           END-SEARCH
           .

       30-HISTORY-SORT-OUTPUT-ROUTINE.
           PERFORM UNTIL NO-MORE-SORTED-HISTORY
               RETURN HISTORY-SORT-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 31-COLLECT-ONE-CYCLE-ROUTINE
               END-RETURN
           END-PERFORM

           IF FIRST-RECORD IS EQUAL TO 'N'
               PERFORM 32-EMPLOYEE-BREAK-ROUTINE
           END-IF
           .

      * A second record for the cycle already held is a restarted
      * run's rewrite - it replaces the first, since it sorts after it.
       31-COLLECT-ONE-CYCLE-ROUTINE.
           MOVE SRT-HISTORY-IMAGE TO HISTORY-WORK-RECORD

           EVALUATE TRUE
               WHEN FIRST-RECORD IS EQUAL TO 'Y'
                   MOVE 'N' TO FIRST-RECORD
                   MOVE HW-EMP-ID TO LAST-EMP-ID
               WHEN HW-EMP-ID IS NOT EQUAL TO LAST-EMP-ID
                   PERFORM 32-EMPLOYEE-BREAK-ROUTINE
                   MOVE HW-EMP-ID TO LAST-EMP-ID
           END-EVALUATE

           IF CYCLE-TABLE-COUNT IS GREATER THAN ZERO AND
              EC-CYCLE-DATE(CYCLE-TABLE-COUNT) IS EQUAL TO
                                                     HW-CYCLE-DATE
               ADD 1 TO RECORDS-REPLACED-COUNT
               PERFORM 31A-STORE-CYCLE-ENTRY-ROUTINE
           ELSE
               IF CYCLE-TABLE-COUNT IS LESS THAN 60
                   ADD 1 TO CYCLE-TABLE-COUNT
                   PERFORM 31A-STORE-CYCLE-ENTRY-ROUTINE
               ELSE
                   DISPLAY 'CYCLE TABLE FULL - EMPLOYEE ' HW-EMP-ID
                           ' CYCLE ' HW-CYCLE-DATE ' NOT REPORTED'
               END-IF
           END-IF
           .

       31A-STORE-CYCLE-ENTRY-ROUTINE.
           MOVE HW-CYCLE-DATE TO EC-CYCLE-DATE(CYCLE-TABLE-COUNT)
           MOVE HW-STORE-ID TO EC-STORE-ID(CYCLE-TABLE-COUNT)
           MOVE HW-POSITION TO EC-POSITION(CYCLE-TABLE-COUNT)
           MOVE HW-OLD-SALARY TO EC-OLD-SALARY(CYCLE-TABLE-COUNT)
           MOVE HW-NEW-SALARY TO EC-NEW-SALARY(CYCLE-TABLE-COUNT)
           MOVE HW-OLD-HEALTH TO EC-OLD-HEALTH(CYCLE-TABLE-COUNT)
           MOVE HW-NEW-HEALTH TO EC-NEW-HEALTH(CYCLE-TABLE-COUNT)
           MOVE HW-OLD-DENTAL TO EC-OLD-DENTAL(CYCLE-TABLE-COUNT)
           MOVE HW-NEW-DENTAL TO EC-NEW-DENTAL(CYCLE-TABLE-COUNT)
           MOVE HW-SENIORITY-TIER TO
                                EC-SENIORITY-TIER(CYCLE-TABLE-COUNT)
           MOVE HW-CHANGE-CODE TO EC-CHANGE-CODE(CYCLE-TABLE-COUNT)
           .

      * One employee's history is complete.  The store and position
      * tests use the latest cycle; the growth test runs from the
      * old salary of the first cycle in the window to the new
      * salary of the latest.
       32-EMPLOYEE-BREAK-ROUTINE.
           ADD 1 TO EMPLOYEES-READ-COUNT
           SET EMPLOYEE-SELECTED TO TRUE

           IF WS-SEL-STORE-ID IS NOT EQUAL TO SPACES AND
              WS-SEL-STORE-ID IS NOT EQUAL TO
                                     EC-STORE-ID(CYCLE-TABLE-COUNT)
               MOVE 'N' TO EMP-SELECTED-SW
           END-IF
           IF WS-SEL-POSITION IS NOT EQUAL TO SPACES AND
              WS-SEL-POSITION IS NOT EQUAL TO
                                     EC-POSITION(CYCLE-TABLE-COUNT)
               MOVE 'N' TO EMP-SELECTED-SW
           END-IF

           IF WS-SEL-CYCLE-COUNT IS GREATER THAN ZERO AND
              WS-SEL-CYCLE-COUNT IS LESS THAN CYCLE-TABLE-COUNT
               COMPUTE GROWTH-START-SUB =
                   CYCLE-TABLE-COUNT - WS-SEL-CYCLE-COUNT + 1
           ELSE
               MOVE 1 TO GROWTH-START-SUB
           END-IF
           COMPUTE WS-GROWTH-CYCLES =
               CYCLE-TABLE-COUNT - GROWTH-START-SUB + 1
           IF EC-OLD-SALARY(GROWTH-START-SUB) IS GREATER THAN ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   (EC-NEW-SALARY(CYCLE-TABLE-COUNT) -
                    EC-OLD-SALARY(GROWTH-START-SUB)) * 100 /
                    EC-OLD-SALARY(GROWTH-START-SUB)
           ELSE
               MOVE ZERO TO WS-GROWTH-PCT
           END-IF

           IF GROWTH-TEST-REQUESTED AND
              WS-GROWTH-PCT IS NOT LESS THAN WS-SEL-GROWTH-PCT
               MOVE 'N' TO EMP-SELECTED-SW
           END-IF

           IF EMPLOYEE-SELECTED
               PERFORM 33-PRINT-EMPLOYEE-ROUTINE
           END-IF

           MOVE ZERO TO CYCLE-TABLE-COUNT
           .

       33-PRINT-EMPLOYEE-ROUTINE.
           ADD 1 TO EMPLOYEES-PRINTED-COUNT
           MOVE LAST-EMP-ID TO EHL-EMP-ID
           MOVE EC-STORE-ID(CYCLE-TABLE-COUNT) TO EHL-STORE-ID
           MOVE EC-POSITION(CYCLE-TABLE-COUNT) TO EHL-POSITION
           MOVE CYCLE-TABLE-COUNT TO EHL-CYCLE-COUNT
           WRITE HISTORY-REPORT-RECORD FROM EMPLOYEE-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE HISTORY-REPORT-RECORD FROM CYCLE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           MOVE 1 TO CYCLE-SUB
           PERFORM UNTIL CYCLE-SUB IS GREATER THAN CYCLE-TABLE-COUNT
               PERFORM 34-PRINT-CYCLE-LINE-ROUTINE
               ADD 1 TO CYCLE-SUB
           END-PERFORM

           MOVE 'CUMULATIVE SALARY GROWTH:' TO GRL-LABEL
           MOVE WS-CUMULATIVE-PCT TO GRL-PCT
           WRITE HISTORY-REPORT-RECORD FROM GROWTH-LINE
               AFTER ADVANCING 2 LINES
           IF WS-SEL-CYCLE-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO GRL-LABEL
               STRING 'GROWTH OVER LAST ' DELIMITED BY SIZE
                      WS-GROWTH-CYCLES DELIMITED BY SIZE
                      ' CYCLES:' DELIMITED BY SIZE
                   INTO GRL-LABEL
               END-STRING
               MOVE WS-GROWTH-PCT TO GRL-PCT
               WRITE HISTORY-REPORT-RECORD FROM GROWTH-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      * Cycle percent is this cycle's new salary against its old;
      * cumulative is against the old salary of the first cycle on
      * file, so the last line's cumulative is the whole history.
       34-PRINT-CYCLE-LINE-ROUTINE.
           MOVE EC-CYCLE-DATE(CYCLE-SUB) TO CDL-CYCLE-DATE
           MOVE EC-SENIORITY-TIER(CYCLE-SUB) TO CDL-TIER
           MOVE EC-OLD-SALARY(CYCLE-SUB) TO CDL-OLD-SALARY
           MOVE EC-NEW-SALARY(CYCLE-SUB) TO CDL-NEW-SALARY
           MOVE EC-OLD-HEALTH(CYCLE-SUB) TO CDL-OLD-HEALTH
           MOVE EC-NEW-HEALTH(CYCLE-SUB) TO CDL-NEW-HEALTH
           MOVE EC-OLD-DENTAL(CYCLE-SUB) TO CDL-OLD-DENTAL
           MOVE EC-NEW-DENTAL(CYCLE-SUB) TO CDL-NEW-DENTAL

           IF EC-OLD-SALARY(CYCLE-SUB) IS GREATER THAN ZERO
               COMPUTE WS-CYCLE-PCT ROUNDED =
                   (EC-NEW-SALARY(CYCLE-SUB) -
                    EC-OLD-SALARY(CYCLE-SUB)) * 100 /
                    EC-OLD-SALARY(CYCLE-SUB)
           ELSE
               MOVE ZERO TO WS-CYCLE-PCT
           END-IF
           IF EC-OLD-SALARY(1) IS GREATER THAN ZERO
               COMPUTE WS-CUMULATIVE-PCT ROUNDED =
                   (EC-NEW-SALARY(CYCLE-SUB) - EC-OLD-SALARY(1))
                    * 100 / EC-OLD-SALARY(1)
           ELSE
               MOVE ZERO TO WS-CUMULATIVE-PCT
           END-IF
           MOVE WS-CYCLE-PCT TO CDL-CYCLE-PCT
           MOVE WS-CUMULATIVE-PCT TO CDL-CUMULATIVE-PCT

           EVALUATE EC-CHANGE-CODE(CYCLE-SUB)
               WHEN 'I'
                   MOVE 'INCREASED' TO CDL-NOTE
               WHEN 'C'
                   MOVE 'BAND CAP' TO CDL-NOTE
               WHEN 'F'
                   MOVE 'BAND FLOOR' TO CDL-NOTE
               WHEN 'H'
                   MOVE 'BUDGET HLD' TO CDL-NOTE
               WHEN 'L'
                   MOVE 'ON LEAVE' TO CDL-NOTE
               WHEN 'T'
                   MOVE 'TERMINATED' TO CDL-NOTE
               WHEN 'B'
                   MOVE 'NO HIRE DT' TO CDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO CDL-NOTE
           END-EVALUATE

           WRITE HISTORY-REPORT-RECORD FROM CYCLE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       40-EOF-ROUTINE.
           IF EMPLOYEES-PRINTED-COUNT IS EQUAL TO ZERO
               MOVE 'NO EMPLOYEE ON THE HISTORY MEETS THE SELECTION'
                                                        TO NDL-TEXT
               WRITE HISTORY-REPORT-RECORD FROM NO-DATA-LINE
                   AFTER ADVANCING 3 LINES
           END-IF

           MOVE 'HISTORY RECORDS READ:' TO HSL-LABEL
           MOVE RECORDS-READ-COUNT TO HSL-COUNT
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-SUMMARY-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'VOIDED BY A BACK-OUT:' TO HSL-LABEL
           MOVE RECORDS-VOIDED-COUNT TO HSL-COUNT
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REPLACED BY A RERUN OF THE CYCLE:' TO HSL-LABEL
           MOVE RECORDS-REPLACED-COUNT TO HSL-COUNT
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEES ON THE HISTORY:' TO HSL-LABEL
           MOVE EMPLOYEES-READ-COUNT TO HSL-COUNT
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEES PRINTED:' TO HSL-LABEL
           MOVE EMPLOYEES-PRINTED-COUNT TO HSL-COUNT
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           CLOSE HISTORY-REPORT-FILE
           .
