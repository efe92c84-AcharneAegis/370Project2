      * employee-ID key from the console, reads the keyed master
      * CS370MSTLOAD builds, and prints one full profile page: the
      * master record fields, that employee's before/after lines from
      * the Maint-Audit.txt maintenance audit, the store's recent
      * per-cycle totals from CS370RunHistory.txt, and the employee's
      * cycle-by-cycle pay from CS370CompHistory.txt.  One keyed
      * lookup instead of five file searches.
      * ******
      * INPUT:
      *    Console - store ID (4) and employee ID (5) per inquiry;
      *        employee, rebuilt by CS370MSTLOAD after each cycle.
      *    Maint-Audit.txt - the maintenance audit trail; every
      *        record for the inquired key is printed with its
      *        entering and approving users and its before and after
      *        images.
      *    CS370RunHistory.txt - the per-store 'S' summary records;
      *        every cycle on file for the employee's store is
      *        printed, oldest first.
      *        the live master, so an employee CS370ARCHIVE purged
      *        still gets a profile page, flagged ARCHIVED with the
      *        purge date.
      *    CS370CompHistory.txt - the per-employee compensation
      *        history CS370PROGRAM1 appends in apply mode; every
      *        cycle on file for the employee is printed, oldest
      *        first, with the cumulative salary growth.
      * *******
      * OUTPUT:
      *    Employee-Profile.txt - one profile page per inquiry
               ASSIGN TO 'Employee-Archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT COMP-HISTORY-FILE
               ASSIGN TO 'CS370CompHistory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-HIST-FILE-STATUS.
           SELECT PROFILE-REPORT-FILE
               ASSIGN TO PRINTER 'Employee-Profile.txt'.

           05  IX-DENTAL-COST          PIC X(3).

       FD AUDIT-FILE
           RECORD CONTAINS 218 CHARACTERS.

       01  AUDIT-RECORD.
           05  MA-DATE                 PIC X(8).
           05  MA-TIME                 PIC X(6).
           05  MA-USER-ID              PIC X(8).
           05  MA-APPROVER-ID          PIC X(8).
           05  MA-ACTION-CODE          PIC X(1).
           05  MA-STATUS               PIC X(1).
           05  MA-KEY-STORE-ID         PIC X(4).
               10  FILLER              PIC X(76).
           05  AR-ARCHIVE-DATE         PIC 9(8).

      * CS370PROGRAM1's compensation history - one record per
      * employee per apply run.  A later record for the same cycle
      * date replaces an earlier one; an 'R' record voids the records
      * of its cycle date written ahead of it.
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

       FD PROFILE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

           05  WS-AUDIT-FILE-STATUS    PIC XX          VALUE '00'.
           05  WS-HISTORY-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS  PIC XX          VALUE '00'.
           05  COMP-HIST-EOF-FLAG      PIC X           VALUE ' '.
               88 NO-MORE-COMP-HISTORY                 VALUE 'N'.
           05  WS-COMP-HIST-FILE-STATUS
                                        PIC XX          VALUE '00'.

       01  INQUIRY-KEY-FIELDS.
           05  INQ-STORE-ID            PIC X(4)        VALUE SPACES.
       01  INQUIRY-COUNTS.
           05  AUDIT-LINE-COUNT        PIC 9(4)        VALUE 0.
           05  HISTORY-LINE-COUNT      PIC 9(4)        VALUE 0.
           05  COMP-CYCLE-COUNT        PIC 99          VALUE 0.
           05  COMP-CYCLE-SUB          PIC 99          VALUE 0.

      * The inquired employee's compensation cycles, oldest first.
      * Matched on employee ID alone - a transfer keeps the ID, so
      * the cycles worked at a previous store stay on the page.
       01  COMP-CYCLE-TABLE.
           05  COMP-CYCLE-ENTRY        OCCURS 60 TIMES
                                        INDEXED BY CCY-IDX.
               10  CC-CYCLE-DATE       PIC 9(8).
               10  CC-STORE-ID         PIC X(4).
               10  CC-OLD-SALARY       PIC 9(6)V99.
               10  CC-NEW-SALARY       PIC 9(6)V99.
               10  CC-OLD-HEALTH       PIC 9(3).
               10  CC-NEW-HEALTH       PIC 9(3).
               10  CC-OLD-DENTAL       PIC 9(3).
               10  CC-NEW-DENTAL       PIC 9(3).
               10  CC-SENIORITY-TIER   PIC 9(1).
               10  CC-CHANGE-CODE      PIC X(1).

       01  COMP-WORK-FIELDS.
           05  WS-COMP-CYCLE-PCT       PIC S9(5)V9     VALUE +0.
           05  WS-COMP-CUMULATIVE-PCT  PIC S9(5)V9     VALUE +0.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05                          PIC X(10)       VALUE
                                                     '  STATUS: '.
           05  AHL-STATUS              PIC X(1).
           05                          PIC X(12)       VALUE
                                                   '  APPROVER: '.
           05  AHL-APPROVER-ID         PIC X(8).

       01  AUDIT-IMAGE-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(4)        VALUE SPACES.
           05  HDL-OVERDUE             PIC ZZZ9.

       01  COMP-COLUMN-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'CYCLE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'TIER'.
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

       01  COMP-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-CYCLE-DATE          PIC 9(8).
           05                          PIC X(2)        VALUE SPACES.
           05  CDL-STORE-ID            PIC X(4).
           05                          PIC X(5)        VALUE SPACES.
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

       01  NO-DATA-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  NDL-TEXT                PIC X(50).
               PERFORM 32-PRINT-MASTER-FIELDS-ROUTINE
               PERFORM 33-PRINT-AUDIT-TRAIL-ROUTINE
               PERFORM 34-PRINT-STORE-HISTORY-ROUTINE
               PERFORM 35-PRINT-COMP-HISTORY-ROUTINE
               DISPLAY 'PROFILE WRITTEN FOR ' INQ-STORE-ID '/'
                       INQ-EMP-ID
           ELSE
           MOVE MA-USER-ID TO AHL-USER-ID
           MOVE MA-ACTION-CODE TO AHL-ACTION
           MOVE MA-STATUS TO AHL-STATUS
           MOVE MA-APPROVER-ID TO AHL-APPROVER-ID
           WRITE PROFILE-REPORT-RECORD FROM AUDIT-HEADER-LINE
               AFTER ADVANCING PROPER-SPACING

               AFTER ADVANCING PROPER-SPACING
           .

      * The history is read once into the table: a second record for
      * a cycle date already held is a restarted run's rewrite and
      * replaces it; a back-out marker drops every cycle of its date
      * held so far, since a re-apply after the back-out follows it.
       35-PRINT-COMP-HISTORY-ROUTINE.
           MOVE 2 TO PROPER-SPACING
           MOVE 'COMPENSATION HISTORY' TO SHL-TITLE
           WRITE PROFILE-REPORT-RECORD FROM SECTION-HEADING-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           MOVE ZEROS TO COMP-CYCLE-COUNT
           MOVE SPACE TO COMP-HIST-EOF-FLAG
           MOVE '00' TO WS-COMP-HIST-FILE-STATUS
           OPEN INPUT COMP-HISTORY-FILE
           IF WS-COMP-HIST-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-COMP-HISTORY
                   READ COMP-HISTORY-FILE
                       AT END
                           MOVE 'N' TO COMP-HIST-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CH-TYPE-REVERSAL
                                   PERFORM 35B-VOID-CYCLE-ROUTINE
                               WHEN CH-TYPE-EMPLOYEE AND
                                    CH-EMP-ID IS EQUAL TO INQ-EMP-ID
                                   PERFORM 35A-LOAD-CYCLE-ROUTINE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE COMP-HISTORY-FILE
           END-IF

           IF COMP-CYCLE-COUNT IS EQUAL TO ZERO
               MOVE 'NO COMPENSATION HISTORY ON FILE FOR THIS EMPLOYEE'
                                                       TO NDL-TEXT
               WRITE PROFILE-REPORT-RECORD FROM NO-DATA-LINE
                   AFTER ADVANCING PROPER-SPACING
           ELSE
               WRITE PROFILE-REPORT-RECORD FROM COMP-COLUMN-LINE
                   AFTER ADVANCING PROPER-SPACING
               MOVE 1 TO COMP-CYCLE-SUB
               PERFORM UNTIL COMP-CYCLE-SUB IS GREATER THAN
                                                   COMP-CYCLE-COUNT
                   PERFORM 35C-PRINT-COMP-CYCLE-ROUTINE
                   ADD 1 TO COMP-CYCLE-SUB
               END-PERFORM
           END-IF
           .

       35A-LOAD-CYCLE-ROUTINE.
           SET CCY-IDX TO 1
           SEARCH COMP-CYCLE-ENTRY
               AT END
                   CONTINUE
               WHEN CCY-IDX IS GREATER THAN COMP-CYCLE-COUNT
                   CONTINUE
               WHEN CC-CYCLE-DATE(CCY-IDX) IS EQUAL TO CH-CYCLE-DATE
                   CONTINUE
           END-SEARCH

           IF CCY-IDX IS GREATER THAN COMP-CYCLE-COUNT
               IF COMP-CYCLE-COUNT IS LESS THAN 60
                   ADD 1 TO COMP-CYCLE-COUNT
                   SET CCY-IDX TO COMP-CYCLE-COUNT
               ELSE
                   DISPLAY 'COMPENSATION HISTORY TABLE FULL - CYCLE '
                           CH-CYCLE-DATE ' NOT SHOWN'
               END-IF
           END-IF

           IF CCY-IDX IS NOT GREATER THAN COMP-CYCLE-COUNT
               MOVE CH-CYCLE-DATE TO CC-CYCLE-DATE(CCY-IDX)
               MOVE CH-STORE-ID TO CC-STORE-ID(CCY-IDX)
               MOVE CH-OLD-SALARY TO CC-OLD-SALARY(CCY-IDX)
               MOVE CH-NEW-SALARY TO CC-NEW-SALARY(CCY-IDX)
               MOVE CH-OLD-HEALTH TO CC-OLD-HEALTH(CCY-IDX)
               MOVE CH-NEW-HEALTH TO CC-NEW-HEALTH(CCY-IDX)
               MOVE CH-OLD-DENTAL TO CC-OLD-DENTAL(CCY-IDX)
               MOVE CH-NEW-DENTAL TO CC-NEW-DENTAL(CCY-IDX)
               MOVE CH-SENIORITY-TIER TO CC-SENIORITY-TIER(CCY-IDX)
               MOVE CH-CHANGE-CODE TO CC-CHANGE-CODE(CCY-IDX)
           END-IF
           .

      * Cycles are loaded in date order, so the voided date - when
      * it is held at all - is the last entry.
       35B-VOID-CYCLE-ROUTINE.
           IF COMP-CYCLE-COUNT IS GREATER THAN ZERO
               IF CC-CYCLE-DATE(COMP-CYCLE-COUNT) IS EQUAL TO
                                                    CH-CYCLE-DATE
                   SUBTRACT 1 FROM COMP-CYCLE-COUNT
               END-IF
           END-IF
           .

       35C-PRINT-COMP-CYCLE-ROUTINE.
           MOVE CC-CYCLE-DATE(COMP-CYCLE-SUB) TO CDL-CYCLE-DATE
           MOVE CC-STORE-ID(COMP-CYCLE-SUB) TO CDL-STORE-ID
           MOVE CC-SENIORITY-TIER(COMP-CYCLE-SUB) TO CDL-TIER
           MOVE CC-OLD-SALARY(COMP-CYCLE-SUB) TO CDL-OLD-SALARY
           MOVE CC-NEW-SALARY(COMP-CYCLE-SUB) TO CDL-NEW-SALARY
           MOVE CC-OLD-HEALTH(COMP-CYCLE-SUB) TO CDL-OLD-HEALTH
           MOVE CC-NEW-HEALTH(COMP-CYCLE-SUB) TO CDL-NEW-HEALTH
           MOVE CC-OLD-DENTAL(COMP-CYCLE-SUB) TO CDL-OLD-DENTAL
           MOVE CC-NEW-DENTAL(COMP-CYCLE-SUB) TO CDL-NEW-DENTAL

           IF CC-OLD-SALARY(COMP-CYCLE-SUB) IS GREATER THAN ZERO
               COMPUTE WS-COMP-CYCLE-PCT ROUNDED =
                   (CC-NEW-SALARY(COMP-CYCLE-SUB) -
                    CC-OLD-SALARY(COMP-CYCLE-SUB)) * 100 /
                    CC-OLD-SALARY(COMP-CYCLE-SUB)
           ELSE
               MOVE ZERO TO WS-COMP-CYCLE-PCT
           END-IF
           IF CC-OLD-SALARY(1) IS GREATER THAN ZERO
               COMPUTE WS-COMP-CUMULATIVE-PCT ROUNDED =
                   (CC-NEW-SALARY(COMP-CYCLE-SUB) - CC-OLD-SALARY(1))
                    * 100 / CC-OLD-SALARY(1)
           ELSE
               MOVE ZERO TO WS-COMP-CUMULATIVE-PCT
           END-IF
           MOVE WS-COMP-CYCLE-PCT TO CDL-CYCLE-PCT
           MOVE WS-COMP-CUMULATIVE-PCT TO CDL-CUMULATIVE-PCT

           EVALUATE CC-CHANGE-CODE(COMP-CYCLE-SUB)
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

           WRITE PROFILE-REPORT-RECORD FROM COMP-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           .

       40-EOF-ROUTINE.
           CLOSE INDEXED-MASTER-FILE
               PROFILE-REPORT-FILE
