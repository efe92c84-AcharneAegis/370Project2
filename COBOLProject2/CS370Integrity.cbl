       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370INTEGRITY.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the pre-cycle cross-file check.  Each program
      * in the cycle checks only the files it reads itself, so a
      * store with no GL account mapping is not noticed until the
      * apply run has written an UNCERTIFIED distribution, and a
      * dependent left behind by an archived employee is never
      * noticed at all.  This program reads the employee master and
      * every reference and detail file the increase run depends on,
      * checks each relationship between them, and prints one
      * exception report in two groups - the exceptions that block
      * the increase run and the warnings to review - then stamps
      * the result on CS370RunControl.txt so Operations can see the
      * cycle passed before the increase run is released.
      * ******
      * INPUT:
      *    The employee master (name supplied by CS370Parameters.txt,
      *    PR2FA21-AL.txt by default, plus the second and third state
      *    files of a consolidated run).  CS370Parameters.txt also
      *    supplies the cycle/as-of date for the stamps.
      *    GL-Account-Map.txt - one row per store.
      *    PositionMaster.txt - one row per position code.
      *    Store-Budget.txt - one row per store.
      *    Employee-Depends.txt - one record per dependent, keyed by
      *        store and employee.
      *    Employee-Archive.txt - the CS370ARCHIVE archive, to say
      *        whose dependents were left behind.
      * *******
      * OUTPUT:
      *    Integrity-Report.txt - the blocking exceptions, then the
      *        warnings, then the counts and the result
      *    CS370RunControl.txt - a start stamp, and an end stamp of
      *        'E' when nothing blocks the run or 'F' when something
      *        does
      * *************
      * CHECKS APPLIED
      *    BLOCKS THE RUN:
      *    A STORE WITH ACTIVE OR ON-LEAVE EMPLOYEES MUST HAVE A
      *        GL-ACCOUNT-MAP.TXT ROW (OTHERWISE THE APPLY RUN
      *        WRITES AN UNCERTIFIED DISTRIBUTION)
      *    AN ACTIVE OR ON-LEAVE EMPLOYEE'S POSITION MUST BE ON
      *        POSITIONMASTER.TXT (OTHERWISE THE SALARY BAND IS NOT
      *        APPLIED)
      *    EMP-NUM-DEPENDENTS MUST EQUAL THE DEPENDENT RECORDS ON
      *        EMPLOYEE-DEPENDS.TXT FOR THE EMPLOYEE - THE SAME RULE
      *        CS370MAINT KEEPS THEM IN STEP BY (THE HEALTH ADD-ON IS
      *        PRICED FROM THE COUNT)
      *    WARNINGS:
      *    A STORE WITH ACTIVE OR ON-LEAVE EMPLOYEES SHOULD HAVE A
      *        STORE-BUDGET.TXT ROW (OTHERWISE ITS BUDGET IS NOT
      *        ENFORCED)
      *    EVERY DEPENDENT MUST BELONG TO AN EMPLOYEE ON THE MASTER -
      *        AN ORPHAN IS REPORTED AS ARCHIVED, TRANSFERRED UNDER A
      *        NEW STORE, OR ON NEITHER FILE
      *    A MISSING GL-ACCOUNT-MAP.TXT, POSITIONMASTER.TXT OR
      *    EMPLOYEE-DEPENDS.TXT BLOCKS THE RUN; A MISSING
      *    STORE-BUDGET.TXT IS A WARNING.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO PM-EFFECTIVE-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT GL-ACCOUNT-MAP-FILE
               ASSIGN TO 'GL-Account-Map.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-FILE-STATUS.
           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'PositionMaster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.
           SELECT STORE-BUDGET-FILE
               ASSIGN TO 'Store-Budget.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT DEPENDS-FILE
               ASSIGN TO 'Employee-Depends.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDS-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO 'Employee-Archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'CS370Parameters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'CS370RunControl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO PRINTER 'Integrity-Report.txt'.

       DATA DIVISION.
       FILE SECTION.

      * Master fields are carried as display characters - a record
      * with garbage in the dependent count must still be checked.
       FD EMPLOYEE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  EMPLOYEE-RECORD.
           05  EM-KEY.
               10  EM-STORE-ID         PIC X(4).
               10  EM-EMP-ID           PIC X(5).
           05  EM-POSITION             PIC X(2).
           05  FILLER                  PIC X(31).
           05  EM-STATUS               PIC X(1).
           05  FILLER                  PIC X(32).
           05  EM-NUM-DEPENDENTS       PIC X(2).
           05  FILLER                  PIC X(8).

       FD GL-ACCOUNT-MAP-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-STORE-ID             PIC X(4).
           05  FILLER                  PIC X(38).

       FD POSITION-MASTER-FILE
           RECORD CONTAINS 18 CHARACTERS.

       01  POSITION-MASTER-RECORD.
           05  PS-POSITION             PIC X(2).
           05  FILLER                  PIC X(16).

       FD STORE-BUDGET-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  STORE-BUDGET-RECORD.
           05  SB-STORE-ID             PIC X(4).
           05  FILLER                  PIC X(10).

       FD DEPENDS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  DEPENDS-RECORD.
           05  DP-KEY.
               10  DP-STORE-ID         PIC X(4).
               10  DP-EMP-ID           PIC X(5).
           05  DP-NAME                 PIC X(20).
           05  DP-BIRTH-DATE           PIC X(8).
           05  DP-RELATIONSHIP         PIC X(1).
           05  DP-COVERAGE-FLAG        PIC X(1).
           05  FILLER                  PIC X(1).

      * The 85-byte master image plus the date archived; only the key
      * matters here.
       FD ARCHIVE-FILE
           RECORD CONTAINS 93 CHARACTERS.

       01  ARCHIVE-RECORD.
           05  AR-KEY                  PIC X(9).
           05  FILLER                  PIC X(76).
           05  AR-ARCHIVE-DATE         PIC X(8).

      * The three input names and the cycle/as-of date; the rate
      * fields in between belong to CS370PROGRAM1.
       FD PARAMETER-FILE
           RECORD CONTAINS 165 CHARACTERS.

       01  PARAMETER-RECORD.
           05  PM-INPUT-FILE-NAME      PIC X(30).
           05  PM-OUTPUT-FILE-NAME     PIC X(30).
           05  FILLER                  PIC X(37).
           05  PM-INPUT-FILE-NAME-2    PIC X(30).
           05  PM-INPUT-FILE-NAME-3    PIC X(30).
           05  PM-AS-OF-DATE           PIC X(8).

      * A start stamp, and an end stamp whose type carries the
      * result - 'E' passed, 'F' failed with exceptions that block
      * the increase run.
       FD RUN-CONTROL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM              PIC X(8).
           05  RC-CYCLE-DATE           PIC 9(8).
           05  RC-INPUT-FILE           PIC X(30).
           05  RC-RECORD-COUNT         PIC 9(6).
           05  RC-STAMP-TYPE           PIC X(1).
           05  RC-OVERRIDE             PIC X(1).
           05  FILLER                  PIC X(6).

       FD INTEGRITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  INTEGRITY-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EMPLOYEE-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-EMPLOYEES                    VALUE 'N'.
           05  GL-MAP-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-GL-MAPS                      VALUE 'N'.
           05  POSITION-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-POSITIONS                    VALUE 'N'.
           05  BUDGET-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-BUDGETS                      VALUE 'N'.
           05  DEPENDS-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-DEPENDS                      VALUE 'N'.
           05  ARCHIVE-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-ARCHIVE                      VALUE 'N'.
           05  GL-MAP-AVAILABLE-SW     PIC X           VALUE 'N'.
               88 GL-MAP-AVAILABLE                     VALUE 'Y'.
           05  POSITION-AVAILABLE-SW   PIC X           VALUE 'N'.
               88 POSITION-FILE-AVAILABLE              VALUE 'Y'.
           05  BUDGET-AVAILABLE-SW     PIC X           VALUE 'N'.
               88 BUDGET-FILE-AVAILABLE                VALUE 'Y'.
           05  DEPENDS-AVAILABLE-SW    PIC X           VALUE 'N'.
               88 DEPENDS-FILE-AVAILABLE               VALUE 'Y'.
           05  ENTRY-FOUND-SW          PIC X           VALUE 'N'.
               88 ENTRY-FOUND                          VALUE 'Y'.
           05  RUNCTL-OPEN-SW          PIC X           VALUE 'N'.
               88 RUNCTL-OPEN                          VALUE 'Y'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-GL-MAP-FILE-STATUS   PIC XX          VALUE '00'.
           05  WS-POSITION-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-BUDGET-FILE-STATUS   PIC XX          VALUE '00'.
           05  WS-DEPENDS-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-PARAMETER-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS   PIC XX          VALUE '00'.

       01  RUN-CONTROL-FIELDS.
           05  WS-CYCLE-DATE           PIC 9(8)        VALUE 0.

      * Up to three state employee files, as in the consolidated
      * CS370PROGRAM1 run; entry 1 is the original input file.
       01  INPUT-FILE-CONTROLS.
           05  INPUT-FILE-COUNT        PIC 9           VALUE 1.
           05  CURRENT-FILE-NUM        PIC 9           VALUE 1.
           05  INPUT-FILE-TABLE.
               10  INPUT-FILE-NAME     OCCURS 3 TIMES
                                        PIC X(30).

       01  GL-MAP-TABLE-CONTROLS.
           05  GL-MAP-TABLE-COUNT      PIC 99          VALUE 0.

       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY            OCCURS 60 TIMES
                                        INDEXED BY GLM-IDX.
               10  GLM-STORE-ID        PIC X(4).

       01  POSITION-TABLE-CONTROLS.
           05  POSITION-TABLE-COUNT    PIC 99          VALUE 0.

       01  POSITION-TABLE.
           05  POSITION-TABLE-ENTRY    OCCURS 20 TIMES
                                        INDEXED BY POSN-IDX.
               10  PT-POSITION         PIC X(2).

       01  BUDGET-TABLE-CONTROLS.
           05  BUDGET-TABLE-COUNT      PIC 99          VALUE 0.

       01  BUDGET-TABLE.
           05  BUDGET-ENTRY            OCCURS 60 TIMES
                                        INDEXED BY BGT-IDX.
               10  BT-STORE-ID         PIC X(4).

      * The stores that have an active or on-leave employee on the
      * master, in the order first seen.
       01  MASTER-STORE-CONTROLS.
           05  MASTER-STORE-COUNT      PIC 99          VALUE 0.

       01  MASTER-STORE-TABLE.
           05  MASTER-STORE-ENTRY      OCCURS 60 TIMES
                                        INDEXED BY MST-IDX.
               10  MST-STORE-ID        PIC X(4).

      * Every master record, with the dependent records found for it
      * on Employee-Depends.txt.
       01  EMP-TABLE-CONTROLS.
           05  EMP-TABLE-COUNT         PIC 9(4)        VALUE 0.

       01  EMP-TABLE.
           05  EMP-ENTRY               OCCURS 2000 TIMES
                                        INDEXED BY EMP-IDX.
               10  ET-KEY.
                   15  ET-STORE-ID     PIC X(4).
                   15  ET-EMP-ID       PIC X(5).
               10  ET-POSITION         PIC X(2).
               10  ET-STATUS           PIC X(1).
               10  ET-NUM-DEPENDENTS   PIC X(2).
               10  ET-NUM-DEPENDENTS-N REDEFINES ET-NUM-DEPENDENTS
                                        PIC 9(2).
               10  ET-DETAIL-COUNT     PIC 9(3).
               10  ET-COVERED-COUNT    PIC 9(3).

      * Dependents whose key is not on the master.  The fate is
      * filled in by the archive pass and the master search:
      * A archived, X the employee is on the master under another
      * store, space on neither file.
       01  ORPHAN-TABLE-CONTROLS.
           05  ORPHAN-TABLE-COUNT      PIC 9(3)        VALUE 0.
           05  ORPHAN-SUB              PIC 9(3)        VALUE 0.

       01  ORPHAN-TABLE.
           05  ORPHAN-ENTRY            OCCURS 500 TIMES.
               10  OT-KEY.
                   15  OT-STORE-ID     PIC X(4).
                   15  OT-EMP-ID       PIC X(5).
               10  OT-NAME             PIC X(20).
               10  OT-FATE-SW          PIC X(1).

      * The exceptions in the order found; the report prints the
      * blocking ones first and the warnings after.
       01  EXCEPTION-TABLE-CONTROLS.
           05  EXCEPTION-TABLE-COUNT   PIC 9(4)        VALUE 0.
           05  EXCEPTION-SUB           PIC 9(4)        VALUE 0.
           05  WS-PRINT-SEVERITY       PIC X(1)        VALUE SPACE.
           05  WS-SECTION-COUNT        PIC 9(4)        VALUE 0.

       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY         OCCURS 1000 TIMES.
               10  EX-SEVERITY         PIC X(1).
               10  EX-STORE-ID         PIC X(4).
               10  EX-EMP-ID           PIC X(5).
               10  EX-CHECK            PIC X(12).
               10  EX-DETAIL           PIC X(46).

      * One exception as built by the check, ahead of 30.
       01  EXCEPTION-WORK.
           05  EW-SEVERITY             PIC X(1)        VALUE SPACE.
               88  EW-BLOCKS-RUN                       VALUE 'B'.
               88  EW-WARNING                          VALUE 'W'.
           05  EW-STORE-ID             PIC X(4)        VALUE SPACES.
           05  EW-EMP-ID               PIC X(5)        VALUE SPACES.
           05  EW-CHECK                PIC X(12)       VALUE SPACES.
           05  EW-DETAIL               PIC X(46)       VALUE SPACES.

       01  EDITED-COUNTS.
           05  ED-MASTER-COUNT         PIC 9(2).
           05  ED-DETAIL-COUNT         PIC 9(3).
           05  ED-COVERED-COUNT        PIC 9(3).

       01  INTEGRITY-COUNTS.
           05  MASTER-READ-COUNT       PIC 9(6)        VALUE 0.
           05  DEPENDS-READ-COUNT      PIC 9(6)        VALUE 0.
           05  ARCHIVE-READ-COUNT      PIC 9(6)        VALUE 0.
           05  BLOCKING-COUNT          PIC 9(6)        VALUE 0.
           05  WARNING-COUNT           PIC 9(6)        VALUE 0.
           05  UNLISTED-COUNT          PIC 9(6)        VALUE 0.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05  CD-DAY                  PIC XX.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      * Default master name - overridden by CS370Parameters.txt so
      * the check runs against the master the cycle will price.
       01  FILE-NAME-FIELDS.
           05  PM-EFFECTIVE-INPUT-FILE  PIC X(30)
                                         VALUE 'PR2FA21-AL.txt'.

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
           05                          PIC X(32)       VALUE
                              'PRE-CYCLE INTEGRITY AUDIT'.

       01  CYCLE-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'CYCLE: '.
           05  CL-CYCLE-DATE           PIC 9(8).
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                   'MASTER FILES:  '.
           05  CL-FILE-COUNT           PIC 9.

       01  SECTION-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SL-TITLE                PIC X(70).

       01  EXCEPTION-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STORE'.
           05                          PIC X(7)        VALUE 'EMP'.
           05                          PIC X(14)       VALUE 'CHECK'.
           05                          PIC X(9)        VALUE
                                                       'EXCEPTION'.

       01  EXCEPTION-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  XL-STORE-ID             PIC X(4).
           05                          PIC X(2)        VALUE SPACES.
           05  XL-EMP-ID               PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  XL-CHECK                PIC X(12).
           05                          PIC X(2)        VALUE SPACES.
           05  XL-DETAIL               PIC X(46).

       01  INTEGRITY-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  ISL-LABEL               PIC X(40).
           05  ISL-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-CHECK-STORES-ROUTINE
           PERFORM 26-CHECK-POSITIONS-ROUTINE
           PERFORM 27-CHECK-DEPENDENTS-ROUTINE
           PERFORM 29-CHECK-DEP-COUNTS-ROUTINE
           PERFORM 40-EOF-ROUTINE
           STOP RUN
           .

       15-HSKPING-ROUTINE.

           PERFORM 18-LOAD-PARAMETERS-ROUTINE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           IF WS-CYCLE-DATE IS EQUAL TO ZERO
               MOVE CURRENT-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 19-STAMP-RUN-START-ROUTINE

           PERFORM 16-LOAD-GL-MAP-ROUTINE
           PERFORM 16B-LOAD-POSITION-MASTER-ROUTINE
           PERFORM 16D-LOAD-BUDGET-ROUTINE
           PERFORM 17-LOAD-EMPLOYEES-ROUTINE

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           PERFORM 20-REPORT-HEADER-ROUTINE
           .

      * A missing map file is one blocking exception rather than one
      * per store - the fix is the same either way.
       16-LOAD-GL-MAP-ROUTINE.
           OPEN INPUT GL-ACCOUNT-MAP-FILE

           IF WS-GL-MAP-FILE-STATUS IS EQUAL TO '00'
               SET GL-MAP-AVAILABLE TO TRUE
               PERFORM UNTIL NO-MORE-GL-MAPS
                   READ GL-ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'N' TO GL-MAP-EOF-FLAG
                       NOT AT END
                           PERFORM 16A-ADD-GL-MAP-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP-FILE
           ELSE
               MOVE 'B' TO EW-SEVERITY
               MOVE SPACES TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'GL MAP' TO EW-CHECK
               MOVE 'GL-ACCOUNT-MAP.TXT NOT AVAILABLE' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

       16A-ADD-GL-MAP-ENTRY-ROUTINE.
           IF GL-MAP-TABLE-COUNT IS LESS THAN 60
               ADD 1 TO GL-MAP-TABLE-COUNT
               MOVE GM-STORE-ID TO GLM-STORE-ID(GL-MAP-TABLE-COUNT)
           ELSE
               DISPLAY 'GL MAP TABLE FULL - STORE ' GM-STORE-ID
                       ' WAS NOT LOADED AND WILL SHOW AS UNMAPPED'
           END-IF
           .

       16B-LOAD-POSITION-MASTER-ROUTINE.
           OPEN INPUT POSITION-MASTER-FILE

           IF WS-POSITION-FILE-STATUS IS EQUAL TO '00'
               SET POSITION-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL NO-MORE-POSITIONS
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE 'N' TO POSITION-EOF-FLAG
                       NOT AT END
                           PERFORM 16C-ADD-POSITION-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           ELSE
               MOVE 'B' TO EW-SEVERITY
               MOVE SPACES TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'POSITION' TO EW-CHECK
               MOVE 'POSITIONMASTER.TXT NOT AVAILABLE' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

       16C-ADD-POSITION-ENTRY-ROUTINE.
           IF POSITION-TABLE-COUNT IS LESS THAN 20
               ADD 1 TO POSITION-TABLE-COUNT
               MOVE PS-POSITION TO PT-POSITION(POSITION-TABLE-COUNT)
           ELSE
               DISPLAY 'POSITION TABLE FULL - POSITION ' PS-POSITION
                       ' WAS NOT LOADED AND WILL SHOW AS MISSING'
           END-IF
           .

       16D-LOAD-BUDGET-ROUTINE.
           OPEN INPUT STORE-BUDGET-FILE

           IF WS-BUDGET-FILE-STATUS IS EQUAL TO '00'
               SET BUDGET-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL NO-MORE-BUDGETS
                   READ STORE-BUDGET-FILE
                       AT END
                           MOVE 'N' TO BUDGET-EOF-FLAG
                       NOT AT END
                           PERFORM 16E-ADD-BUDGET-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE STORE-BUDGET-FILE
           ELSE
               MOVE 'W' TO EW-SEVERITY
               MOVE SPACES TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'BUDGET' TO EW-CHECK
               MOVE 'STORE-BUDGET.TXT NOT AVAILABLE - NO ENFORCEMENT'
                                                         TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

       16E-ADD-BUDGET-ENTRY-ROUTINE.
           IF BUDGET-TABLE-COUNT IS LESS THAN 60
               ADD 1 TO BUDGET-TABLE-COUNT
               MOVE SB-STORE-ID TO BT-STORE-ID(BUDGET-TABLE-COUNT)
           ELSE
               DISPLAY 'BUDGET TABLE FULL - STORE ' SB-STORE-ID
                       ' WAS NOT LOADED AND WILL SHOW AS UNBUDGETED'
           END-IF
           .

       17-LOAD-EMPLOYEES-ROUTINE.
           MOVE 1 TO CURRENT-FILE-NUM
           PERFORM UNTIL CURRENT-FILE-NUM IS GREATER THAN
                                                  INPUT-FILE-COUNT
               MOVE INPUT-FILE-NAME(CURRENT-FILE-NUM) TO
                                            PM-EFFECTIVE-INPUT-FILE
               PERFORM 17A-LOAD-ONE-MASTER-ROUTINE
               ADD 1 TO CURRENT-FILE-NUM
           END-PERFORM
           .

      * A master that cannot be opened blocks the run - nothing on it
      * has been checked.
       17A-LOAD-ONE-MASTER-ROUTINE.
           MOVE SPACE TO EMPLOYEE-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE

           IF WS-EMPLOYEE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-EMPLOYEES
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO EMPLOYEE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO MASTER-READ-COUNT
                           PERFORM 17B-ADD-EMPLOYEE-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               MOVE 'B' TO EW-SEVERITY
               MOVE SPACES TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'MASTER' TO EW-CHECK
               MOVE SPACES TO EW-DETAIL
               STRING PM-EFFECTIVE-INPUT-FILE DELIMITED BY SPACE
                      ' NOT AVAILABLE' DELIMITED BY SIZE
                   INTO EW-DETAIL
               END-STRING
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

      * A master the table cannot hold blocks the run for the same
      * reason - the employees left out were never checked.
       17B-ADD-EMPLOYEE-ENTRY-ROUTINE.
           IF EMP-TABLE-COUNT IS LESS THAN 2000
               ADD 1 TO EMP-TABLE-COUNT
               MOVE EM-KEY TO ET-KEY(EMP-TABLE-COUNT)
               MOVE EM-POSITION TO ET-POSITION(EMP-TABLE-COUNT)
               MOVE EM-STATUS TO ET-STATUS(EMP-TABLE-COUNT)
               MOVE EM-NUM-DEPENDENTS TO
                                 ET-NUM-DEPENDENTS(EMP-TABLE-COUNT)
               MOVE ZEROS TO ET-DETAIL-COUNT(EMP-TABLE-COUNT)
               MOVE ZEROS TO ET-COVERED-COUNT(EMP-TABLE-COUNT)
               IF EM-STATUS IS NOT EQUAL TO 'T'
                   PERFORM 17C-NOTE-MASTER-STORE-ROUTINE
               END-IF
           ELSE
               MOVE 'B' TO EW-SEVERITY
               MOVE EM-STORE-ID TO EW-STORE-ID
               MOVE EM-EMP-ID TO EW-EMP-ID
               MOVE 'MASTER' TO EW-CHECK
               MOVE 'EMPLOYEE TABLE FULL - NOT CHECKED' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

       17C-NOTE-MASTER-STORE-ROUTINE.
           MOVE 'N' TO ENTRY-FOUND-SW
           SET MST-IDX TO 1
           SEARCH MASTER-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN MST-IDX IS GREATER THAN MASTER-STORE-COUNT
                   CONTINUE
               WHEN MST-STORE-ID(MST-IDX) IS EQUAL TO EM-STORE-ID
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF NOT ENTRY-FOUND
               IF MASTER-STORE-COUNT IS LESS THAN 60
                   ADD 1 TO MASTER-STORE-COUNT
                   MOVE EM-STORE-ID TO
                                  MST-STORE-ID(MASTER-STORE-COUNT)
               ELSE
                   MOVE 'B' TO EW-SEVERITY
                   MOVE EM-STORE-ID TO EW-STORE-ID
                   MOVE SPACES TO EW-EMP-ID
                   MOVE 'MASTER' TO EW-CHECK
                   MOVE 'STORE TABLE FULL - STORE NOT CHECKED' TO
                                                         EW-DETAIL
                   PERFORM 30-ADD-EXCEPTION-ROUTINE
               END-IF
           END-IF
           .

       18-LOAD-PARAMETERS-ROUTINE.
           MOVE PM-EFFECTIVE-INPUT-FILE TO INPUT-FILE-NAME(1)
           OPEN INPUT PARAMETER-FILE

           IF WS-PARAMETER-FILE-STATUS IS EQUAL TO '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-INPUT-FILE-NAME NOT EQUAL TO SPACES
                           MOVE PM-INPUT-FILE-NAME TO
                                            INPUT-FILE-NAME(1)
                       END-IF
                       IF PM-INPUT-FILE-NAME-2 NOT EQUAL TO SPACES
                           ADD 1 TO INPUT-FILE-COUNT
                           MOVE PM-INPUT-FILE-NAME-2 TO
                                 INPUT-FILE-NAME(INPUT-FILE-COUNT)
                       END-IF
                       IF PM-INPUT-FILE-NAME-3 NOT EQUAL TO SPACES
                           ADD 1 TO INPUT-FILE-COUNT
                           MOVE PM-INPUT-FILE-NAME-3 TO
                                 INPUT-FILE-NAME(INPUT-FILE-COUNT)
                       END-IF
                       IF PM-AS-OF-DATE IS NUMERIC
                           MOVE PM-AS-OF-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           .

      * The start stamp says the audit began; the end stamp written
      * by 40-EOF-ROUTINE carries the result.  Both name the first
      * input file, as the edit pass's stamps do.  The file stays
      * open from this stamp to the end stamp, as in the edit pass;
      * if it cannot be opened the audit still runs and reports, but
      * Operations is told the result was not stamped.
       19-STAMP-RUN-START-ROUTINE.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00'
               SET RUNCTL-OPEN TO TRUE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'INTEGRTY' TO RC-PROGRAM
               MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
               MOVE INPUT-FILE-NAME(1) TO RC-INPUT-FILE
               MOVE ZEROS TO RC-RECORD-COUNT
               MOVE 'S' TO RC-STAMP-TYPE
               MOVE 'N' TO RC-OVERRIDE
               WRITE RUN-CONTROL-RECORD
           ELSE
               DISPLAY 'CS370RUNCONTROL.TXT COULD NOT BE OPENED - '
                       'STATUS ' WS-RUNCTL-FILE-STATUS
               DISPLAY '  THE AUDIT RESULT WILL NOT BE STAMPED'
           END-IF
           .

       20-REPORT-HEADER-ROUTINE.

           WRITE INTEGRITY-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE INTEGRITY-REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE WS-CYCLE-DATE TO CL-CYCLE-DATE
           MOVE INPUT-FILE-COUNT TO CL-FILE-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM CYCLE-LINE
               AFTER ADVANCING PROPER-SPACING
           .

      * Every store with an active or on-leave employee needs a GL
      * mapping, or the apply run's distribution goes out
      * UNCERTIFIED, and should have a budget row, or its budget is
      * not enforced.
       25-CHECK-STORES-ROUTINE.
           SET MST-IDX TO 1
           PERFORM UNTIL MST-IDX IS GREATER THAN MASTER-STORE-COUNT
               IF GL-MAP-AVAILABLE
                   PERFORM 25A-CHECK-GL-MAP-ROUTINE
               END-IF
               IF BUDGET-FILE-AVAILABLE
                   PERFORM 25B-CHECK-BUDGET-ROUTINE
               END-IF
               SET MST-IDX UP BY 1
           END-PERFORM
           .

       25A-CHECK-GL-MAP-ROUTINE.
           MOVE 'N' TO ENTRY-FOUND-SW
           SET GLM-IDX TO 1
           SEARCH GL-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN GLM-IDX IS GREATER THAN GL-MAP-TABLE-COUNT
                   CONTINUE
               WHEN GLM-STORE-ID(GLM-IDX) IS EQUAL TO
                                             MST-STORE-ID(MST-IDX)
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF NOT ENTRY-FOUND
               MOVE 'B' TO EW-SEVERITY
               MOVE MST-STORE-ID(MST-IDX) TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'GL MAP' TO EW-CHECK
               MOVE 'STORE HAS NO GL-ACCOUNT-MAP.TXT ROW' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

       25B-CHECK-BUDGET-ROUTINE.
           MOVE 'N' TO ENTRY-FOUND-SW
           SET BGT-IDX TO 1
           SEARCH BUDGET-ENTRY
               AT END
                   CONTINUE
               WHEN BGT-IDX IS GREATER THAN BUDGET-TABLE-COUNT
                   CONTINUE
               WHEN BT-STORE-ID(BGT-IDX) IS EQUAL TO
                                             MST-STORE-ID(MST-IDX)
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF NOT ENTRY-FOUND
               MOVE 'W' TO EW-SEVERITY
               MOVE MST-STORE-ID(MST-IDX) TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'BUDGET' TO EW-CHECK
               MOVE 'STORE HAS NO STORE-BUDGET.TXT ROW' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

      * A terminated employee is never priced, so only active and
      * on-leave employees need a salary band.
       26-CHECK-POSITIONS-ROUTINE.
           IF POSITION-FILE-AVAILABLE
               SET EMP-IDX TO 1
               PERFORM UNTIL EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
                   IF ET-STATUS(EMP-IDX) IS NOT EQUAL TO 'T'
                       PERFORM 26A-CHECK-ONE-POSITION-ROUTINE
                   END-IF
                   SET EMP-IDX UP BY 1
               END-PERFORM
           END-IF
           .

       26A-CHECK-ONE-POSITION-ROUTINE.
           MOVE 'N' TO ENTRY-FOUND-SW
           SET POSN-IDX TO 1
           SEARCH POSITION-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN POSN-IDX IS GREATER THAN POSITION-TABLE-COUNT
                   CONTINUE
               WHEN PT-POSITION(POSN-IDX) IS EQUAL TO
                                               ET-POSITION(EMP-IDX)
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF NOT ENTRY-FOUND
               MOVE 'B' TO EW-SEVERITY
               MOVE ET-STORE-ID(EMP-IDX) TO EW-STORE-ID
               MOVE ET-EMP-ID(EMP-IDX) TO EW-EMP-ID
               MOVE 'POSITION' TO EW-CHECK
               MOVE SPACES TO EW-DETAIL
               STRING 'POSITION ' DELIMITED BY SIZE
                      ET-POSITION(EMP-IDX) DELIMITED BY SIZE
                      ' NOT ON POSITIONMASTER.TXT' DELIMITED BY SIZE
                   INTO EW-DETAIL
               END-STRING
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF
           .

      * One pass over the dependent file: each record is counted
      * against its employee, or held as an orphan when its key is
      * not on the master.  The archive is read only when there are
      * orphans to explain, as CS370MAINT does for its carried keys.
       27-CHECK-DEPENDENTS-ROUTINE.
           OPEN INPUT DEPENDS-FILE

           IF WS-DEPENDS-FILE-STATUS IS EQUAL TO '00'
               SET DEPENDS-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL NO-MORE-DEPENDS
                   READ DEPENDS-FILE
                       AT END
                           MOVE 'N' TO DEPENDS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO DEPENDS-READ-COUNT
                           PERFORM 27A-MATCH-DEPENDENT-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE DEPENDS-FILE
           ELSE
               MOVE 'B' TO EW-SEVERITY
               MOVE SPACES TO EW-STORE-ID
               MOVE SPACES TO EW-EMP-ID
               MOVE 'DEPENDENT' TO EW-CHECK
               MOVE 'EMPLOYEE-DEPENDS.TXT NOT AVAILABLE' TO EW-DETAIL
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           END-IF

           IF ORPHAN-TABLE-COUNT IS GREATER THAN ZERO
               PERFORM 28-CHECK-ARCHIVE-ROUTINE
               MOVE 1 TO ORPHAN-SUB
               PERFORM UNTIL ORPHAN-SUB IS GREATER THAN
                                                  ORPHAN-TABLE-COUNT
                   PERFORM 28B-REPORT-ORPHAN-ROUTINE
                   ADD 1 TO ORPHAN-SUB
               END-PERFORM
           END-IF
           .

       27A-MATCH-DEPENDENT-ROUTINE.
           MOVE 'N' TO ENTRY-FOUND-SW
           SET EMP-IDX TO 1
           SEARCH EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
                   CONTINUE
               WHEN ET-KEY(EMP-IDX) IS EQUAL TO DP-KEY
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH

           IF ENTRY-FOUND
               ADD 1 TO ET-DETAIL-COUNT(EMP-IDX)
               IF DP-COVERAGE-FLAG IS EQUAL TO 'Y'
                   ADD 1 TO ET-COVERED-COUNT(EMP-IDX)
               END-IF
           ELSE
               IF ORPHAN-TABLE-COUNT IS LESS THAN 500
                   ADD 1 TO ORPHAN-TABLE-COUNT
                   MOVE DP-KEY TO OT-KEY(ORPHAN-TABLE-COUNT)
                   MOVE DP-NAME TO OT-NAME(ORPHAN-TABLE-COUNT)
                   MOVE SPACE TO OT-FATE-SW(ORPHAN-TABLE-COUNT)
               ELSE
                   MOVE 'W' TO EW-SEVERITY
                   MOVE DP-STORE-ID TO EW-STORE-ID
                   MOVE DP-EMP-ID TO EW-EMP-ID
                   MOVE 'DEPENDENT' TO EW-CHECK
                   MOVE SPACES TO EW-DETAIL
                   STRING 'NOT ON MASTER - ' DELIMITED BY SIZE
                          DP-NAME DELIMITED BY SIZE
                       INTO EW-DETAIL
                   END-STRING
                   PERFORM 30-ADD-EXCEPTION-ROUTINE
               END-IF
           END-IF
           .

      * A missing archive file means nothing was ever archived.
       28-CHECK-ARCHIVE-ROUTINE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO ARCHIVE-READ-COUNT
                           PERFORM 28A-MARK-ARCHIVED-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

       28A-MARK-ARCHIVED-ROUTINE.
           MOVE 1 TO ORPHAN-SUB
           PERFORM UNTIL ORPHAN-SUB IS GREATER THAN ORPHAN-TABLE-COUNT
               IF OT-KEY(ORPHAN-SUB) IS EQUAL TO AR-KEY
                   MOVE 'A' TO OT-FATE-SW(ORPHAN-SUB)
               END-IF
               ADD 1 TO ORPHAN-SUB
           END-PERFORM
           .

      * An orphan not on the archive may belong to an employee since
      * transferred - the same employee ID on the master under
      * another store - whose dependents were never moved with them.
       28B-REPORT-ORPHAN-ROUTINE.
           IF OT-FATE-SW(ORPHAN-SUB) IS NOT EQUAL TO 'A'
               SET EMP-IDX TO 1
               SEARCH EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
                       CONTINUE
                   WHEN ET-EMP-ID(EMP-IDX) IS EQUAL TO
                                               OT-EMP-ID(ORPHAN-SUB)
                       MOVE 'X' TO OT-FATE-SW(ORPHAN-SUB)
               END-SEARCH
           END-IF

           MOVE 'W' TO EW-SEVERITY
           MOVE OT-STORE-ID(ORPHAN-SUB) TO EW-STORE-ID
           MOVE OT-EMP-ID(ORPHAN-SUB) TO EW-EMP-ID
           MOVE 'DEPENDENT' TO EW-CHECK
           MOVE SPACES TO EW-DETAIL
           EVALUATE OT-FATE-SW(ORPHAN-SUB)
               WHEN 'A'
                   STRING 'EMPLOYEE ARCHIVED - ' DELIMITED BY SIZE
                          OT-NAME(ORPHAN-SUB) DELIMITED BY SIZE
                       INTO EW-DETAIL
                   END-STRING
               WHEN 'X'
                   STRING 'EMPLOYEE TRANSFERRED - ' DELIMITED BY SIZE
                          OT-NAME(ORPHAN-SUB) DELIMITED BY SIZE
                       INTO EW-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING 'NO MASTER OR ARCHIVE - ' DELIMITED BY SIZE
                          OT-NAME(ORPHAN-SUB) DELIMITED BY SIZE
                       INTO EW-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 30-ADD-EXCEPTION-ROUTINE
           .

      * EMP-NUM-DEPENDENTS must match the dependent records on file
      * for the key, covered or not - CS370MAINT steps the count with
      * every dependent it adds or removes.  Without the dependent
      * file there is nothing to compare against.
       29-CHECK-DEP-COUNTS-ROUTINE.
           IF DEPENDS-FILE-AVAILABLE
               SET EMP-IDX TO 1
               PERFORM UNTIL EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
                   PERFORM 29A-CHECK-ONE-COUNT-ROUTINE
                   SET EMP-IDX UP BY 1
               END-PERFORM
           END-IF
           .

       29A-CHECK-ONE-COUNT-ROUTINE.
           MOVE 'B' TO EW-SEVERITY
           MOVE ET-STORE-ID(EMP-IDX) TO EW-STORE-ID
           MOVE ET-EMP-ID(EMP-IDX) TO EW-EMP-ID
           MOVE 'DEP COUNT' TO EW-CHECK
           MOVE SPACES TO EW-DETAIL
           MOVE ET-DETAIL-COUNT(EMP-IDX) TO ED-DETAIL-COUNT
           MOVE ET-COVERED-COUNT(EMP-IDX) TO ED-COVERED-COUNT

           IF ET-NUM-DEPENDENTS(EMP-IDX) IS NOT NUMERIC
               STRING 'MASTER COUNT NOT NUMERIC - ON FILE '
                                                   DELIMITED BY SIZE
                      ED-DETAIL-COUNT DELIMITED BY SIZE
                   INTO EW-DETAIL
               END-STRING
               PERFORM 30-ADD-EXCEPTION-ROUTINE
           ELSE
               IF ET-NUM-DEPENDENTS-N(EMP-IDX) IS NOT EQUAL TO
                                           ET-DETAIL-COUNT(EMP-IDX)
                   MOVE ET-NUM-DEPENDENTS-N(EMP-IDX) TO
                                                   ED-MASTER-COUNT
                   STRING 'MASTER COUNT ' DELIMITED BY SIZE
                          ED-MASTER-COUNT DELIMITED BY SIZE
                          ' - ON FILE ' DELIMITED BY SIZE
                          ED-DETAIL-COUNT DELIMITED BY SIZE
                          ', COVERED ' DELIMITED BY SIZE
                          ED-COVERED-COUNT DELIMITED BY SIZE
                       INTO EW-DETAIL
                   END-STRING
                   PERFORM 30-ADD-EXCEPTION-ROUTINE
               END-IF
           END-IF
           .

      * Every exception is counted by severity; one the table cannot
      * hold still counts, and the report says how many went
      * unlisted.
       30-ADD-EXCEPTION-ROUTINE.
           IF EW-BLOCKS-RUN
               ADD 1 TO BLOCKING-COUNT
           ELSE
               ADD 1 TO WARNING-COUNT
           END-IF

           IF EXCEPTION-TABLE-COUNT IS LESS THAN 1000
               ADD 1 TO EXCEPTION-TABLE-COUNT
               MOVE EW-SEVERITY TO EX-SEVERITY(EXCEPTION-TABLE-COUNT)
               MOVE EW-STORE-ID TO EX-STORE-ID(EXCEPTION-TABLE-COUNT)
               MOVE EW-EMP-ID TO EX-EMP-ID(EXCEPTION-TABLE-COUNT)
               MOVE EW-CHECK TO EX-CHECK(EXCEPTION-TABLE-COUNT)
               MOVE EW-DETAIL TO EX-DETAIL(EXCEPTION-TABLE-COUNT)
           ELSE
               ADD 1 TO UNLISTED-COUNT
           END-IF
           .

       38-WRITE-REPORT-LINE-ROUTINE.
           WRITE INTEGRITY-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       40-EOF-ROUTINE.
           MOVE 'BLOCKS THE INCREASE RUN - CORRECT BEFORE RELEASE'
                                                         TO SL-TITLE
           MOVE 'B' TO WS-PRINT-SEVERITY
           PERFORM 41-PRINT-SEVERITY-ROUTINE

           MOVE 'WARNINGS - REVIEW BEFORE RELEASE' TO SL-TITLE
           MOVE 'W' TO WS-PRINT-SEVERITY
           PERFORM 41-PRINT-SEVERITY-ROUTINE

           PERFORM 42-PRINT-SUMMARY-ROUTINE

           IF RUNCTL-OPEN
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'INTEGRTY' TO RC-PROGRAM
               MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
               MOVE INPUT-FILE-NAME(1) TO RC-INPUT-FILE
               MOVE MASTER-READ-COUNT TO RC-RECORD-COUNT
               IF BLOCKING-COUNT IS GREATER THAN ZERO
                   MOVE 'F' TO RC-STAMP-TYPE
               ELSE
                   MOVE 'E' TO RC-STAMP-TYPE
               END-IF
               MOVE 'N' TO RC-OVERRIDE
               WRITE RUN-CONTROL-RECORD
               IF WS-RUNCTL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CS370RUNCONTROL.TXT END STAMP NOT WRITTEN'
                           ' - STATUS ' WS-RUNCTL-FILE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF

           CLOSE INTEGRITY-REPORT-FILE

           IF BLOCKING-COUNT IS GREATER THAN ZERO
               DISPLAY 'INTEGRITY AUDIT FAILED - ' BLOCKING-COUNT
                       ' EXCEPTIONS BLOCK THE INCREASE RUN'
           END-IF
           .

       41-PRINT-SEVERITY-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE EXCEPTION-HEADING TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE 1 TO EXCEPTION-SUB
           PERFORM UNTIL EXCEPTION-SUB IS GREATER THAN
                                               EXCEPTION-TABLE-COUNT
               IF EX-SEVERITY(EXCEPTION-SUB) IS EQUAL TO
                                                  WS-PRINT-SEVERITY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE EX-STORE-ID(EXCEPTION-SUB) TO XL-STORE-ID
                   MOVE EX-EMP-ID(EXCEPTION-SUB) TO XL-EMP-ID
                   MOVE EX-CHECK(EXCEPTION-SUB) TO XL-CHECK
                   MOVE EX-DETAIL(EXCEPTION-SUB) TO XL-DETAIL
                   MOVE EXCEPTION-LINE TO INTEGRITY-REPORT-RECORD
                   PERFORM 38-WRITE-REPORT-LINE-ROUTINE
               END-IF
               ADD 1 TO EXCEPTION-SUB
           END-PERFORM

           IF WS-SECTION-COUNT IS EQUAL TO ZERO
               MOVE 'NONE' TO SL-TITLE
               MOVE SECTION-LINE TO INTEGRITY-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           END-IF
           .

       42-PRINT-SUMMARY-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           MOVE 'MASTER RECORDS READ:' TO ISL-LABEL
           MOVE MASTER-READ-COUNT TO ISL-COUNT
           MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'STORES CHECKED:' TO ISL-LABEL
           MOVE MASTER-STORE-COUNT TO ISL-COUNT
           MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'DEPENDENT RECORDS READ:' TO ISL-LABEL
           MOVE DEPENDS-READ-COUNT TO ISL-COUNT
           MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'BLOCKING EXCEPTIONS:' TO ISL-LABEL
           MOVE BLOCKING-COUNT TO ISL-COUNT
           MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'WARNINGS:' TO ISL-LABEL
           MOVE WARNING-COUNT TO ISL-COUNT
           MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           IF UNLISTED-COUNT IS GREATER THAN ZERO
               MOVE 'EXCEPTIONS COUNTED BUT NOT LISTED:' TO ISL-LABEL
               MOVE UNLISTED-COUNT TO ISL-COUNT
               MOVE INTEGRITY-SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           END-IF

           IF BLOCKING-COUNT IS GREATER THAN ZERO
               MOVE 'RESULT: FAILED - DO NOT RELEASE THE INCREASE RUN'
                                                         TO SL-TITLE
           ELSE
               MOVE 'RESULT: PASSED' TO SL-TITLE
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE SECTION-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           .
