       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370COBRA.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program tracks the continuation-coverage (COBRA) notices
      * the carrier drop records call for.  CS370PROGRAM1 already
      * sends the carrier a 'T' drop for every terminated employee
      * and an 'E' drop for every dependent aged out of coverage,
      * but the notice each of those people is owed lived in a
      * binder, and a missed notice carries a penalty.  Each cycle
      * this program picks up every qualifying event on the
      * transmission it has not seen before, writes a notice letter
      * to each affected person with the plans they may continue
      * and the date their election must be received by, keeps a
      * cumulative tracking file with the 60-day election window,
      * records the elections and waivers the benefits office has
      * received, and prints an aging report of the open events
      * that are nearing or past their deadline.
      * ******
      * INPUT:
      *    Carrier-Enrollment.txt - the H/D/T/E/Z transmission this
      *        cycle's increase run produced; only the 'T' and 'E'
      *        drop records are read.  They repeat every cycle until
      *        the employee is archived or the dependent dropped, so
      *        an event already on the tracking file is skipped.
      *    The employee master (name supplied by CS370Parameters.txt,
      *    PR2FA21-AL.txt by default) supplies the store, name and
      *    health and dental plans for each employee.  In a
      *    consolidated run the second and third state files named
      *    on CS370Parameters.txt are loaded with it, since the
      *    enrollment drops cover all three.
      *    Employee-Depends.txt - covered dependents of a terminated
      *        employee lose coverage with the employee and get their
      *        own notice.
      *    Cobra-Tracking.txt - every event noticed so far, carried
      *        from the prior cycle.  Operations renames
      *        Cobra-Tracking-New.txt to this name between cycles.
      *    Cobra-Elections.txt - the responses the benefits office
      *        received: notice number, employee ID, response code
      *        (E = elected, W = waived, X = closed with no election)
      *        and the date received.
      *    CS370Parameters.txt also supplies the cycle/as-of date
      *        (today when not supplied).
      * *******
      * OUTPUT:
      *    Cobra-Notices.txt - one letter per affected person, each
      *        on its own page: notice number, name, qualifying
      *        event and its date, the health and dental plans that
      *        may be continued, and the election deadline
      *    Cobra-Tracking-New.txt - the tracking file after this
      *        cycle's new events and responses
      *    Cobra-Aging-Report.txt - the notices written this cycle,
      *        the responses recorded or refused, every open event
      *        due within 15 days or past its deadline, and counts
      *
      * An election is due 60 days after the later of the event date
      * and the date the notice went out.  An election received after
      * the deadline is refused and left for the benefits office to
      * close with an 'X' response.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO 'Carrier-Enrollment.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO PM-EFFECTIVE-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT DEPENDS-FILE
               ASSIGN TO 'Employee-Depends.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDS-FILE-STATUS.
           SELECT TRACKING-IN-FILE
               ASSIGN TO 'Cobra-Tracking.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACKING-FILE-STATUS.
           SELECT ELECTION-FILE
               ASSIGN TO 'Cobra-Elections.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTION-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'CS370Parameters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT TRACKING-NEW-FILE
               ASSIGN TO 'Cobra-Tracking-New.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE
               ASSIGN TO PRINTER 'Cobra-Notices.txt'.
           SELECT AGING-REPORT-FILE
               ASSIGN TO PRINTER 'Cobra-Aging-Report.txt'.

       DATA DIVISION.
       FILE SECTION.

      * Only the drop records matter here.  The 'T' record carries the
      * separation date, the 'E' record the aged-out dependent's name
      * and birth date.
       FD ENROLLMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ENROLLMENT-RECORD.
           05  EN-RECORD-TYPE          PIC X(1).
               88  EN-TYPE-TERM                        VALUE 'T'.
               88  EN-TYPE-DEPDROP                     VALUE 'E'.
           05  EN-EMP-ID               PIC X(5).
           05  EN-TERM-DATA.
               10  EN-SEPARATION-DATE  PIC X(8).
               10  FILLER              PIC X(66).
           05  EN-DEPDROP-DATA REDEFINES EN-TERM-DATA.
               10  EN-DEP-NAME         PIC X(20).
               10  EN-BIRTH-DATE       PIC X(8).
               10  FILLER              PIC X(46).

      * Master fields are carried as display characters - a record
      * with garbage in a numeric column must still give up its name
      * and plans.
       FD EMPLOYEE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  EMPLOYEE-RECORD.
           05  EM-STORE-ID             PIC X(4).
           05  EM-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(2).
           05  EM-LAST-NAME            PIC X(10).
           05  EM-FIRST-NAME           PIC X(10).
           05  FILLER                  PIC X(46).
           05  EM-HEALTH-PLAN          PIC X(1).
           05  FILLER                  PIC X(3).
           05  EM-DENTAL-PLAN          PIC X(1).
           05  FILLER                  PIC X(3).

       FD DEPENDS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  DEPENDS-RECORD.
           05  DP-STORE-ID             PIC X(4).
           05  DP-EMP-ID               PIC X(5).
           05  DP-NAME                 PIC X(20).
           05  DP-BIRTH-DATE           PIC X(8).
           05  DP-RELATIONSHIP         PIC X(1).
           05  DP-COVERAGE-FLAG        PIC X(1).
           05  FILLER                  PIC X(1).

      * One record per person per qualifying event.  The notice number
      * is what the benefits office keys a response against.
       FD TRACKING-IN-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  TRACKING-IN-RECORD.
           05  TK-NOTICE-ID            PIC 9(6).
           05  TK-EMP-ID               PIC X(5).
           05  TK-STORE-ID             PIC X(4).
           05  TK-EVENT-TYPE           PIC X(1).
           05  TK-PERSON-TYPE          PIC X(1).
           05  TK-PERSON-NAME          PIC X(20).
           05  TK-EVENT-DATE           PIC 9(8).
           05  TK-NOTICE-DATE          PIC 9(8).
           05  TK-DEADLINE-DATE        PIC 9(8).
           05  TK-HEALTH-PLAN          PIC X(1).
           05  TK-DENTAL-PLAN          PIC X(1).
           05  TK-STATUS               PIC X(1).
           05  TK-RESPONSE-DATE        PIC X(8).
           05  FILLER                  PIC X(28).

       FD ELECTION-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  ELECTION-RECORD.
           05  EL-NOTICE-ID            PIC X(6).
           05  EL-EMP-ID               PIC X(5).
           05  EL-RESPONSE-CODE        PIC X(1).
               88  EL-ELECTED                          VALUE 'E'.
               88  EL-WAIVED                           VALUE 'W'.
               88  EL-CLOSED                           VALUE 'X'.
           05  EL-RESPONSE-DATE        PIC X(8).
           05  FILLER                  PIC X(20).

      * Only the three input names and the cycle/as-of date matter
      * here; the rate fields in between belong to CS370PROGRAM1.
       FD PARAMETER-FILE
           RECORD CONTAINS 165 CHARACTERS.

       01  PARAMETER-RECORD.
           05  PM-INPUT-FILE-NAME      PIC X(30).
           05  PM-OUTPUT-FILE-NAME     PIC X(30).
           05  FILLER                  PIC X(37).
           05  PM-INPUT-FILE-NAME-2    PIC X(30).
           05  PM-INPUT-FILE-NAME-3    PIC X(30).
           05  PM-AS-OF-DATE           PIC X(8).

       FD TRACKING-NEW-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  TRACKING-NEW-RECORD         PIC X(100).

       FD NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  NOTICE-RECORD               PIC X(80).

       FD AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AGING-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ENROLL-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-ENROLLMENTS                  VALUE 'N'.
           05  EMPLOYEE-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-EMPLOYEES                    VALUE 'N'.
           05  DEPENDS-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-DEPENDS                      VALUE 'N'.
           05  TRACKING-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-TRACKING                     VALUE 'N'.
           05  ELECTION-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-ELECTIONS                    VALUE 'N'.
           05  EMP-FOUND-SW            PIC X           VALUE 'N'.
               88 EMP-ON-MASTER                        VALUE 'Y'.
           05  EVENT-FOUND-SW          PIC X           VALUE 'N'.
               88 EVENT-ALREADY-TRACKED                VALUE 'Y'.
           05  NOTICE-FOUND-SW         PIC X           VALUE 'N'.
               88 NOTICE-ON-FILE                       VALUE 'Y'.
           05  WS-ENROLL-FILE-STATUS   PIC XX          VALUE '00'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-DEPENDS-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-TRACKING-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-ELECTION-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-PARAMETER-FILE-STATUS
                                        PIC XX          VALUE '00'.

      * Up to three state employee files, as in the consolidated
      * CS370PROGRAM1 run; entry 1 is the original input file.
       01  INPUT-FILE-CONTROLS.
           05  INPUT-FILE-COUNT        PIC 9           VALUE 1.
           05  CURRENT-FILE-NUM        PIC 9           VALUE 1.
           05  INPUT-FILE-TABLE.
               10  INPUT-FILE-NAME     OCCURS 3 TIMES
                                        PIC X(30).

       01  EMPLOYEE-TABLE-CONTROLS.
           05  EMPLOYEE-TABLE-COUNT    PIC 9(4)        VALUE 0.

      * Employee ID to store, name and plans, loaded from the master -
      * the drop records carry only the employee ID.
       01  EMPLOYEE-TABLE.
           05  EMPLOYEE-ENTRY          OCCURS 1000 TIMES
                                        INDEXED BY EMP-IDX.
               10  ET-EMP-ID           PIC X(5).
               10  ET-STORE-ID         PIC X(4).
               10  ET-LAST-NAME        PIC X(10).
               10  ET-FIRST-NAME       PIC X(10).
               10  ET-HEALTH-PLAN      PIC X(1).
               10  ET-DENTAL-PLAN      PIC X(1).

       01  DEPENDENT-TABLE-CONTROLS.
           05  DEPENDENT-TABLE-COUNT   PIC 9(3)        VALUE 0.

      * Covered dependents only - an uncovered dependent loses nothing
      * when the employee leaves.
       01  DEPENDENT-TABLE.
           05  DEPENDENT-ENTRY         OCCURS 500 TIMES
                                        INDEXED BY DEP-IDX.
               10  DT-STORE-ID         PIC X(4).
               10  DT-EMP-ID           PIC X(5).
               10  DT-NAME             PIC X(20).

       01  TRACKING-TABLE-CONTROLS.
           05  TRACKING-TABLE-COUNT    PIC 9(4)        VALUE 0.
           05  WS-LAST-NOTICE-ID       PIC 9(6)        VALUE 0.

      * The whole tracking file in memory: the carried events, plus
      * this cycle's new ones, with responses posted in place before
      * the table is written back out in full.
       01  TRACKING-TABLE.
           05  TRACKING-ENTRY          OCCURS 2000 TIMES
                                        INDEXED BY TRK-IDX.
               10  CB-NOTICE-ID        PIC 9(6).
               10  CB-EMP-ID           PIC X(5).
               10  CB-STORE-ID         PIC X(4).
               10  CB-EVENT-TYPE       PIC X(1).
                   88  CB-EVENT-TERMINATION            VALUE 'T'.
                   88  CB-EVENT-AGE-OUT                VALUE 'E'.
               10  CB-PERSON-TYPE      PIC X(1).
                   88  CB-PERSON-EMPLOYEE              VALUE 'E'.
                   88  CB-PERSON-DEPENDENT             VALUE 'D'.
               10  CB-PERSON-NAME      PIC X(20).
               10  CB-EVENT-DATE       PIC 9(8).
               10  CB-NOTICE-DATE      PIC 9(8).
               10  CB-DEADLINE-DATE    PIC 9(8).
               10  CB-HEALTH-PLAN      PIC X(1).
               10  CB-DENTAL-PLAN      PIC X(1).
               10  CB-STATUS           PIC X(1).
                   88  CB-STATUS-OPEN                  VALUE 'O'.
               10  CB-RESPONSE-DATE    PIC X(8).

      * The event being noticed, built from the drop record and the
      * master before it is checked against the tracking table.
       01  NEW-EVENT-FIELDS.
           05  NE-EMP-ID               PIC X(5).
           05  NE-STORE-ID             PIC X(4).
           05  NE-EVENT-TYPE           PIC X(1).
           05  NE-PERSON-TYPE          PIC X(1).
           05  NE-PERSON-NAME          PIC X(20).
           05  NE-EVENT-DATE           PIC 9(8).
           05  NE-HEALTH-PLAN          PIC X(1).
           05  NE-DENTAL-PLAN          PIC X(1).
           05  NE-EMPLOYEE-NAME        PIC X(21).

       01  COBRA-DATE-FIELDS.
           05  WS-CYCLE-DATE           PIC 9(8)        VALUE 0.
           05  ELECTION-WINDOW-DAYS    PIC 9(3)        VALUE 60.
           05  WARNING-DAYS            PIC 9(3)        VALUE 15.
           05  WS-DAYS-REMAINING       PIC S9(5)       VALUE 0.
           05  WS-CYCLE-DAY-NUMBER     PIC 9(7)        VALUE 0.

      * Calendar work area shared by the day-arithmetic paragraphs:
      * 80 adds WS-DAYS-TO-ADD to WS-CALC-DATE, 81 turns WS-CALC-DATE
      * into a day number so two dates can be subtracted, 82 sets
      * the length of WS-CALC-MONTH in WS-CALC-YEAR.
       01  CALENDAR-FIELDS.
           05  WS-CALC-DATE            PIC 9(8)        VALUE 0.
           05  WS-CALC-PARTS REDEFINES WS-CALC-DATE.
               10  WS-CALC-YEAR        PIC 9(4).
               10  WS-CALC-MONTH       PIC 9(2).
               10  WS-CALC-DAY         PIC 9(2).
           05  WS-DAYS-TO-ADD          PIC 9(3)        VALUE 0.
           05  WS-DAYS-LEFT-IN-MONTH   PIC 9(2)        VALUE 0.
           05  WS-MONTH-LENGTH         PIC 9(2)        VALUE 0.
           05  WS-DAY-NUMBER           PIC 9(7)        VALUE 0.
           05  WS-DN-YEAR              PIC 9(4)        VALUE 0.
           05  WS-DN-MONTH             PIC 9(2)        VALUE 0.
           05  WS-DN-PART              PIC 9(7)        VALUE 0.
           05  WS-LEAP-QUOTIENT        PIC 9(4)        VALUE 0.
           05  WS-LEAP-REM-4           PIC 9(3)        VALUE 0.
           05  WS-LEAP-REM-100         PIC 9(3)        VALUE 0.
           05  WS-LEAP-REM-400         PIC 9(3)        VALUE 0.
           05  LEAP-YEAR-SW            PIC X           VALUE 'N'.
               88 CALC-YEAR-IS-LEAP                    VALUE 'Y'.

       01  MONTH-LENGTH-VALUES.
           05                          PIC X(24)       VALUE
                                       '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  ML-DAYS                 PIC 9(2)        OCCURS 12 TIMES.

       01  COBRA-COUNTS.
           05  TRACKING-IN-COUNT       PIC 9(6)        VALUE 0.
           05  TERM-DROPS-READ-COUNT   PIC 9(6)        VALUE 0.
           05  DEP-DROPS-READ-COUNT    PIC 9(6)        VALUE 0.
           05  ALREADY-TRACKED-COUNT   PIC 9(6)        VALUE 0.
           05  NOTICES-WRITTEN-COUNT   PIC 9(6)        VALUE 0.
           05  NOT-NOTICED-COUNT       PIC 9(6)        VALUE 0.
           05  RESPONSES-READ-COUNT    PIC 9(6)        VALUE 0.
           05  RESPONSES-POSTED-COUNT  PIC 9(6)        VALUE 0.
           05  RESPONSES-REFUSED-COUNT PIC 9(6)        VALUE 0.
           05  OPEN-EVENT-COUNT        PIC 9(6)        VALUE 0.
           05  NEAR-DEADLINE-COUNT     PIC 9(6)        VALUE 0.
           05  PAST-DEADLINE-COUNT     PIC 9(6)        VALUE 0.
           05  TRACKING-OUT-COUNT      PIC 9(6)        VALUE 0.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05  CD-DAY                  PIC XX.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      * Default master name - overridden by CS370Parameters.txt so
      * names and plans come off the same master the cycle ran
      * against.
       01  FILE-NAME-FIELDS.
           05  PM-EFFECTIVE-INPUT-FILE  PIC X(30)
                                         VALUE 'PR2FA21-AL.txt'.

      * A YYYYMMDD date turned around for the letters, which go to
      * people rather than to HR.
       01  LETTER-DATE-FIELDS.
           05  WS-LETTER-DATE          PIC 9(8)        VALUE 0.
           05  WS-LETTER-PARTS REDEFINES WS-LETTER-DATE.
               10  WS-LETTER-YEAR      PIC 9(4).
               10  WS-LETTER-MONTH     PIC 9(2).
               10  WS-LETTER-DAY       PIC 9(2).
           05  WS-LETTER-EDITED.
               10  WS-LE-MONTH         PIC 9(2).
               10  FILLER              PIC X           VALUE '/'.
               10  WS-LE-DAY           PIC 9(2).
               10  FILLER              PIC X           VALUE '/'.
               10  WS-LE-YEAR          PIC 9(4).
           05  WS-LETTER-PLAN          PIC X(1)        VALUE SPACE.

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
           05                          PIC X(20)       VALUE SPACES.
           05                          PIC X(40)       VALUE
                            'COBRA QUALIFYING EVENTS - AGING REPORT'.

       01  HEADING-THREE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'CYCLE DATE: '.
           05  H3-CYCLE-DATE           PIC 9(8).

       01  SECTION-HEADING-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SHL-TITLE               PIC X(50).

       01  EVENT-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'NOTICE'.
           05                          PIC X(6)        VALUE 'EMP'.
           05                          PIC X(21)       VALUE 'NAME'.
           05                          PIC X(4)        VALUE 'EVT'.
           05                          PIC X(10)       VALUE 'EVENT'.
           05                          PIC X(10)       VALUE 'DEADLINE'.
           05                          PIC X(6)        VALUE 'DAYS'.
           05                          PIC X(13)       VALUE 'STATUS'.

       01  EVENT-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  EDL-NOTICE-ID           PIC 9(6).
           05                          PIC X(2)        VALUE SPACES.
           05  EDL-EMP-ID              PIC X(5).
           05                          PIC X(1)        VALUE SPACES.
           05  EDL-PERSON-NAME         PIC X(20).
           05                          PIC X(1)        VALUE SPACES.
           05  EDL-EVENT-TYPE          PIC X(1).
           05                          PIC X(3)        VALUE SPACES.
           05  EDL-EVENT-DATE          PIC 9(8).
           05                          PIC X(2)        VALUE SPACES.
           05  EDL-DEADLINE-DATE       PIC 9(8).
           05                          PIC X(1)        VALUE SPACES.
           05  EDL-DAYS                PIC -(4)9.
           05                          PIC X(1)        VALUE SPACES.
           05  EDL-STATUS              PIC X(14).

       01  RESPONSE-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'NOTICE'.
           05                          PIC X(6)        VALUE 'EMP'.
           05                          PIC X(6)        VALUE 'RESP'.
           05                          PIC X(10)       VALUE 'RECEIVED'.
           05                          PIC X(11)       VALUE
                                                     'DISPOSITION'.

       01  RESPONSE-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-NOTICE-ID           PIC X(6).
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-EMP-ID              PIC X(5).
           05                          PIC X(1)        VALUE SPACES.
           05  RDL-RESPONSE-CODE       PIC X(1).
           05                          PIC X(5)        VALUE SPACES.
           05  RDL-RESPONSE-DATE       PIC X(8).
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-DISPOSITION         PIC X(34).

       01  NONE-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  NL-TEXT                 PIC X(40).

       01  COBRA-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  CSL-LABEL               PIC X(32).
           05  CSL-COUNT               PIC ZZZ,ZZ9.

      * Notice letter lines.
       01  LETTER-TITLE-LINE.
           05                          PIC X(12)       VALUE SPACES.
           05                          PIC X(56)       VALUE
             'NOTICE OF RIGHT TO ELECT CONTINUATION COVERAGE (COBRA)'.

       01  LETTER-REFERENCE-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                'NOTICE NUMBER: '.
           05  LRL-NOTICE-ID           PIC 9(6).
           05                          PIC X(15)       VALUE SPACES.
           05                          PIC X(7)        VALUE 'STORE: '.
           05  LRL-STORE-ID            PIC X(4).
           05                          PIC X(12)       VALUE
                                                   '  EMPLOYEE: '.
           05  LRL-EMP-ID              PIC X(5).

       01  LETTER-TEXT-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  LTL-LABEL               PIC X(31).
           05  LTL-TEXT                PIC X(45).

       01  LETTER-BODY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  LBL-TEXT                PIC X(70).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-ENROLLMENT-ROUTINE
           PERFORM 50-POST-RESPONSES-ROUTINE
           PERFORM 60-PRINT-AGING-ROUTINE
           PERFORM 70-WRITE-TRACKING-ROUTINE
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
           MOVE WS-CYCLE-DATE TO WS-CALC-DATE
           PERFORM 81-COMPUTE-DAY-NUMBER-ROUTINE
           MOVE WS-DAY-NUMBER TO WS-CYCLE-DAY-NUMBER

           PERFORM 16-LOAD-EMPLOYEE-TABLE-ROUTINE
           PERFORM 17-LOAD-DEPENDENT-TABLE-ROUTINE
           PERFORM 19-LOAD-TRACKING-TABLE-ROUTINE

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT AGING-REPORT-FILE

           PERFORM 20-REPORT-HEADER-ROUTINE
           .

       16-LOAD-EMPLOYEE-TABLE-ROUTINE.
           MOVE 1 TO CURRENT-FILE-NUM
           PERFORM UNTIL CURRENT-FILE-NUM IS GREATER THAN
                                                  INPUT-FILE-COUNT
               MOVE INPUT-FILE-NAME(CURRENT-FILE-NUM) TO
                                            PM-EFFECTIVE-INPUT-FILE
               PERFORM 16B-LOAD-ONE-MASTER-ROUTINE
               ADD 1 TO CURRENT-FILE-NUM
           END-PERFORM
           .

      * Without the primary master no letter could carry a name or a
      * plan - stop before any notice or tracking record is written.
      * A second or third state file that cannot be opened only
      * leaves its employees' events on the not-noticed list.
       16B-LOAD-ONE-MASTER-ROUTINE.
           MOVE SPACE TO EMPLOYEE-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE

           IF WS-EMPLOYEE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-EMPLOYEES
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO EMPLOYEE-EOF-FLAG
                       NOT AT END
                           PERFORM 16A-ADD-EMPLOYEE-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               IF CURRENT-FILE-NUM IS EQUAL TO 1
                   DISPLAY 'EMPLOYEE MASTER ' PM-EFFECTIVE-INPUT-FILE
                           ' COULD NOT BE OPENED - STATUS '
                           WS-EMPLOYEE-FILE-STATUS
                   DISPLAY '  NO NOTICE CAN BE ADDRESSED - RUN STOPPED,'
                           ' NO OUTPUT WAS WRITTEN'
                   STOP RUN
               ELSE
                   DISPLAY 'EMPLOYEE MASTER ' PM-EFFECTIVE-INPUT-FILE
                           ' COULD NOT BE OPENED - STATUS '
                           WS-EMPLOYEE-FILE-STATUS
                   DISPLAY '  ITS TERMINATIONS AND AGE-OUTS WILL BE'
                           ' REPORTED AS NOT ON MASTER'
               END-IF
           END-IF
           .

       16A-ADD-EMPLOYEE-ENTRY-ROUTINE.
           IF EMPLOYEE-TABLE-COUNT IS LESS THAN 1000
               ADD 1 TO EMPLOYEE-TABLE-COUNT
               MOVE EM-EMP-ID TO ET-EMP-ID(EMPLOYEE-TABLE-COUNT)
               MOVE EM-STORE-ID TO ET-STORE-ID(EMPLOYEE-TABLE-COUNT)
               MOVE EM-LAST-NAME TO ET-LAST-NAME(EMPLOYEE-TABLE-COUNT)
               MOVE EM-FIRST-NAME TO
                                  ET-FIRST-NAME(EMPLOYEE-TABLE-COUNT)
               MOVE EM-HEALTH-PLAN TO
                                  ET-HEALTH-PLAN(EMPLOYEE-TABLE-COUNT)
               MOVE EM-DENTAL-PLAN TO
                                  ET-DENTAL-PLAN(EMPLOYEE-TABLE-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - EMPLOYEE ' EM-EMP-ID
                       ' NOT LOADED AND ANY EVENT FOR THEM'
               DISPLAY '  WILL BE REPORTED INSTEAD OF NOTICED'
           END-IF
           .

      * A missing dependent file means no dependent notices this
      * cycle - the employee notices still go out.
       17-LOAD-DEPENDENT-TABLE-ROUTINE.
           OPEN INPUT DEPENDS-FILE

           IF WS-DEPENDS-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-DEPENDS
                   READ DEPENDS-FILE
                       AT END
                           MOVE 'N' TO DEPENDS-EOF-FLAG
                       NOT AT END
                           IF DP-COVERAGE-FLAG IS EQUAL TO 'Y'
                               PERFORM 17A-ADD-DEPENDENT-ENTRY-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDS-FILE
           ELSE
               DISPLAY 'EMPLOYEE-DEPENDS.TXT NOT AVAILABLE - STATUS '
                       WS-DEPENDS-FILE-STATUS
               DISPLAY '  NO DEPENDENT OF A TERMINATED EMPLOYEE WILL'
                       ' GET A NOTICE THIS CYCLE'
           END-IF
           .

       17A-ADD-DEPENDENT-ENTRY-ROUTINE.
           IF DEPENDENT-TABLE-COUNT IS LESS THAN 500
               ADD 1 TO DEPENDENT-TABLE-COUNT
               MOVE DP-STORE-ID TO DT-STORE-ID(DEPENDENT-TABLE-COUNT)
               MOVE DP-EMP-ID TO DT-EMP-ID(DEPENDENT-TABLE-COUNT)
               MOVE DP-NAME TO DT-NAME(DEPENDENT-TABLE-COUNT)
           ELSE
               DISPLAY 'DEPENDENT TABLE FULL - DEPENDENT FOR '
                       DP-EMP-ID ' NOT LOADED AND WILL GET NO NOTICE'
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
                       IF PM-AS-OF-DATE IS NUMERIC AND
                          PM-AS-OF-DATE IS NOT EQUAL TO '00000000'
                           MOVE PM-AS-OF-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           .

      * A missing tracking file is the first cycle.  The highest notice
      * number on file seeds the numbering for this cycle's notices.
       19-LOAD-TRACKING-TABLE-ROUTINE.
           OPEN INPUT TRACKING-IN-FILE

           IF WS-TRACKING-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-TRACKING
                   READ TRACKING-IN-FILE
                       AT END
                           MOVE 'N' TO TRACKING-EOF-FLAG
                       NOT AT END
                           ADD 1 TO TRACKING-IN-COUNT
                           PERFORM 19A-ADD-TRACKING-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE TRACKING-IN-FILE
           ELSE
               DISPLAY 'COBRA-TRACKING.TXT NOT AVAILABLE - STATUS '
                       WS-TRACKING-FILE-STATUS
                       ' - STARTING A NEW TRACKING FILE'
           END-IF
           .

       19A-ADD-TRACKING-ENTRY-ROUTINE.
           IF TRACKING-TABLE-COUNT IS LESS THAN 2000
               ADD 1 TO TRACKING-TABLE-COUNT
               SET TRK-IDX TO TRACKING-TABLE-COUNT
               MOVE TK-NOTICE-ID TO CB-NOTICE-ID(TRK-IDX)
               MOVE TK-EMP-ID TO CB-EMP-ID(TRK-IDX)
               MOVE TK-STORE-ID TO CB-STORE-ID(TRK-IDX)
               MOVE TK-EVENT-TYPE TO CB-EVENT-TYPE(TRK-IDX)
               MOVE TK-PERSON-TYPE TO CB-PERSON-TYPE(TRK-IDX)
               MOVE TK-PERSON-NAME TO CB-PERSON-NAME(TRK-IDX)
               MOVE TK-EVENT-DATE TO CB-EVENT-DATE(TRK-IDX)
               MOVE TK-NOTICE-DATE TO CB-NOTICE-DATE(TRK-IDX)
               MOVE TK-DEADLINE-DATE TO CB-DEADLINE-DATE(TRK-IDX)
               MOVE TK-HEALTH-PLAN TO CB-HEALTH-PLAN(TRK-IDX)
               MOVE TK-DENTAL-PLAN TO CB-DENTAL-PLAN(TRK-IDX)
               MOVE TK-STATUS TO CB-STATUS(TRK-IDX)
               MOVE TK-RESPONSE-DATE TO CB-RESPONSE-DATE(TRK-IDX)
               IF TK-NOTICE-ID IS GREATER THAN WS-LAST-NOTICE-ID
                   MOVE TK-NOTICE-ID TO WS-LAST-NOTICE-ID
               END-IF
           ELSE
               DISPLAY 'TRACKING TABLE FULL - NOTICE ' TK-NOTICE-ID
                       ' WAS NOT LOADED - RUN STOPPED SO IT IS NOT'
               DISPLAY '  DROPPED FROM COBRA-TRACKING-NEW.TXT'
               STOP RUN
           END-IF
           .

       20-REPORT-HEADER-ROUTINE.

           WRITE AGING-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE AGING-REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE WS-CYCLE-DATE TO H3-CYCLE-DATE
           WRITE AGING-REPORT-RECORD FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'NOTICES WRITTEN THIS CYCLE' TO SHL-TITLE
           PERFORM 21-WRITE-SECTION-HEADING-ROUTINE
           WRITE AGING-REPORT-RECORD FROM EVENT-COLUMN-HEADING
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           .

       21-WRITE-SECTION-HEADING-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           WRITE AGING-REPORT-RECORD FROM SECTION-HEADING-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           .

       25-PROCESS-ENROLLMENT-ROUTINE.
           OPEN INPUT ENROLLMENT-FILE

           IF WS-ENROLL-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-ENROLLMENTS
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'N' TO ENROLL-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN EN-TYPE-TERM
                                   ADD 1 TO TERM-DROPS-READ-COUNT
                                   PERFORM 30-TERMINATION-EVENT-ROUTINE
                               WHEN EN-TYPE-DEPDROP
                                   ADD 1 TO DEP-DROPS-READ-COUNT
                                   PERFORM 31-AGE-OUT-EVENT-ROUTINE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           ELSE
               DISPLAY 'CARRIER-ENROLLMENT.TXT COULD NOT BE OPENED'
                       ' - STATUS ' WS-ENROLL-FILE-STATUS
               DISPLAY '  NO QUALIFYING EVENTS PICKED UP - ONLY'
                       ' RESPONSES AND AGING ARE PROCESSED'
           END-IF

           IF NOTICES-WRITTEN-COUNT IS EQUAL TO ZERO AND
              NOT-NOTICED-COUNT IS EQUAL TO ZERO
               MOVE 'NO NEW QUALIFYING EVENTS' TO NL-TEXT
               WRITE AGING-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           .

      * A termination is a qualifying event for the employee and for
      * every covered dependent, each of whom is owed a notice.  With
      * no separation date on the master the event is tracked under
      * a zero date, so the drop repeated every cycle until archive
      * still finds it; the window runs from the notice date.
       30-TERMINATION-EVENT-ROUTINE.
           PERFORM 32-LOOKUP-EMPLOYEE-ROUTINE
           IF NOT EMP-ON-MASTER
               PERFORM 33-REPORT-NOT-NOTICED-ROUTINE
           ELSE
               MOVE 'T' TO NE-EVENT-TYPE
               IF EN-SEPARATION-DATE IS NUMERIC AND
                  EN-SEPARATION-DATE IS NOT EQUAL TO ZEROS
                   MOVE EN-SEPARATION-DATE TO NE-EVENT-DATE
               ELSE
                   MOVE ZEROS TO NE-EVENT-DATE
               END-IF

               MOVE 'E' TO NE-PERSON-TYPE
               MOVE NE-EMPLOYEE-NAME TO NE-PERSON-NAME
               PERFORM 35-RECORD-EVENT-ROUTINE

               SET DEP-IDX TO 1
               PERFORM UNTIL DEP-IDX IS GREATER THAN
                                              DEPENDENT-TABLE-COUNT
                   IF DT-EMP-ID(DEP-IDX) IS EQUAL TO NE-EMP-ID AND
                      DT-STORE-ID(DEP-IDX) IS EQUAL TO NE-STORE-ID
                       MOVE 'D' TO NE-PERSON-TYPE
                       MOVE DT-NAME(DEP-IDX) TO NE-PERSON-NAME
                       PERFORM 35-RECORD-EVENT-ROUTINE
                   END-IF
                   SET DEP-IDX UP BY 1
               END-PERFORM
           END-IF
           .

      * The event date for an aged-out dependent is the 26th birthday
      * - a February 29 birthday falls on March 1 in a common year.
       31-AGE-OUT-EVENT-ROUTINE.
           PERFORM 32-LOOKUP-EMPLOYEE-ROUTINE
           IF NOT EMP-ON-MASTER
               PERFORM 33-REPORT-NOT-NOTICED-ROUTINE
           ELSE
               MOVE 'E' TO NE-EVENT-TYPE
               MOVE 'D' TO NE-PERSON-TYPE
               MOVE EN-DEP-NAME TO NE-PERSON-NAME
               IF EN-BIRTH-DATE IS NUMERIC
                   MOVE EN-BIRTH-DATE TO WS-CALC-DATE
                   ADD 26 TO WS-CALC-YEAR
                   PERFORM 82-SET-MONTH-LENGTH-ROUTINE
                   IF WS-CALC-DAY IS GREATER THAN WS-MONTH-LENGTH
                       MOVE 03 TO WS-CALC-MONTH
                       MOVE 01 TO WS-CALC-DAY
                   END-IF
                   MOVE WS-CALC-DATE TO NE-EVENT-DATE
               ELSE
                   MOVE WS-CYCLE-DATE TO NE-EVENT-DATE
               END-IF
               PERFORM 35-RECORD-EVENT-ROUTINE
           END-IF
           .

       32-LOOKUP-EMPLOYEE-ROUTINE.
           MOVE 'N' TO EMP-FOUND-SW
           SET EMP-IDX TO 1
           SEARCH EMPLOYEE-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-IDX IS GREATER THAN EMPLOYEE-TABLE-COUNT
                   CONTINUE
               WHEN ET-EMP-ID(EMP-IDX) IS EQUAL TO EN-EMP-ID
                   SET EMP-ON-MASTER TO TRUE
                   MOVE ET-EMP-ID(EMP-IDX) TO NE-EMP-ID
                   MOVE ET-STORE-ID(EMP-IDX) TO NE-STORE-ID
                   MOVE ET-HEALTH-PLAN(EMP-IDX) TO NE-HEALTH-PLAN
                   MOVE ET-DENTAL-PLAN(EMP-IDX) TO NE-DENTAL-PLAN
                   MOVE SPACES TO NE-EMPLOYEE-NAME
                   STRING ET-FIRST-NAME(EMP-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          ET-LAST-NAME(EMP-IDX) DELIMITED BY SPACE
                       INTO NE-EMPLOYEE-NAME
                   END-STRING
           END-SEARCH
           .

      * An event we cannot address is reported, not tracked, so the
      * next cycle's transmission tries it again.
       33-REPORT-NOT-NOTICED-ROUTINE.
           ADD 1 TO NOT-NOTICED-COUNT
           MOVE ZEROS TO EDL-NOTICE-ID
           MOVE EN-EMP-ID TO EDL-EMP-ID
           MOVE 'NOT ON MASTER' TO EDL-PERSON-NAME
           MOVE EN-RECORD-TYPE TO EDL-EVENT-TYPE
           MOVE ZEROS TO EDL-EVENT-DATE
           MOVE ZEROS TO EDL-DEADLINE-DATE
           MOVE ZEROS TO EDL-DAYS
           MOVE 'NO NOTICE SENT' TO EDL-STATUS
           WRITE AGING-REPORT-RECORD FROM EVENT-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

      * An event already on the tracking file - same employee, event,
      * person and event date - was noticed in an earlier cycle.  A
      * termination tracked or arriving with no date matches on the
      * rest, so a separation date keyed later sends no second
      * notice.
       35-RECORD-EVENT-ROUTINE.
           MOVE 'N' TO EVENT-FOUND-SW
           SET TRK-IDX TO 1
           SEARCH TRACKING-ENTRY
               AT END
                   CONTINUE
               WHEN TRK-IDX IS GREATER THAN TRACKING-TABLE-COUNT
                   CONTINUE
               WHEN CB-EMP-ID(TRK-IDX) IS EQUAL TO NE-EMP-ID AND
                    CB-EVENT-TYPE(TRK-IDX) IS EQUAL TO NE-EVENT-TYPE AND
                    CB-PERSON-NAME(TRK-IDX) IS EQUAL TO
                                                   NE-PERSON-NAME AND
                    (CB-EVENT-DATE(TRK-IDX) IS EQUAL TO NE-EVENT-DATE
                     OR (NE-EVENT-TYPE IS EQUAL TO 'T' AND
                         (CB-EVENT-DATE(TRK-IDX) IS EQUAL TO ZERO OR
                          NE-EVENT-DATE IS EQUAL TO ZERO)))
                   SET EVENT-ALREADY-TRACKED TO TRUE
           END-SEARCH

           EVALUATE TRUE
               WHEN EVENT-ALREADY-TRACKED
                   ADD 1 TO ALREADY-TRACKED-COUNT
               WHEN TRACKING-TABLE-COUNT IS NOT LESS THAN 2000
                   DISPLAY 'TRACKING TABLE FULL - NO NOTICE FOR '
                           NE-EMP-ID ' ' NE-PERSON-NAME
                   ADD 1 TO NOT-NOTICED-COUNT
               WHEN OTHER
                   PERFORM 36-ADD-NEW-EVENT-ROUTINE
           END-EVALUATE
           .

      * The election window runs from the later of the event date and
      * the notice date, which is this cycle.
       36-ADD-NEW-EVENT-ROUTINE.
           ADD 1 TO TRACKING-TABLE-COUNT
           ADD 1 TO WS-LAST-NOTICE-ID
           SET TRK-IDX TO TRACKING-TABLE-COUNT
           MOVE WS-LAST-NOTICE-ID TO CB-NOTICE-ID(TRK-IDX)
           MOVE NE-EMP-ID TO CB-EMP-ID(TRK-IDX)
           MOVE NE-STORE-ID TO CB-STORE-ID(TRK-IDX)
           MOVE NE-EVENT-TYPE TO CB-EVENT-TYPE(TRK-IDX)
           MOVE NE-PERSON-TYPE TO CB-PERSON-TYPE(TRK-IDX)
           MOVE NE-PERSON-NAME TO CB-PERSON-NAME(TRK-IDX)
           MOVE NE-EVENT-DATE TO CB-EVENT-DATE(TRK-IDX)
           MOVE WS-CYCLE-DATE TO CB-NOTICE-DATE(TRK-IDX)
           MOVE NE-HEALTH-PLAN TO CB-HEALTH-PLAN(TRK-IDX)
           MOVE NE-DENTAL-PLAN TO CB-DENTAL-PLAN(TRK-IDX)
           MOVE 'O' TO CB-STATUS(TRK-IDX)
           MOVE SPACES TO CB-RESPONSE-DATE(TRK-IDX)

           IF NE-EVENT-DATE IS GREATER THAN WS-CYCLE-DATE
               MOVE NE-EVENT-DATE TO WS-CALC-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO WS-CALC-DATE
           END-IF
           MOVE ELECTION-WINDOW-DAYS TO WS-DAYS-TO-ADD
           PERFORM 80-ADD-DAYS-ROUTINE
           MOVE WS-CALC-DATE TO CB-DEADLINE-DATE(TRK-IDX)

           PERFORM 37-WRITE-NOTICE-LETTER-ROUTINE
           ADD 1 TO NOTICES-WRITTEN-COUNT

           PERFORM 61-SET-DAYS-REMAINING-ROUTINE
           MOVE 'NOTICE SENT' TO EDL-STATUS
           PERFORM 62-WRITE-EVENT-LINE-ROUTINE
           .

      * One page per person: the reference block, the event, the
      * coverage that may be continued, and the deadline.
       37-WRITE-NOTICE-LETTER-ROUTINE.
           WRITE NOTICE-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE NOTICE-RECORD FROM LETTER-TITLE-LINE
               AFTER ADVANCING 2 LINES

           MOVE CB-NOTICE-ID(TRK-IDX) TO LRL-NOTICE-ID
           MOVE CB-STORE-ID(TRK-IDX) TO LRL-STORE-ID
           MOVE CB-EMP-ID(TRK-IDX) TO LRL-EMP-ID
           WRITE NOTICE-RECORD FROM LETTER-REFERENCE-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'TO:' TO LTL-LABEL
           MOVE CB-PERSON-NAME(TRK-IDX) TO LTL-TEXT
           PERFORM 38-WRITE-LETTER-LINE-ROUTINE
           IF CB-PERSON-DEPENDENT(TRK-IDX)
               MOVE 'DEPENDENT OF:' TO LTL-LABEL
               MOVE NE-EMPLOYEE-NAME TO LTL-TEXT
               PERFORM 38-WRITE-LETTER-LINE-ROUTINE
           END-IF

           MOVE 'QUALIFYING EVENT:' TO LTL-LABEL
           IF CB-EVENT-TERMINATION(TRK-IDX)
               MOVE 'TERMINATION OF EMPLOYMENT' TO LTL-TEXT
           ELSE
               MOVE 'DEPENDENT CHILD REACHED AGE 26' TO LTL-TEXT
           END-IF
           WRITE NOTICE-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'DATE OF EVENT:' TO LTL-LABEL
           IF CB-EVENT-DATE(TRK-IDX) IS EQUAL TO ZERO
               MOVE CB-NOTICE-DATE(TRK-IDX) TO WS-LETTER-DATE
           ELSE
               MOVE CB-EVENT-DATE(TRK-IDX) TO WS-LETTER-DATE
           END-IF
           PERFORM 39-EDIT-LETTER-DATE-ROUTINE
           PERFORM 38-WRITE-LETTER-LINE-ROUTINE

           MOVE 'HEALTH PLAN YOU MAY KEEP:' TO LTL-LABEL
           MOVE CB-HEALTH-PLAN(TRK-IDX) TO WS-LETTER-PLAN
           PERFORM 39A-DESCRIBE-PLAN-ROUTINE
           WRITE NOTICE-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'DENTAL PLAN YOU MAY KEEP:' TO LTL-LABEL
           MOVE CB-DENTAL-PLAN(TRK-IDX) TO WS-LETTER-PLAN
           PERFORM 39A-DESCRIBE-PLAN-ROUTINE
           PERFORM 38-WRITE-LETTER-LINE-ROUTINE

           MOVE 'ELECTION MUST BE RECEIVED BY:' TO LTL-LABEL
           MOVE CB-DEADLINE-DATE(TRK-IDX) TO WS-LETTER-DATE
           PERFORM 39-EDIT-LETTER-DATE-ROUTINE
           WRITE NOTICE-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'YOU HAVE 60 DAYS TO ELECT CONTINUATION COVERAGE.  IF'
                                                         TO LBL-TEXT
           WRITE NOTICE-RECORD FROM LETTER-BODY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NO ELECTION IS RECEIVED BY THE DATE ABOVE, YOUR RIGHT'
                                                         TO LBL-TEXT
           PERFORM 38A-WRITE-BODY-LINE-ROUTINE
           MOVE 'TO CONTINUE THIS COVERAGE ENDS.  RETURN THE ELECTION'
                                                         TO LBL-TEXT
           PERFORM 38A-WRITE-BODY-LINE-ROUTINE
           MOVE 'FORM TO THE BENEFITS OFFICE QUOTING THE NOTICE NUMBER.'
                                                         TO LBL-TEXT
           PERFORM 38A-WRITE-BODY-LINE-ROUTINE
           .

       38-WRITE-LETTER-LINE-ROUTINE.
           WRITE NOTICE-RECORD FROM LETTER-TEXT-LINE
               AFTER ADVANCING 1 LINE
           .

       38A-WRITE-BODY-LINE-ROUTINE.
           WRITE NOTICE-RECORD FROM LETTER-BODY-LINE
               AFTER ADVANCING 1 LINE
           .

       39-EDIT-LETTER-DATE-ROUTINE.
           MOVE WS-LETTER-MONTH TO WS-LE-MONTH
           MOVE WS-LETTER-DAY TO WS-LE-DAY
           MOVE WS-LETTER-YEAR TO WS-LE-YEAR
           MOVE WS-LETTER-EDITED TO LTL-TEXT
           .

      * 'P' is the premium plan, the same test CS370PROGRAM1 prices
      * on; a blank plan code means the person had no such coverage.
       39A-DESCRIBE-PLAN-ROUTINE.
           EVALUATE WS-LETTER-PLAN
               WHEN 'P'
                   MOVE 'PREMIUM PLAN' TO LTL-TEXT
               WHEN SPACE
                   MOVE 'NONE - NOT COVERED' TO LTL-TEXT
               WHEN OTHER
                   MOVE 'BASIC PLAN' TO LTL-TEXT
           END-EVALUATE
           .

      * Responses are posted against the notice number.  A response
      * for a closed notice, for a notice that is not ours, or an
      * election received after the deadline is refused with the
      * reason so the benefits office can follow it up.
       50-POST-RESPONSES-ROUTINE.
           MOVE 'RESPONSES RECEIVED' TO SHL-TITLE
           PERFORM 21-WRITE-SECTION-HEADING-ROUTINE
           WRITE AGING-REPORT-RECORD FROM RESPONSE-COLUMN-HEADING
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           OPEN INPUT ELECTION-FILE
           IF WS-ELECTION-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-ELECTIONS
                   READ ELECTION-FILE
                       AT END
                           MOVE 'N' TO ELECTION-EOF-FLAG
                       NOT AT END
                           ADD 1 TO RESPONSES-READ-COUNT
                           PERFORM 51-POST-ONE-RESPONSE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF

           IF RESPONSES-READ-COUNT IS EQUAL TO ZERO
               MOVE 'NO RESPONSES RECEIVED THIS CYCLE' TO NL-TEXT
               WRITE AGING-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       51-POST-ONE-RESPONSE-ROUTINE.
           MOVE 'N' TO NOTICE-FOUND-SW
           IF EL-NOTICE-ID IS NUMERIC
               SET TRK-IDX TO 1
               SEARCH TRACKING-ENTRY
                   AT END
                       CONTINUE
                   WHEN TRK-IDX IS GREATER THAN TRACKING-TABLE-COUNT
                       CONTINUE
                   WHEN CB-NOTICE-ID(TRK-IDX) IS EQUAL TO EL-NOTICE-ID
                       SET NOTICE-ON-FILE TO TRUE
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN NOT NOTICE-ON-FILE
                   MOVE 'REFUSED - NOTICE NOT ON FILE'
                                               TO RDL-DISPOSITION
               WHEN CB-EMP-ID(TRK-IDX) IS NOT EQUAL TO EL-EMP-ID
                   MOVE 'REFUSED - EMPLOYEE ID DOES NOT MATCH'
                                               TO RDL-DISPOSITION
               WHEN NOT EL-ELECTED AND NOT EL-WAIVED AND
                    NOT EL-CLOSED
                   MOVE 'REFUSED - CODE NOT E, W OR X'
                                               TO RDL-DISPOSITION
               WHEN EL-RESPONSE-DATE IS NOT NUMERIC
                   MOVE 'REFUSED - DATE RECEIVED INVALID'
                                               TO RDL-DISPOSITION
               WHEN NOT CB-STATUS-OPEN(TRK-IDX)
                   MOVE 'REFUSED - NOTICE ALREADY CLOSED'
                                               TO RDL-DISPOSITION
               WHEN EL-ELECTED AND
                    EL-RESPONSE-DATE IS GREATER THAN
                                         CB-DEADLINE-DATE(TRK-IDX)
                   MOVE 'REFUSED - ELECTED AFTER DEADLINE'
                                               TO RDL-DISPOSITION
               WHEN OTHER
                   MOVE EL-RESPONSE-CODE TO CB-STATUS(TRK-IDX)
                   MOVE EL-RESPONSE-DATE TO CB-RESPONSE-DATE(TRK-IDX)
                   ADD 1 TO RESPONSES-POSTED-COUNT
                   EVALUATE TRUE
                       WHEN EL-ELECTED
                           MOVE 'POSTED - COVERAGE ELECTED'
                                               TO RDL-DISPOSITION
                       WHEN EL-WAIVED
                           MOVE 'POSTED - COVERAGE WAIVED'
                                               TO RDL-DISPOSITION
                       WHEN OTHER
                           MOVE 'POSTED - CLOSED, NO ELECTION'
                                               TO RDL-DISPOSITION
                   END-EVALUATE
           END-EVALUATE

           IF RDL-DISPOSITION(1:7) IS EQUAL TO 'REFUSED'
               ADD 1 TO RESPONSES-REFUSED-COUNT
           END-IF

           MOVE EL-NOTICE-ID TO RDL-NOTICE-ID
           MOVE EL-EMP-ID TO RDL-EMP-ID
           MOVE EL-RESPONSE-CODE TO RDL-RESPONSE-CODE
           MOVE EL-RESPONSE-DATE TO RDL-RESPONSE-DATE
           WRITE AGING-REPORT-RECORD FROM RESPONSE-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           .

      * Every open event is counted; only those due within the
      * warning window or already past the deadline are listed.
       60-PRINT-AGING-ROUTINE.
           MOVE 'OPEN EVENTS NEARING OR PAST DEADLINE' TO SHL-TITLE
           PERFORM 21-WRITE-SECTION-HEADING-ROUTINE
           WRITE AGING-REPORT-RECORD FROM EVENT-COLUMN-HEADING
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           SET TRK-IDX TO 1
           PERFORM UNTIL TRK-IDX IS GREATER THAN TRACKING-TABLE-COUNT
               IF CB-STATUS-OPEN(TRK-IDX)
                   ADD 1 TO OPEN-EVENT-COUNT
                   PERFORM 61-SET-DAYS-REMAINING-ROUTINE
                   EVALUATE TRUE
                       WHEN WS-DAYS-REMAINING IS LESS THAN ZERO
                           ADD 1 TO PAST-DEADLINE-COUNT
                           MOVE '*** PAST DUE' TO EDL-STATUS
                           PERFORM 62-WRITE-EVENT-LINE-ROUTINE
                       WHEN WS-DAYS-REMAINING IS NOT GREATER THAN
                                                       WARNING-DAYS
                           ADD 1 TO NEAR-DEADLINE-COUNT
                           MOVE 'DUE SOON' TO EDL-STATUS
                           PERFORM 62-WRITE-EVENT-LINE-ROUTINE
                   END-EVALUATE
               END-IF
               SET TRK-IDX UP BY 1
           END-PERFORM

           IF NEAR-DEADLINE-COUNT + PAST-DEADLINE-COUNT IS EQUAL
                                                           TO ZERO
               MOVE 'NO OPEN EVENT IS NEAR ITS DEADLINE' TO NL-TEXT
               WRITE AGING-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       61-SET-DAYS-REMAINING-ROUTINE.
           MOVE CB-DEADLINE-DATE(TRK-IDX) TO WS-CALC-DATE
           PERFORM 81-COMPUTE-DAY-NUMBER-ROUTINE
           COMPUTE WS-DAYS-REMAINING =
               WS-DAY-NUMBER - WS-CYCLE-DAY-NUMBER
           .

       62-WRITE-EVENT-LINE-ROUTINE.
           MOVE CB-NOTICE-ID(TRK-IDX) TO EDL-NOTICE-ID
           MOVE CB-EMP-ID(TRK-IDX) TO EDL-EMP-ID
           MOVE CB-PERSON-NAME(TRK-IDX) TO EDL-PERSON-NAME
           MOVE CB-EVENT-TYPE(TRK-IDX) TO EDL-EVENT-TYPE
           MOVE CB-EVENT-DATE(TRK-IDX) TO EDL-EVENT-DATE
           MOVE CB-DEADLINE-DATE(TRK-IDX) TO EDL-DEADLINE-DATE
           MOVE WS-DAYS-REMAINING TO EDL-DAYS
           WRITE AGING-REPORT-RECORD FROM EVENT-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

      * The whole table goes back out - carried events first, in the
      * order they were noticed, then this cycle's.
       70-WRITE-TRACKING-ROUTINE.
           OPEN OUTPUT TRACKING-NEW-FILE
           SET TRK-IDX TO 1
           PERFORM UNTIL TRK-IDX IS GREATER THAN TRACKING-TABLE-COUNT
               MOVE SPACES TO TRACKING-IN-RECORD
               MOVE CB-NOTICE-ID(TRK-IDX) TO TK-NOTICE-ID
               MOVE CB-EMP-ID(TRK-IDX) TO TK-EMP-ID
               MOVE CB-STORE-ID(TRK-IDX) TO TK-STORE-ID
               MOVE CB-EVENT-TYPE(TRK-IDX) TO TK-EVENT-TYPE
               MOVE CB-PERSON-TYPE(TRK-IDX) TO TK-PERSON-TYPE
               MOVE CB-PERSON-NAME(TRK-IDX) TO TK-PERSON-NAME
               MOVE CB-EVENT-DATE(TRK-IDX) TO TK-EVENT-DATE
               MOVE CB-NOTICE-DATE(TRK-IDX) TO TK-NOTICE-DATE
               MOVE CB-DEADLINE-DATE(TRK-IDX) TO TK-DEADLINE-DATE
               MOVE CB-HEALTH-PLAN(TRK-IDX) TO TK-HEALTH-PLAN
               MOVE CB-DENTAL-PLAN(TRK-IDX) TO TK-DENTAL-PLAN
               MOVE CB-STATUS(TRK-IDX) TO TK-STATUS
               MOVE CB-RESPONSE-DATE(TRK-IDX) TO TK-RESPONSE-DATE
               WRITE TRACKING-NEW-RECORD FROM TRACKING-IN-RECORD
               ADD 1 TO TRACKING-OUT-COUNT
               SET TRK-IDX UP BY 1
           END-PERFORM
           CLOSE TRACKING-NEW-FILE
           .

       40-EOF-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           MOVE 'TRACKING RECORDS CARRIED IN:' TO CSL-LABEL
           MOVE TRACKING-IN-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           MOVE 'TERMINATION DROPS READ:' TO CSL-LABEL
           MOVE TERM-DROPS-READ-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'DEPENDENT AGE-OUT DROPS READ:' TO CSL-LABEL
           MOVE DEP-DROPS-READ-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'EVENTS ALREADY NOTICED:' TO CSL-LABEL
           MOVE ALREADY-TRACKED-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'NOTICES WRITTEN:' TO CSL-LABEL
           MOVE NOTICES-WRITTEN-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'EVENTS NOT NOTICED:' TO CSL-LABEL
           MOVE NOT-NOTICED-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'RESPONSES READ:' TO CSL-LABEL
           MOVE RESPONSES-READ-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'RESPONSES POSTED:' TO CSL-LABEL
           MOVE RESPONSES-POSTED-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'RESPONSES REFUSED:' TO CSL-LABEL
           MOVE RESPONSES-REFUSED-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'EVENTS STILL OPEN:' TO CSL-LABEL
           MOVE OPEN-EVENT-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'DUE WITHIN 15 DAYS:' TO CSL-LABEL
           MOVE NEAR-DEADLINE-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'PAST DEADLINE:' TO CSL-LABEL
           MOVE PAST-DEADLINE-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'TRACKING RECORDS WRITTEN:' TO CSL-LABEL
           MOVE TRACKING-OUT-COUNT TO CSL-COUNT
           WRITE AGING-REPORT-RECORD FROM COBRA-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING

           CLOSE NOTICE-FILE
               AGING-REPORT-FILE
           .

      * Adds WS-DAYS-TO-ADD days to WS-CALC-DATE a month at a time.
       80-ADD-DAYS-ROUTINE.
           PERFORM UNTIL WS-DAYS-TO-ADD IS EQUAL TO ZERO
               PERFORM 82-SET-MONTH-LENGTH-ROUTINE
               COMPUTE WS-DAYS-LEFT-IN-MONTH =
                   WS-MONTH-LENGTH - WS-CALC-DAY
               IF WS-DAYS-TO-ADD IS NOT GREATER THAN
                                             WS-DAYS-LEFT-IN-MONTH
                   ADD WS-DAYS-TO-ADD TO WS-CALC-DAY
                   MOVE ZERO TO WS-DAYS-TO-ADD
               ELSE
                   COMPUTE WS-DAYS-TO-ADD =
                       WS-DAYS-TO-ADD - WS-DAYS-LEFT-IN-MONTH - 1
                   MOVE 1 TO WS-CALC-DAY
                   IF WS-CALC-MONTH IS EQUAL TO 12
                       MOVE 1 TO WS-CALC-MONTH
                       ADD 1 TO WS-CALC-YEAR
                   ELSE
                       ADD 1 TO WS-CALC-MONTH
                   END-IF
               END-IF
           END-PERFORM
           .

      * A day number for WS-CALC-DATE, counted from a fixed origin so
      * that two day numbers subtract to the days between the dates.
      * January and February count as months 13 and 14 of the year
      * before, which puts the leap day at the end of the year.
       81-COMPUTE-DAY-NUMBER-ROUTINE.
           MOVE WS-CALC-YEAR TO WS-DN-YEAR
           MOVE WS-CALC-MONTH TO WS-DN-MONTH
           IF WS-DN-MONTH IS LESS THAN 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF

           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-CALC-DAY
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART
           ADD WS-DN-PART TO WS-DAY-NUMBER
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART
           SUBTRACT WS-DN-PART FROM WS-DAY-NUMBER
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART
           ADD WS-DN-PART TO WS-DAY-NUMBER
           COMPUTE WS-DN-PART = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART
           ADD WS-DN-PART TO WS-DAY-NUMBER
           .

       82-SET-MONTH-LENGTH-ROUTINE.
           MOVE ML-DAYS(WS-CALC-MONTH) TO WS-MONTH-LENGTH
           IF WS-CALC-MONTH IS EQUAL TO 2
               MOVE 'N' TO LEAP-YEAR-SW
               DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 IS EQUAL TO ZERO AND
                  (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO OR
                   WS-LEAP-REM-400 IS EQUAL TO ZERO)
                   SET CALC-YEAR-IS-LEAP TO TRUE
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF
           .
