       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370TURNOVER.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program produces the monthly headcount and turnover
      * figures the district managers have been building by hand.  It
      * reads the current employee master and the maintenance audit
      * trail and, for the period on the period card, counts each
      * store's headcount by position at the start and end of the
      * period, the hires, terminations and transfers in and out
      * during it, and the turnover and retention percentages, rolled
      * up to state, region and company from StoreMaster.txt.  Stores
      * that lost anyone within 90 days of hire are flagged and the
      * early terminations listed, since that is where the recruiting
      * money goes to waste.
      * ******
      * INPUT:
      *    The employee master (name supplied by CS370Parameters.txt,
      *    PR2FA21-AL.txt by default, plus the second and third state
      *    files of a consolidated run) - each employee's current
      *    store, position, hire date and separation date.
      *    Maint-Audit.txt - the CS370MAINT audit trail, accumulated
      *        across batches.  Only applied transactions are used:
      *        transfers and position changes give the store and
      *        position an employee held before each change, and a
      *        termination or hire brings back an employee since
      *        archived off the master.
      *    Turnover-Period.txt - optional, one line:
      *        1.  Period from date (YYYYMMDD)
      *        2.  Period to date (YYYYMMDD)
      *        A blank from date takes the first of the current
      *        month and a blank to date takes today.
      *    StoreMaster.txt - store name, state and region.
      * *******
      * OUTPUT:
      *    Turnover-Report.txt - per store the period counts and
      *        percentages with its start and end headcount by
      *        position, then the state, region and company
      *        roll-ups, the early terminations, and the record counts
      * *************
      * An employee is in the start headcount when hired before the
      * from date and not separated before it, and in the end
      * headcount when hired by the to date and not separated by it,
      * so start + hires - terminations + transfers in - transfers
      * out = end for every store.  A transfer or position change
      * counts on the date of the maintenance batch that applied it.
      * Turnover is terminations over the average of the start and
      * end headcount; retention is the share of the start headcount
      * still employed at the end - a transfer out is not a loss to
      * the company, so the employee counts as retained by the store
      * they started the period in.
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
           SELECT AUDIT-FILE
               ASSIGN TO 'Maint-Audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'CS370Parameters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT PERIOD-FILE
               ASSIGN TO 'Turnover-Period.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT STORE-MASTER-FILE
               ASSIGN TO 'StoreMaster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.
           SELECT TURNOVER-REPORT-FILE
               ASSIGN TO PRINTER 'Turnover-Report.txt'.

       DATA DIVISION.
       FILE SECTION.

      * Master fields are carried as display characters - a record
      * with garbage in a date column must still give up its key.
       FD EMPLOYEE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  EMPLOYEE-RECORD.
           05  EM-STORE-ID             PIC X(4).
           05  EM-EMP-ID               PIC X(5).
           05  EM-POSITION             PIC X(2).
           05  EM-LAST-NAME            PIC X(10).
           05  EM-FIRST-NAME           PIC X(10).
           05  FILLER                  PIC X(11).
           05  EM-STATUS               PIC X(1).
           05  EM-HIRE-DATE            PIC X(8).
           05  EM-SEPARATION-DATE      PIC X(8).
           05  FILLER                  PIC X(26).

      * The CS370MAINT audit layout.
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
           05  MA-KEY-EMP-ID           PIC X(5).
           05  MA-BEFORE-IMAGE         PIC X(85).
           05  MA-AFTER-IMAGE          PIC X(85).
           05  MA-UNUSED               PIC X(7).

      * Only the three input names matter here; the rate fields in
      * between belong to CS370PROGRAM1.
       FD PARAMETER-FILE
           RECORD CONTAINS 157 CHARACTERS.

       01  PARAMETER-RECORD.
           05  PM-INPUT-FILE-NAME      PIC X(30).
           05  PM-OUTPUT-FILE-NAME     PIC X(30).
           05  FILLER                  PIC X(37).
           05  PM-INPUT-FILE-NAME-2    PIC X(30).
           05  PM-INPUT-FILE-NAME-3    PIC X(30).

       FD PERIOD-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  PERIOD-RECORD.
           05  TP-FROM-DATE            PIC X(8).
           05  TP-FROM-DATE-NUM REDEFINES TP-FROM-DATE
                                        PIC 9(8).
           05  TP-TO-DATE              PIC X(8).
           05  TP-TO-DATE-NUM REDEFINES TP-TO-DATE
                                        PIC 9(8).

       FD STORE-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  STORE-MASTER-RECORD.
           05  SM-STORE-ID             PIC X(4).
           05  SM-STORE-NAME           PIC X(20).
           05  SM-STORE-STATE          PIC X(2).
           05  SM-STORE-REGION         PIC X(10).

       FD TURNOVER-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  TURNOVER-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EMPLOYEE-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-EMPLOYEES                    VALUE 'N'.
           05  AUDIT-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-AUDIT                        VALUE 'N'.
           05  STORE-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-STORES                       VALUE 'N'.
           05  EMP-FOUND-SW            PIC X           VALUE 'N'.
               88 EMP-ON-TABLE                         VALUE 'Y'.
           05  START-PRESENT-SW        PIC X           VALUE 'N'.
               88 IN-START-HEADCOUNT                   VALUE 'Y'.
           05  ASOF-SW                 PIC X           VALUE 'E'.
               88 ASOF-PERIOD-START                    VALUE 'S'.
               88 ASOF-DAY-END                         VALUE 'E'.
           05  AUDIT-AVAILABLE-SW      PIC X           VALUE 'N'.
               88 AUDIT-AVAILABLE                      VALUE 'Y'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-AUDIT-FILE-STATUS    PIC XX          VALUE '00'.
           05  WS-PARAMETER-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  WS-PERIOD-FILE-STATUS   PIC XX          VALUE '00'.
           05  WS-STORE-FILE-STATUS    PIC XX          VALUE '00'.

      * Up to three state employee files, as in the consolidated
      * CS370PROGRAM1 run; entry 1 is the original input file.
       01  INPUT-FILE-CONTROLS.
           05  INPUT-FILE-COUNT        PIC 9           VALUE 1.
           05  CURRENT-FILE-NUM        PIC 9           VALUE 1.
           05  INPUT-FILE-TABLE.
               10  INPUT-FILE-NAME     OCCURS 3 TIMES
                                        PIC X(30).

       01  PERIOD-FIELDS.
           05  WS-FROM-DATE            PIC 9(8)        VALUE 0.
           05  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
               10  WS-FROM-YEAR        PIC 9(4).
               10  WS-FROM-MONTH       PIC 9(2).
               10  WS-FROM-DAY         PIC 9(2).
           05  WS-TO-DATE              PIC 9(8)        VALUE 0.
           05  WS-TO-PARTS REDEFINES WS-TO-DATE.
               10  WS-TO-YEAR          PIC 9(4).
               10  WS-TO-MONTH         PIC 9(2).
               10  WS-TO-DAY           PIC 9(2).
           05  EARLY-TERM-DAYS         PIC 9(3)        VALUE 90.

      * Every employee on the master, plus any terminated employee
      * since archived off it whom the audit trail brings back.
       01  EMP-TABLE-CONTROLS.
           05  EMP-TABLE-COUNT         PIC 9(4)        VALUE 0.
           05  MASTER-EMP-COUNT        PIC 9(4)        VALUE 0.

       01  EMP-TABLE.
           05  EMP-ENTRY               OCCURS 2000 TIMES
                                        INDEXED BY EMP-IDX.
               10  ET-EMP-ID           PIC X(5).
               10  ET-STORE-ID         PIC X(4).
               10  ET-POSITION         PIC X(2).
               10  ET-LAST-NAME        PIC X(10).
               10  ET-FIRST-NAME       PIC X(10).
               10  ET-HIRE-DATE        PIC 9(8).
               10  ET-SEPARATION-DATE  PIC 9(8).
               10  ET-STATUS           PIC X(1).

      * The applied transfers and position changes, in the order the
      * audit trail holds them, with the store and position before
      * and after each one.
       01  EVENT-TABLE-CONTROLS.
           05  EVENT-TABLE-COUNT       PIC 9(4)        VALUE 0.
           05  EV-SUB                  PIC 9(4)        VALUE 0.

       01  EVENT-TABLE.
           05  EVENT-ENTRY             OCCURS 2000 TIMES.
               10  EV-DATE             PIC 9(8).
               10  EV-ACTION-CODE      PIC X(1).
               10  EV-EMP-ID           PIC X(5).
               10  EV-BEFORE-STORE-ID  PIC X(4).
               10  EV-BEFORE-POSITION  PIC X(2).
               10  EV-AFTER-STORE-ID   PIC X(4).

      * One master image out of the audit record, in the employee
      * master layout.
       01  AUDIT-IMAGE.
           05  AI-STORE-ID             PIC X(4).
           05  AI-EMP-ID               PIC X(5).
           05  AI-POSITION             PIC X(2).
           05  AI-LAST-NAME            PIC X(10).
           05  AI-FIRST-NAME           PIC X(10).
           05  FILLER                  PIC X(11).
           05  AI-STATUS               PIC X(1).
           05  AI-HIRE-DATE            PIC X(8).
           05  AI-SEPARATION-DATE      PIC X(8).
           05  FILLER                  PIC X(26).

      * The period counts are kept by subscript in every table -
      * start headcount, hires, terminations, transfers in and out,
      * end headcount, start headcount retained, and terminations
      * within EARLY-TERM-DAYS of hire.
       01  COUNT-SUBSCRIPTS.
           05  CNT-START               PIC 9           VALUE 1.
           05  CNT-HIRES               PIC 9           VALUE 2.
           05  CNT-TERMS               PIC 9           VALUE 3.
           05  CNT-XFER-IN             PIC 9           VALUE 4.
           05  CNT-XFER-OUT            PIC 9           VALUE 5.
           05  CNT-END                 PIC 9           VALUE 6.
           05  CNT-RETAINED            PIC 9           VALUE 7.
           05  CNT-EARLY               PIC 9           VALUE 8.
           05  CNT-SUB                 PIC 9           VALUE 1.

      * StoreMaster.txt in file order, with any store found on the
      * master or the audit trail but not on StoreMaster.txt added
      * at the end as an unknown store.
       01  TURN-STORE-CONTROLS.
           05  TURN-STORE-COUNT        PIC 99          VALUE 0.
           05  TURN-STORE-SUB          PIC 99          VALUE 0.
           05  WS-FIND-STORE-ID        PIC X(4)        VALUE SPACES.

       01  TURN-STORE-TABLE.
           05  TURN-STORE-ENTRY        OCCURS 60 TIMES
                                        INDEXED BY TS-IDX.
               10  TS-STORE-ID         PIC X(4).
               10  TS-STORE-NAME       PIC X(20).
               10  TS-STATE            PIC X(2).
               10  TS-REGION           PIC X(10).
               10  TS-COUNTS.
                   15  TS-COUNT        PIC 9(5) OCCURS 8 TIMES.

      * Start and end headcount for each store and position.
       01  POSITION-CELL-CONTROLS.
           05  POSITION-CELL-COUNT     PIC 9(3)        VALUE 0.
           05  POSITION-CELL-SUB       PIC 9(3)        VALUE 0.

       01  POSITION-CELL-TABLE.
           05  POSITION-CELL-ENTRY     OCCURS 300 TIMES
                                        INDEXED BY PC-IDX.
               10  PC-STORE-ID         PIC X(4).
               10  PC-POSITION         PIC X(2).
               10  PC-START-COUNT      PIC 9(5).
               10  PC-END-COUNT        PIC 9(5).

       01  ROLL-UP-CONTROLS.
           05  TURN-STATE-COUNT        PIC 99          VALUE 0.
           05  TURN-STATE-SUB          PIC 99          VALUE 0.
           05  TURN-REGION-COUNT       PIC 99          VALUE 0.
           05  TURN-REGION-SUB         PIC 99          VALUE 0.

       01  TURN-STATE-TABLE.
           05  TURN-STATE-ENTRY        OCCURS 10 TIMES
                                        INDEXED BY TST-IDX.
               10  TST-STATE           PIC X(2).
               10  TST-COUNTS.
                   15  TST-COUNT       PIC 9(5) OCCURS 8 TIMES.

       01  TURN-REGION-TABLE.
           05  TURN-REGION-ENTRY       OCCURS 10 TIMES
                                        INDEXED BY TRG-IDX.
               10  TRG-REGION          PIC X(10).
               10  TRG-COUNTS.
                   15  TRG-COUNT       PIC 9(5) OCCURS 8 TIMES.

       01  TURN-COMPANY-TOTALS.
           05  TCO-COUNT               PIC 9(5) OCCURS 8 TIMES.

      * The counts of whichever store, state, region or the company
      * is being printed.
       01  PRINT-COUNTS.
           05  PRT-COUNT               PIC 9(5) OCCURS 8 TIMES.

      * Terminations within EARLY-TERM-DAYS of hire, in master order.
       01  EARLY-TERM-CONTROLS.
           05  EARLY-TERM-COUNT        PIC 9(3)        VALUE 0.
           05  EARLY-TERM-SUB          PIC 9(3)        VALUE 0.

       01  EARLY-TERM-TABLE.
           05  EARLY-TERM-ENTRY        OCCURS 200 TIMES.
               10  EL-STORE-ID         PIC X(4).
               10  EL-EMP-ID           PIC X(5).
               10  EL-NAME             PIC X(21).
               10  EL-POSITION         PIC X(2).
               10  EL-HIRE-DATE        PIC 9(8).
               10  EL-SEPARATION-DATE  PIC 9(8).
               10  EL-DAYS             PIC 9(3).

      * The store and position an employee held on WS-ASOF-DATE.
       01  ASOF-FIELDS.
           05  WS-ASOF-DATE            PIC 9(8)        VALUE 0.
           05  WS-ASOF-STORE-ID        PIC X(4)        VALUE SPACES.
           05  WS-ASOF-POSITION        PIC X(2)        VALUE SPACES.
           05  WS-START-STORE-SUB      PIC 99          VALUE 0.

       01  TURNOVER-COUNTS.
           05  MASTER-READ-COUNT       PIC 9(6)        VALUE 0.
           05  AUDIT-READ-COUNT        PIC 9(6)        VALUE 0.
           05  EVENT-LOADED-COUNT      PIC 9(6)        VALUE 0.
           05  RECOVERED-COUNT         PIC 9(6)        VALUE 0.
           05  UNREADABLE-AUDIT-COUNT  PIC 9(6)        VALUE 0.
           05  NO-HIRE-DATE-COUNT      PIC 9(6)        VALUE 0.
           05  NO-SEP-DATE-COUNT       PIC 9(6)        VALUE 0.
           05  FLAGGED-STORE-COUNT     PIC 9(6)        VALUE 0.

       01  PERCENT-FIELDS.
           05  WS-TURNOVER-PCT         PIC 9(4)V9      VALUE 0.
           05  WS-RETENTION-PCT        PIC 9(3)V9      VALUE 0.
           05  WS-AVERAGE-BASE         PIC 9(6)        VALUE 0.
           05  WS-TENURE-DAYS          PIC S9(7)       VALUE 0.
           05  WS-HIRE-DAY-NUMBER      PIC 9(7)        VALUE 0.

      * Calendar work area for the day-number paragraph: 81 turns
      * WS-CALC-DATE into a day number so two dates can be
      * subtracted.
       01  CALENDAR-FIELDS.
           05  WS-CALC-DATE            PIC 9(8)        VALUE 0.
           05  WS-CALC-PARTS REDEFINES WS-CALC-DATE.
               10  WS-CALC-YEAR        PIC 9(4).
               10  WS-CALC-MONTH       PIC 9(2).
               10  WS-CALC-DAY         PIC 9(2).
           05  WS-DAY-NUMBER           PIC 9(7)        VALUE 0.
           05  WS-DN-YEAR              PIC 9(4)        VALUE 0.
           05  WS-DN-MONTH             PIC 9(2)        VALUE 0.
           05  WS-DN-PART              PIC 9(7)        VALUE 0.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05  CD-DAY                  PIC XX.
       01  CURRENT-DATE-NUM REDEFINES CURRENT-DATE
                                        PIC 9(8).

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      * Default master name - overridden by CS370Parameters.txt so
      * the counts come off the same master the cycle ran against.
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
           05                          PIC X(23)       VALUE SPACES.
           05                          PIC X(33)       VALUE
                              'HEADCOUNT AND TURNOVER'.

       01  PERIOD-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'PERIOD: '.
           05  PL-FROM-DATE            PIC 9(8).
           05                          PIC X(6)        VALUE ' THRU '.
           05  PL-TO-DATE              PIC 9(8).
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                   'MASTER FILES:  '.
           05  PL-FILE-COUNT           PIC 9.

       01  SECTION-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SL-TITLE                PIC X(60).

       01  TURN-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05  TCH-ENTITY              PIC X(30).
           05                          PIC X(8)        VALUE
                                                        '   START'.
           05                          PIC X(8)        VALUE
                                                        '   HIRES'.
           05                          PIC X(8)        VALUE
                                                        '   TERMS'.
           05                          PIC X(8)        VALUE
                                                        '  XFR IN'.
           05                          PIC X(8)        VALUE
                                                        ' XFR OUT'.
           05                          PIC X(8)        VALUE
                                                        '     END'.
           05                          PIC X(10)       VALUE
                                                      '    TURN %'.
           05                          PIC X(10)       VALUE
                                                      '  RETAIN %'.
           05                          PIC X(12)       VALUE
                                                    ' EARLY TERMS'.

       01  TURN-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-ENTITY              PIC X(30).
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-START               PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-HIRES               PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-TERMS               PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-XFER-IN             PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-XFER-OUT            PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-END                 PIC ZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACES.
           05  TDL-TURNOVER-PCT        PIC ZZZ9.9.
           05                          PIC X(5)        VALUE SPACES.
           05  TDL-RETENTION-PCT       PIC ZZ9.9.
           05                          PIC X(6)        VALUE SPACES.
           05  TDL-EARLY-TERMS         PIC ZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  TDL-EARLY-FLAG          PIC X(17).

       01  TURN-POSITION-LINE.
           05                          PIC X(6)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'POSITION '.
           05  TPL-POSITION            PIC X(2).
           05                          PIC X(15)       VALUE SPACES.
           05                          PIC X(2)        VALUE SPACES.
           05  TPL-START               PIC ZZ,ZZ9.
           05                          PIC X(34)       VALUE SPACES.
           05  TPL-END                 PIC ZZ,ZZ9.

       01  EARLY-TERM-TITLE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(19)       VALUE
                                               'TERMINATIONS WITHIN'.
           05  ETT-DAYS                PIC ZZ9.
           05                          PIC X(13)       VALUE
                                                   ' DAYS OF HIRE'.

       01  EARLY-TERM-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'STORE'.
           05                          PIC X(7)        VALUE 'EMP'.
           05                          PIC X(23)       VALUE 'NAME'.
           05                          PIC X(6)        VALUE 'POSN'.
           05                          PIC X(10)       VALUE 'HIRED'.
           05                          PIC X(11)       VALUE
                                                     'SEPARATED'.
           05                          PIC X(4)        VALUE 'DAYS'.

       01  EARLY-TERM-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  ETL-STORE-ID            PIC X(4).
           05                          PIC X(3)        VALUE SPACES.
           05  ETL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  ETL-NAME                PIC X(21).
           05                          PIC X(2)        VALUE SPACES.
           05  ETL-POSITION            PIC X(2).
           05                          PIC X(4)        VALUE SPACES.
           05  ETL-HIRE-DATE           PIC 9(8).
           05                          PIC X(2)        VALUE SPACES.
           05  ETL-SEPARATION-DATE     PIC 9(8).
           05                          PIC X(3)        VALUE SPACES.
           05  ETL-DAYS                PIC ZZ9.

       01  TURN-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  TSL-LABEL               PIC X(50).
           05  TSL-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-COUNT-EMPLOYEES-ROUTINE
           PERFORM 26-COUNT-TRANSFERS-ROUTINE
           PERFORM 36-ROLL-UP-ROUTINE
           PERFORM 40-EOF-ROUTINE
           STOP RUN
           .

      * The period is settled before anything is loaded - a bad card
      * stops the run before the report is opened.
       15-HSKPING-ROUTINE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           PERFORM 18A-LOAD-PERIOD-ROUTINE
           PERFORM 18-LOAD-PARAMETERS-ROUTINE
           PERFORM 16-LOAD-STORE-MASTER-ROUTINE
           PERFORM 17-LOAD-EMPLOYEES-ROUTINE
           PERFORM 19-LOAD-AUDIT-TRAIL-ROUTINE

           OPEN OUTPUT TURNOVER-REPORT-FILE
           PERFORM 20-REPORT-HEADER-ROUTINE
           .

       16-LOAD-STORE-MASTER-ROUTINE.
           OPEN INPUT STORE-MASTER-FILE

           IF WS-STORE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-STORES
                   READ STORE-MASTER-FILE
                       AT END
                           MOVE 'N' TO STORE-EOF-FLAG
                       NOT AT END
                           PERFORM 16A-ADD-STORE-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-FILE
           ELSE
               DISPLAY 'STOREMASTER.TXT COULD NOT BE OPENED - STATUS '
                       WS-STORE-FILE-STATUS
               DISPLAY '  EVERY STORE WILL PRINT AS UNKNOWN AND ROLL'
                       ' UP UNDER STATE ?? AND REGION UNKNOWN'
           END-IF
           .

       16A-ADD-STORE-ENTRY-ROUTINE.
           IF TURN-STORE-COUNT IS LESS THAN 60
               ADD 1 TO TURN-STORE-COUNT
               INITIALIZE TURN-STORE-ENTRY(TURN-STORE-COUNT)
               MOVE SM-STORE-ID TO TS-STORE-ID(TURN-STORE-COUNT)
               MOVE SM-STORE-NAME TO TS-STORE-NAME(TURN-STORE-COUNT)
               MOVE SM-STORE-STATE TO TS-STATE(TURN-STORE-COUNT)
               MOVE SM-STORE-REGION TO TS-REGION(TURN-STORE-COUNT)
           ELSE
               DISPLAY 'STORE TABLE FULL - STORE ' SM-STORE-ID
                       ' FROM STOREMASTER.TXT WAS NOT LOADED AND ITS'
               DISPLAY '  EMPLOYEES WILL NOT BE COUNTED'
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
           MOVE EMP-TABLE-COUNT TO MASTER-EMP-COUNT
           .

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
               DISPLAY 'EMPLOYEE MASTER ' PM-EFFECTIVE-INPUT-FILE
                       ' COULD NOT BE OPENED - STATUS '
                       WS-EMPLOYEE-FILE-STATUS
               DISPLAY '  ITS EMPLOYEES WILL BE MISSING FROM EVERY'
                       ' HEADCOUNT'
           END-IF
           .

       17B-ADD-EMPLOYEE-ENTRY-ROUTINE.
           IF EMP-TABLE-COUNT IS LESS THAN 2000
               ADD 1 TO EMP-TABLE-COUNT
               MOVE EM-EMP-ID TO ET-EMP-ID(EMP-TABLE-COUNT)
               MOVE EM-STORE-ID TO ET-STORE-ID(EMP-TABLE-COUNT)
               MOVE EM-POSITION TO ET-POSITION(EMP-TABLE-COUNT)
               MOVE EM-LAST-NAME TO ET-LAST-NAME(EMP-TABLE-COUNT)
               MOVE EM-FIRST-NAME TO ET-FIRST-NAME(EMP-TABLE-COUNT)
               MOVE EM-STATUS TO ET-STATUS(EMP-TABLE-COUNT)
               IF EM-HIRE-DATE IS NUMERIC
                   MOVE EM-HIRE-DATE TO ET-HIRE-DATE(EMP-TABLE-COUNT)
               ELSE
                   MOVE ZEROS TO ET-HIRE-DATE(EMP-TABLE-COUNT)
               END-IF
               IF EM-SEPARATION-DATE IS NUMERIC
                   MOVE EM-SEPARATION-DATE TO
                                ET-SEPARATION-DATE(EMP-TABLE-COUNT)
               ELSE
                   MOVE ZEROS TO ET-SEPARATION-DATE(EMP-TABLE-COUNT)
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - EMPLOYEE ' EM-EMP-ID
                       ' WAS NOT LOADED AND WILL NOT BE COUNTED'
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
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           .

      * With no card the period is month to date.  A date that is not
      * a real calendar date, or a period that ends before it starts,
      * stops the run - a report for the wrong period is worse than
      * none.
       18A-LOAD-PERIOD-ROUTINE.
           MOVE CURRENT-DATE-NUM TO WS-FROM-DATE
           MOVE 01 TO WS-FROM-DAY
           MOVE CURRENT-DATE-NUM TO WS-TO-DATE
           OPEN INPUT PERIOD-FILE

           IF WS-PERIOD-FILE-STATUS IS EQUAL TO '00'
               READ PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-FROM-DATE IS NOT EQUAL TO SPACES
                           IF TP-FROM-DATE IS NUMERIC
                               MOVE TP-FROM-DATE-NUM TO WS-FROM-DATE
                           ELSE
                               MOVE ZEROS TO WS-FROM-DATE
                           END-IF
                       END-IF
                       IF TP-TO-DATE IS NOT EQUAL TO SPACES
                           IF TP-TO-DATE IS NUMERIC
                               MOVE TP-TO-DATE-NUM TO WS-TO-DATE
                           ELSE
                               MOVE ZEROS TO WS-TO-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF

           IF WS-FROM-MONTH IS LESS THAN 1 OR
              WS-FROM-MONTH IS GREATER THAN 12 OR
              WS-FROM-DAY IS LESS THAN 1 OR
              WS-FROM-DAY IS GREATER THAN 31 OR
              WS-TO-MONTH IS LESS THAN 1 OR
              WS-TO-MONTH IS GREATER THAN 12 OR
              WS-TO-DAY IS LESS THAN 1 OR
              WS-TO-DAY IS GREATER THAN 31 OR
              WS-FROM-DATE IS GREATER THAN WS-TO-DATE
               DISPLAY 'TURNOVER-PERIOD.TXT PERIOD IS INVALID - FROM '
                       TP-FROM-DATE ' TO ' TP-TO-DATE
               DISPLAY '  RUN STOPPED, NO REPORT WAS WRITTEN'
               STOP RUN
           END-IF
           .

      * Without the audit trail the headcounts still come off the
      * master, but every employee is counted in the store and
      * position they hold today and archived terminations are lost
      * - the report says so.
       19-LOAD-AUDIT-TRAIL-ROUTINE.
           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-FILE-STATUS IS EQUAL TO '00'
               SET AUDIT-AVAILABLE TO TRUE
               PERFORM UNTIL NO-MORE-AUDIT
                   READ AUDIT-FILE
                       AT END
                           MOVE 'N' TO AUDIT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO AUDIT-READ-COUNT
                           PERFORM 19A-USE-AUDIT-RECORD-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'MAINT-AUDIT.TXT COULD NOT BE OPENED - STATUS '
                       WS-AUDIT-FILE-STATUS
               DISPLAY '  NO TRANSFERS OR ARCHIVED TERMINATIONS WILL'
                       ' BE COUNTED'
           END-IF
           .

      * Rejected transactions changed nothing and the dependent,
      * plan and leave actions do not move anyone, so only applied
      * hires, terminations, transfers and position changes are used.
       19A-USE-AUDIT-RECORD-ROUTINE.
           IF MA-STATUS IS EQUAL TO 'A'
               EVALUATE MA-ACTION-CODE
                   WHEN 'X'
                   WHEN 'P'
                       IF MA-DATE IS NUMERIC
                           PERFORM 19B-ADD-EVENT-ENTRY-ROUTINE
                       ELSE
                           ADD 1 TO UNREADABLE-AUDIT-COUNT
                       END-IF
                   WHEN 'A'
                   WHEN 'T'
                       PERFORM 19C-RECOVER-EMPLOYEE-ROUTINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       19B-ADD-EVENT-ENTRY-ROUTINE.
           IF EVENT-TABLE-COUNT IS LESS THAN 2000
               ADD 1 TO EVENT-TABLE-COUNT
               ADD 1 TO EVENT-LOADED-COUNT
               MOVE MA-DATE TO EV-DATE(EVENT-TABLE-COUNT)
               MOVE MA-ACTION-CODE TO
                                  EV-ACTION-CODE(EVENT-TABLE-COUNT)
               MOVE MA-KEY-EMP-ID TO EV-EMP-ID(EVENT-TABLE-COUNT)
               MOVE MA-BEFORE-IMAGE TO AUDIT-IMAGE
               MOVE AI-STORE-ID TO
                              EV-BEFORE-STORE-ID(EVENT-TABLE-COUNT)
               MOVE AI-POSITION TO
                              EV-BEFORE-POSITION(EVENT-TABLE-COUNT)
               MOVE MA-AFTER-IMAGE TO AUDIT-IMAGE
               MOVE AI-STORE-ID TO
                               EV-AFTER-STORE-ID(EVENT-TABLE-COUNT)
           ELSE
               DISPLAY 'EVENT TABLE FULL - ' MA-ACTION-CODE
                       ' FOR EMPLOYEE ' MA-KEY-EMP-ID ' OF ' MA-DATE
                       ' WAS NOT LOADED'
           END-IF
           .

      * An employee already on the master is taken as the master has
      * them; one archived since is rebuilt from the after image of
      * their hire or termination.  A termination seen after the hire
      * replaces it, so the separation date is not lost.
       19C-RECOVER-EMPLOYEE-ROUTINE.
           MOVE MA-AFTER-IMAGE TO AUDIT-IMAGE
           MOVE 'N' TO EMP-FOUND-SW
           SET EMP-IDX TO 1
           SEARCH EMP-ENTRY
               AT END
                   CONTINUE
               WHEN EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
                   CONTINUE
               WHEN ET-EMP-ID(EMP-IDX) IS EQUAL TO AI-EMP-ID
                   SET EMP-ON-TABLE TO TRUE
           END-SEARCH

           EVALUATE TRUE
               WHEN EMP-ON-TABLE AND
                    EMP-IDX IS NOT GREATER THAN MASTER-EMP-COUNT
                   CONTINUE
               WHEN EMP-ON-TABLE
                   IF MA-ACTION-CODE IS EQUAL TO 'T'
                       PERFORM 19D-FILL-FROM-IMAGE-ROUTINE
                   END-IF
               WHEN EMP-TABLE-COUNT IS LESS THAN 2000
                   ADD 1 TO EMP-TABLE-COUNT
                   ADD 1 TO RECOVERED-COUNT
                   SET EMP-IDX TO EMP-TABLE-COUNT
                   PERFORM 19D-FILL-FROM-IMAGE-ROUTINE
               WHEN OTHER
                   DISPLAY 'EMPLOYEE TABLE FULL - ARCHIVED EMPLOYEE '
                           AI-EMP-ID ' WAS NOT RECOVERED'
           END-EVALUATE
           .

       19D-FILL-FROM-IMAGE-ROUTINE.
           MOVE AI-EMP-ID TO ET-EMP-ID(EMP-IDX)
           MOVE AI-STORE-ID TO ET-STORE-ID(EMP-IDX)
           MOVE AI-POSITION TO ET-POSITION(EMP-IDX)
           MOVE AI-LAST-NAME TO ET-LAST-NAME(EMP-IDX)
           MOVE AI-FIRST-NAME TO ET-FIRST-NAME(EMP-IDX)
           MOVE AI-STATUS TO ET-STATUS(EMP-IDX)
           IF AI-HIRE-DATE IS NUMERIC
               MOVE AI-HIRE-DATE TO ET-HIRE-DATE(EMP-IDX)
           ELSE
               MOVE ZEROS TO ET-HIRE-DATE(EMP-IDX)
           END-IF
           IF AI-SEPARATION-DATE IS NUMERIC
               MOVE AI-SEPARATION-DATE TO ET-SEPARATION-DATE(EMP-IDX)
           ELSE
               MOVE ZEROS TO ET-SEPARATION-DATE(EMP-IDX)
           END-IF
           .

       20-REPORT-HEADER-ROUTINE.

           WRITE TURNOVER-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE TURNOVER-REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE WS-FROM-DATE TO PL-FROM-DATE
           MOVE WS-TO-DATE TO PL-TO-DATE
           MOVE INPUT-FILE-COUNT TO PL-FILE-COUNT
           WRITE TURNOVER-REPORT-RECORD FROM PERIOD-LINE
               AFTER ADVANCING PROPER-SPACING
           .

      * A terminated employee with no usable separation date cannot
      * be placed in or out of any period - counted as never leaving
      * they would pad every headcount, so they are left out and
      * counted on the summary like a missing hire date.
       25-COUNT-EMPLOYEES-ROUTINE.
           SET EMP-IDX TO 1
           PERFORM UNTIL EMP-IDX IS GREATER THAN EMP-TABLE-COUNT
               EVALUATE TRUE
                   WHEN ET-HIRE-DATE(EMP-IDX) IS EQUAL TO ZERO
                       ADD 1 TO NO-HIRE-DATE-COUNT
                   WHEN ET-STATUS(EMP-IDX) IS EQUAL TO 'T' AND
                        ET-SEPARATION-DATE(EMP-IDX) IS EQUAL TO ZERO
                       ADD 1 TO NO-SEP-DATE-COUNT
                   WHEN OTHER
                       PERFORM 30-COUNT-ONE-EMPLOYEE-ROUTINE
               END-EVALUATE
               SET EMP-IDX UP BY 1
           END-PERFORM
           .

      * A transfer is counted out of the store it left and into the
      * store it went to; a position change moves nobody between
      * stores and only matters to the position headcounts.
       26-COUNT-TRANSFERS-ROUTINE.
           MOVE 1 TO EV-SUB
           PERFORM UNTIL EV-SUB IS GREATER THAN EVENT-TABLE-COUNT
               IF EV-ACTION-CODE(EV-SUB) IS EQUAL TO 'X' AND
                  EV-DATE(EV-SUB) IS NOT LESS THAN WS-FROM-DATE AND
                  EV-DATE(EV-SUB) IS NOT GREATER THAN WS-TO-DATE
                   MOVE EV-BEFORE-STORE-ID(EV-SUB) TO WS-FIND-STORE-ID
                   PERFORM 33-FIND-TURN-STORE-ROUTINE
                   IF TURN-STORE-SUB IS GREATER THAN ZERO
                       ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-XFER-OUT)
                   END-IF
                   MOVE EV-AFTER-STORE-ID(EV-SUB) TO WS-FIND-STORE-ID
                   PERFORM 33-FIND-TURN-STORE-ROUTINE
                   IF TURN-STORE-SUB IS GREATER THAN ZERO
                       ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-XFER-IN)
                   END-IF
               END-IF
               ADD 1 TO EV-SUB
           END-PERFORM
           .

      * Places one employee in the start headcount, the end
      * headcount, the period's hires and the period's terminations
      * as their dates call for, each in the store they were in on
      * the day that counts.
       30-COUNT-ONE-EMPLOYEE-ROUTINE.
           MOVE 'N' TO START-PRESENT-SW
           MOVE ZERO TO WS-START-STORE-SUB

           IF ET-HIRE-DATE(EMP-IDX) IS LESS THAN WS-FROM-DATE AND
              (ET-SEPARATION-DATE(EMP-IDX) IS EQUAL TO ZERO OR
               ET-SEPARATION-DATE(EMP-IDX) IS NOT LESS THAN
                                                      WS-FROM-DATE)
               SET IN-START-HEADCOUNT TO TRUE
               MOVE WS-FROM-DATE TO WS-ASOF-DATE
               MOVE 'S' TO ASOF-SW
               PERFORM 32-STORE-AS-OF-ROUTINE
               IF TURN-STORE-SUB IS GREATER THAN ZERO
                   MOVE TURN-STORE-SUB TO WS-START-STORE-SUB
                   ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-START)
                   PERFORM 34-FIND-POSITION-CELL-ROUTINE
                   IF POSITION-CELL-SUB IS GREATER THAN ZERO
                       ADD 1 TO PC-START-COUNT(POSITION-CELL-SUB)
                   END-IF
               END-IF
           END-IF

           IF ET-HIRE-DATE(EMP-IDX) IS NOT GREATER THAN WS-TO-DATE AND
              (ET-SEPARATION-DATE(EMP-IDX) IS EQUAL TO ZERO OR
               ET-SEPARATION-DATE(EMP-IDX) IS GREATER THAN WS-TO-DATE)
               MOVE WS-TO-DATE TO WS-ASOF-DATE
               MOVE 'E' TO ASOF-SW
               PERFORM 32-STORE-AS-OF-ROUTINE
               IF TURN-STORE-SUB IS GREATER THAN ZERO
                   ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-END)
                   PERFORM 34-FIND-POSITION-CELL-ROUTINE
                   IF POSITION-CELL-SUB IS GREATER THAN ZERO
                       ADD 1 TO PC-END-COUNT(POSITION-CELL-SUB)
                   END-IF
               END-IF
               IF IN-START-HEADCOUNT AND
                  WS-START-STORE-SUB IS GREATER THAN ZERO
                   ADD 1 TO TS-COUNT(WS-START-STORE-SUB, CNT-RETAINED)
               END-IF
           END-IF

           IF ET-HIRE-DATE(EMP-IDX) IS NOT LESS THAN WS-FROM-DATE AND
              ET-HIRE-DATE(EMP-IDX) IS NOT GREATER THAN WS-TO-DATE
               MOVE ET-HIRE-DATE(EMP-IDX) TO WS-ASOF-DATE
               MOVE 'E' TO ASOF-SW
               PERFORM 32-STORE-AS-OF-ROUTINE
               IF TURN-STORE-SUB IS GREATER THAN ZERO
                   ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-HIRES)
               END-IF
           END-IF

           IF ET-SEPARATION-DATE(EMP-IDX) IS NOT EQUAL TO ZERO AND
              ET-SEPARATION-DATE(EMP-IDX) IS NOT LESS THAN
                                                    WS-FROM-DATE AND
              ET-SEPARATION-DATE(EMP-IDX) IS NOT GREATER THAN
                                                      WS-TO-DATE
               MOVE ET-SEPARATION-DATE(EMP-IDX) TO WS-ASOF-DATE
               MOVE 'E' TO ASOF-SW
               PERFORM 32-STORE-AS-OF-ROUTINE
               IF TURN-STORE-SUB IS GREATER THAN ZERO
                   ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-TERMS)
                   PERFORM 35-CHECK-EARLY-TERM-ROUTINE
               END-IF
           END-IF
           .

      * Works back from the store and position on the master through
      * the employee's transfers and position changes, latest first,
      * undoing each one made after WS-ASOF-DATE - or on or after it,
      * for the period start, since a change on the from date belongs
      * to the period.  Leaves the store's entry in TURN-STORE-SUB.
       32-STORE-AS-OF-ROUTINE.
           MOVE ET-STORE-ID(EMP-IDX) TO WS-ASOF-STORE-ID
           MOVE ET-POSITION(EMP-IDX) TO WS-ASOF-POSITION
           MOVE EVENT-TABLE-COUNT TO EV-SUB
           PERFORM UNTIL EV-SUB IS EQUAL TO ZERO
               IF EV-EMP-ID(EV-SUB) IS EQUAL TO ET-EMP-ID(EMP-IDX)
                   IF (ASOF-PERIOD-START AND
                       EV-DATE(EV-SUB) IS NOT LESS THAN
                                                  WS-ASOF-DATE) OR
                      (ASOF-DAY-END AND
                       EV-DATE(EV-SUB) IS GREATER THAN WS-ASOF-DATE)
                       MOVE EV-BEFORE-STORE-ID(EV-SUB) TO
                                                  WS-ASOF-STORE-ID
                       MOVE EV-BEFORE-POSITION(EV-SUB) TO
                                                  WS-ASOF-POSITION
                   END-IF
               END-IF
               SUBTRACT 1 FROM EV-SUB
           END-PERFORM

           MOVE WS-ASOF-STORE-ID TO WS-FIND-STORE-ID
           PERFORM 33-FIND-TURN-STORE-ROUTINE
           .

      * Finds WS-FIND-STORE-ID in the store table, adding it as an
      * unknown store when StoreMaster.txt does not carry it.  Leaves
      * zero in TURN-STORE-SUB when the table is full.
       33-FIND-TURN-STORE-ROUTINE.
           MOVE ZERO TO TURN-STORE-SUB
           SET TS-IDX TO 1
           SEARCH TURN-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN TS-IDX IS GREATER THAN TURN-STORE-COUNT
                   CONTINUE
               WHEN TS-STORE-ID(TS-IDX) IS EQUAL TO WS-FIND-STORE-ID
                   SET TURN-STORE-SUB TO TS-IDX
           END-SEARCH

           IF TURN-STORE-SUB IS EQUAL TO ZERO
               IF TURN-STORE-COUNT IS LESS THAN 60
                   ADD 1 TO TURN-STORE-COUNT
                   MOVE TURN-STORE-COUNT TO TURN-STORE-SUB
                   INITIALIZE TURN-STORE-ENTRY(TURN-STORE-SUB)
                   MOVE WS-FIND-STORE-ID TO TS-STORE-ID(TURN-STORE-SUB)
                   MOVE 'UNKNOWN STORE' TO
                                        TS-STORE-NAME(TURN-STORE-SUB)
                   MOVE '??' TO TS-STATE(TURN-STORE-SUB)
                   MOVE 'UNKNOWN' TO TS-REGION(TURN-STORE-SUB)
               ELSE
                   DISPLAY 'STORE TABLE FULL - STORE '
                           WS-FIND-STORE-ID ' WILL NOT BE COUNTED'
               END-IF
           END-IF
           .

      * Finds the store and position cell for WS-ASOF-STORE-ID and
      * WS-ASOF-POSITION, adding it the first time it is seen.
       34-FIND-POSITION-CELL-ROUTINE.
           MOVE ZERO TO POSITION-CELL-SUB
           SET PC-IDX TO 1
           SEARCH POSITION-CELL-ENTRY
               AT END
                   CONTINUE
               WHEN PC-IDX IS GREATER THAN POSITION-CELL-COUNT
                   CONTINUE
               WHEN PC-STORE-ID(PC-IDX) IS EQUAL TO WS-ASOF-STORE-ID
                    AND PC-POSITION(PC-IDX) IS EQUAL TO
                                                   WS-ASOF-POSITION
                   SET POSITION-CELL-SUB TO PC-IDX
           END-SEARCH

           IF POSITION-CELL-SUB IS EQUAL TO ZERO
               IF POSITION-CELL-COUNT IS LESS THAN 300
                   ADD 1 TO POSITION-CELL-COUNT
                   MOVE POSITION-CELL-COUNT TO POSITION-CELL-SUB
                   MOVE WS-ASOF-STORE-ID TO
                                   PC-STORE-ID(POSITION-CELL-SUB)
                   MOVE WS-ASOF-POSITION TO
                                   PC-POSITION(POSITION-CELL-SUB)
                   MOVE ZEROS TO PC-START-COUNT(POSITION-CELL-SUB)
                   MOVE ZEROS TO PC-END-COUNT(POSITION-CELL-SUB)
               ELSE
                   DISPLAY 'POSITION CELL TABLE FULL - POSITION '
                           WS-ASOF-POSITION ' OF STORE '
                           WS-ASOF-STORE-ID ' WILL NOT BE LISTED'
               END-IF
           END-IF
           .

      * A termination within EARLY-TERM-DAYS of the hire date is
      * counted against the store and listed.
       35-CHECK-EARLY-TERM-ROUTINE.
           MOVE ET-HIRE-DATE(EMP-IDX) TO WS-CALC-DATE
           PERFORM 81-COMPUTE-DAY-NUMBER-ROUTINE
           MOVE WS-DAY-NUMBER TO WS-HIRE-DAY-NUMBER
           MOVE ET-SEPARATION-DATE(EMP-IDX) TO WS-CALC-DATE
           PERFORM 81-COMPUTE-DAY-NUMBER-ROUTINE
           COMPUTE WS-TENURE-DAYS =
               WS-DAY-NUMBER - WS-HIRE-DAY-NUMBER

           IF WS-TENURE-DAYS IS NOT LESS THAN ZERO AND
              WS-TENURE-DAYS IS NOT GREATER THAN EARLY-TERM-DAYS
               ADD 1 TO TS-COUNT(TURN-STORE-SUB, CNT-EARLY)
               IF EARLY-TERM-COUNT IS LESS THAN 200
                   ADD 1 TO EARLY-TERM-COUNT
                   MOVE WS-ASOF-STORE-ID TO
                                   EL-STORE-ID(EARLY-TERM-COUNT)
                   MOVE ET-EMP-ID(EMP-IDX) TO
                                   EL-EMP-ID(EARLY-TERM-COUNT)
                   MOVE SPACES TO EL-NAME(EARLY-TERM-COUNT)
                   STRING ET-LAST-NAME(EMP-IDX) DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          ET-FIRST-NAME(EMP-IDX) DELIMITED BY '  '
                       INTO EL-NAME(EARLY-TERM-COUNT)
                   END-STRING
                   MOVE WS-ASOF-POSITION TO
                                   EL-POSITION(EARLY-TERM-COUNT)
                   MOVE ET-HIRE-DATE(EMP-IDX) TO
                                   EL-HIRE-DATE(EARLY-TERM-COUNT)
                   MOVE ET-SEPARATION-DATE(EMP-IDX) TO
                                   EL-SEPARATION-DATE(EARLY-TERM-COUNT)
                   MOVE WS-TENURE-DAYS TO EL-DAYS(EARLY-TERM-COUNT)
               ELSE
                   DISPLAY 'EARLY TERMINATION LIST FULL - EMPLOYEE '
                           ET-EMP-ID(EMP-IDX)
                           ' IS COUNTED BUT NOT LISTED'
               END-IF
           END-IF
           .

      * Each store rolls into its state, its region and the company.
       36-ROLL-UP-ROUTINE.
           INITIALIZE TURN-COMPANY-TOTALS
           MOVE 1 TO TURN-STORE-SUB
           PERFORM UNTIL TURN-STORE-SUB IS GREATER THAN
                                                   TURN-STORE-COUNT
               PERFORM 36A-FIND-STATE-ROUTINE
               PERFORM 36B-FIND-REGION-ROUTINE
               MOVE 1 TO CNT-SUB
               PERFORM UNTIL CNT-SUB IS GREATER THAN 8
                   IF TURN-STATE-SUB IS GREATER THAN ZERO
                       ADD TS-COUNT(TURN-STORE-SUB, CNT-SUB) TO
                                  TST-COUNT(TURN-STATE-SUB, CNT-SUB)
                   END-IF
                   IF TURN-REGION-SUB IS GREATER THAN ZERO
                       ADD TS-COUNT(TURN-STORE-SUB, CNT-SUB) TO
                                 TRG-COUNT(TURN-REGION-SUB, CNT-SUB)
                   END-IF
                   ADD TS-COUNT(TURN-STORE-SUB, CNT-SUB) TO
                                                 TCO-COUNT(CNT-SUB)
                   ADD 1 TO CNT-SUB
               END-PERFORM
               IF TS-COUNT(TURN-STORE-SUB, CNT-EARLY) IS GREATER
                                                        THAN ZERO
                   ADD 1 TO FLAGGED-STORE-COUNT
               END-IF
               ADD 1 TO TURN-STORE-SUB
           END-PERFORM
           .

       36A-FIND-STATE-ROUTINE.
           MOVE ZERO TO TURN-STATE-SUB
           SET TST-IDX TO 1
           SEARCH TURN-STATE-ENTRY
               AT END
                   CONTINUE
               WHEN TST-IDX IS GREATER THAN TURN-STATE-COUNT
                   CONTINUE
               WHEN TST-STATE(TST-IDX) IS EQUAL TO
                                           TS-STATE(TURN-STORE-SUB)
                   SET TURN-STATE-SUB TO TST-IDX
           END-SEARCH

           IF TURN-STATE-SUB IS EQUAL TO ZERO
               IF TURN-STATE-COUNT IS LESS THAN 10
                   ADD 1 TO TURN-STATE-COUNT
                   MOVE TURN-STATE-COUNT TO TURN-STATE-SUB
                   INITIALIZE TURN-STATE-ENTRY(TURN-STATE-SUB)
                   MOVE TS-STATE(TURN-STORE-SUB) TO
                                          TST-STATE(TURN-STATE-SUB)
               ELSE
                   DISPLAY 'STATE TABLE FULL - STATE '
                           TS-STATE(TURN-STORE-SUB)
                           ' WILL BE MISSING FROM THE STATE TOTALS'
               END-IF
           END-IF
           .

       36B-FIND-REGION-ROUTINE.
           MOVE ZERO TO TURN-REGION-SUB
           SET TRG-IDX TO 1
           SEARCH TURN-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN TRG-IDX IS GREATER THAN TURN-REGION-COUNT
                   CONTINUE
               WHEN TRG-REGION(TRG-IDX) IS EQUAL TO
                                          TS-REGION(TURN-STORE-SUB)
                   SET TURN-REGION-SUB TO TRG-IDX
           END-SEARCH

           IF TURN-REGION-SUB IS EQUAL TO ZERO
               IF TURN-REGION-COUNT IS LESS THAN 10
                   ADD 1 TO TURN-REGION-COUNT
                   MOVE TURN-REGION-COUNT TO TURN-REGION-SUB
                   INITIALIZE TURN-REGION-ENTRY(TURN-REGION-SUB)
                   MOVE TS-REGION(TURN-STORE-SUB) TO
                                        TRG-REGION(TURN-REGION-SUB)
               ELSE
                   DISPLAY 'REGION TABLE FULL - REGION '
                           TS-REGION(TURN-STORE-SUB)
                           ' WILL BE MISSING FROM THE REGION TOTALS'
               END-IF
           END-IF
           .

       38-WRITE-REPORT-LINE-ROUTINE.
           WRITE TURNOVER-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       40-EOF-ROUTINE.
           PERFORM 41-PRINT-STORE-SECTION-ROUTINE
           PERFORM 43-PRINT-ROLL-UP-SECTIONS-ROUTINE
           PERFORM 45-PRINT-EARLY-TERMS-ROUTINE
           PERFORM 46-PRINT-SUMMARY-ROUTINE

           CLOSE TURNOVER-REPORT-FILE
           .

      * A store with nobody in it at either end of the period and no
      * movement during it is left off.
       41-PRINT-STORE-SECTION-ROUTINE.
           MOVE 'STORE HEADCOUNT AND TURNOVER' TO SL-TITLE
           MOVE 'STORE' TO TCH-ENTITY
           PERFORM 44-PRINT-SECTION-HEADING-ROUTINE

           MOVE 1 TO TURN-STORE-SUB
           PERFORM UNTIL TURN-STORE-SUB IS GREATER THAN
                                                   TURN-STORE-COUNT
               MOVE TS-COUNTS(TURN-STORE-SUB) TO
                                                      PRINT-COUNTS
               IF PRINT-COUNTS IS NOT EQUAL TO ZEROS
                   PERFORM 42-PRINT-ONE-STORE-ROUTINE
               END-IF
               ADD 1 TO TURN-STORE-SUB
           END-PERFORM
           .

       42-PRINT-ONE-STORE-ROUTINE.
           MOVE SPACES TO TDL-ENTITY
           STRING TS-STORE-ID(TURN-STORE-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TS-STORE-NAME(TURN-STORE-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TS-STATE(TURN-STORE-SUB) DELIMITED BY SIZE
               INTO TDL-ENTITY
           END-STRING
           PERFORM 47-FORMAT-DETAIL-LINE-ROUTINE
           IF PRT-COUNT(CNT-EARLY) IS GREATER THAN ZERO
               MOVE '** EARLY TURNOVER' TO TDL-EARLY-FLAG
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE TURN-DETAIL-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 1 TO POSITION-CELL-SUB
           PERFORM UNTIL POSITION-CELL-SUB IS GREATER THAN
                                                 POSITION-CELL-COUNT
               IF PC-STORE-ID(POSITION-CELL-SUB) IS EQUAL TO
                                       TS-STORE-ID(TURN-STORE-SUB)
                   MOVE PC-POSITION(POSITION-CELL-SUB) TO
                                                      TPL-POSITION
                   MOVE PC-START-COUNT(POSITION-CELL-SUB) TO
                                                         TPL-START
                   MOVE PC-END-COUNT(POSITION-CELL-SUB) TO TPL-END
                   MOVE TURN-POSITION-LINE TO TURNOVER-REPORT-RECORD
                   PERFORM 38-WRITE-REPORT-LINE-ROUTINE
               END-IF
               ADD 1 TO POSITION-CELL-SUB
           END-PERFORM
           .

       43-PRINT-ROLL-UP-SECTIONS-ROUTINE.
           MOVE 'STATE ROLL-UP' TO SL-TITLE
           MOVE 'STATE' TO TCH-ENTITY
           PERFORM 44-PRINT-SECTION-HEADING-ROUTINE
           MOVE 1 TO TURN-STATE-SUB
           PERFORM UNTIL TURN-STATE-SUB IS GREATER THAN
                                                   TURN-STATE-COUNT
               MOVE SPACES TO TDL-ENTITY
               MOVE TST-STATE(TURN-STATE-SUB) TO TDL-ENTITY
               MOVE TST-COUNTS(TURN-STATE-SUB) TO
                                                      PRINT-COUNTS
               PERFORM 47-FORMAT-DETAIL-LINE-ROUTINE
               MOVE TURN-DETAIL-LINE TO TURNOVER-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
               ADD 1 TO TURN-STATE-SUB
           END-PERFORM

           MOVE 'REGION ROLL-UP' TO SL-TITLE
           MOVE 'REGION' TO TCH-ENTITY
           PERFORM 44-PRINT-SECTION-HEADING-ROUTINE
           MOVE 1 TO TURN-REGION-SUB
           PERFORM UNTIL TURN-REGION-SUB IS GREATER THAN
                                                   TURN-REGION-COUNT
               MOVE SPACES TO TDL-ENTITY
               MOVE TRG-REGION(TURN-REGION-SUB) TO TDL-ENTITY
               MOVE TRG-COUNTS(TURN-REGION-SUB) TO
                                                      PRINT-COUNTS
               PERFORM 47-FORMAT-DETAIL-LINE-ROUTINE
               MOVE TURN-DETAIL-LINE TO TURNOVER-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
               ADD 1 TO TURN-REGION-SUB
           END-PERFORM

           MOVE 'COMPANY TOTAL' TO SL-TITLE
           MOVE SPACES TO TCH-ENTITY
           PERFORM 44-PRINT-SECTION-HEADING-ROUTINE
           MOVE 'BENNETT SHOES - ALL STORES' TO TDL-ENTITY
           MOVE TURN-COMPANY-TOTALS TO PRINT-COUNTS
           PERFORM 47-FORMAT-DETAIL-LINE-ROUTINE
           MOVE TURN-DETAIL-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           .

       44-PRINT-SECTION-HEADING-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           MOVE SECTION-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE TURN-COLUMN-HEADING TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           .

       45-PRINT-EARLY-TERMS-ROUTINE.
           MOVE EARLY-TERM-DAYS TO ETT-DAYS
           MOVE 3 TO PROPER-SPACING
           MOVE EARLY-TERM-TITLE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           IF EARLY-TERM-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO SL-TITLE
               MOVE 'NONE IN THIS PERIOD' TO SL-TITLE
               MOVE 2 TO PROPER-SPACING
               MOVE SECTION-LINE TO TURNOVER-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           ELSE
               MOVE 2 TO PROPER-SPACING
               MOVE EARLY-TERM-HEADING TO TURNOVER-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
               MOVE 1 TO EARLY-TERM-SUB
               PERFORM UNTIL EARLY-TERM-SUB IS GREATER THAN
                                                   EARLY-TERM-COUNT
                   MOVE EL-STORE-ID(EARLY-TERM-SUB) TO ETL-STORE-ID
                   MOVE EL-EMP-ID(EARLY-TERM-SUB) TO ETL-EMP-ID
                   MOVE EL-NAME(EARLY-TERM-SUB) TO ETL-NAME
                   MOVE EL-POSITION(EARLY-TERM-SUB) TO ETL-POSITION
                   MOVE EL-HIRE-DATE(EARLY-TERM-SUB) TO ETL-HIRE-DATE
                   MOVE EL-SEPARATION-DATE(EARLY-TERM-SUB) TO
                                               ETL-SEPARATION-DATE
                   MOVE EL-DAYS(EARLY-TERM-SUB) TO ETL-DAYS
                   MOVE EARLY-TERM-LINE TO TURNOVER-REPORT-RECORD
                   PERFORM 38-WRITE-REPORT-LINE-ROUTINE
                   ADD 1 TO EARLY-TERM-SUB
               END-PERFORM
           END-IF
           .

       46-PRINT-SUMMARY-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           MOVE 'MASTER RECORDS READ:' TO TSL-LABEL
           MOVE MASTER-READ-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'AUDIT TRAIL RECORDS READ:' TO TSL-LABEL
           MOVE AUDIT-READ-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'TRANSFERS AND POSITION CHANGES APPLIED:' TO TSL-LABEL
           MOVE EVENT-LOADED-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'ARCHIVED EMPLOYEES TAKEN FROM THE AUDIT TRAIL:' TO
                                                         TSL-LABEL
           MOVE RECOVERED-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'AUDIT RECORDS WITH AN UNREADABLE DATE:' TO TSL-LABEL
           MOVE UNREADABLE-AUDIT-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'EMPLOYEES WITH NO HIRE DATE - NOT COUNTED:' TO
                                                         TSL-LABEL
           MOVE NO-HIRE-DATE-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'TERMINATED WITH NO SEPARATION DATE - NOT COUNTED:'
                                                      TO TSL-LABEL
           MOVE NO-SEP-DATE-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           MOVE 'STORES FLAGGED FOR EARLY TURNOVER:' TO TSL-LABEL
           MOVE FLAGGED-STORE-COUNT TO TSL-COUNT
           MOVE TURN-SUMMARY-LINE TO TURNOVER-REPORT-RECORD
           PERFORM 38-WRITE-REPORT-LINE-ROUTINE

           IF NOT AUDIT-AVAILABLE
               MOVE SPACES TO SL-TITLE
               MOVE 'NO AUDIT TRAIL - NO TRANSFERS OR ARCHIVED TERMS'
                                                         TO SL-TITLE
               MOVE 2 TO PROPER-SPACING
               MOVE SECTION-LINE TO TURNOVER-REPORT-RECORD
               PERFORM 38-WRITE-REPORT-LINE-ROUTINE
           END-IF
           .

      * Fills the detail line from PRINT-COUNTS.  Turnover is
      * terminations over the average headcount; retention is the
      * start headcount still employed at the end.
       47-FORMAT-DETAIL-LINE-ROUTINE.
           MOVE PRT-COUNT(CNT-START) TO TDL-START
           MOVE PRT-COUNT(CNT-HIRES) TO TDL-HIRES
           MOVE PRT-COUNT(CNT-TERMS) TO TDL-TERMS
           MOVE PRT-COUNT(CNT-XFER-IN) TO TDL-XFER-IN
           MOVE PRT-COUNT(CNT-XFER-OUT) TO TDL-XFER-OUT
           MOVE PRT-COUNT(CNT-END) TO TDL-END
           MOVE PRT-COUNT(CNT-EARLY) TO TDL-EARLY-TERMS
           MOVE SPACES TO TDL-EARLY-FLAG

           MOVE ZEROS TO WS-TURNOVER-PCT
           COMPUTE WS-AVERAGE-BASE =
               PRT-COUNT(CNT-START) + PRT-COUNT(CNT-END)
           IF WS-AVERAGE-BASE IS GREATER THAN ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   PRT-COUNT(CNT-TERMS) * 200 / WS-AVERAGE-BASE
           END-IF
           MOVE WS-TURNOVER-PCT TO TDL-TURNOVER-PCT

           MOVE ZEROS TO WS-RETENTION-PCT
           IF PRT-COUNT(CNT-START) IS GREATER THAN ZERO
               COMPUTE WS-RETENTION-PCT ROUNDED =
                   PRT-COUNT(CNT-RETAINED) * 100 /
                   PRT-COUNT(CNT-START)
           END-IF
           MOVE WS-RETENTION-PCT TO TDL-RETENTION-PCT
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
