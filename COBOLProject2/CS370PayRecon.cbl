       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PAYRECON.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the return leg of the payroll interface.
      * After an apply run Operations hands Employee-Master-Updated.txt
      * and AL-Payroll-Extract.txt to payroll, but nothing proved the
      * increases were actually loaded until an employee complained
      * about a check.  This program reads payroll's register of the
      * salary, health and dental deductions actually in effect back
      * in, matches it employee for employee against the extract the
      * apply run sent, and prints a reconciliation of what matched,
      * what payroll never loaded, what it loaded at a different
      * amount and what it carries that is not on our master.  Every
      * employee payroll is missing or has wrong is written back out
      * in the extract layout, so the fix goes to payroll as a
      * re-send instead of a phone call.
      * ******
      * INPUT:
      *    AL-Payroll-Extract.txt - the extract the apply run sent:
      *        employee ID, salary, health and dental separated by
      *        commas, amounts with two decimal places.
      *    Payroll-Register.txt - payroll's register of what is in
      *        effect, one record per employee in the same comma
      *        layout (employee ID, salary, health, dental).
      *    The employee master (name supplied by CS370Parameters.txt,
      *    PR2FA21-AL.txt by default, plus the second and third state
      *    files of a consolidated run) supplies the store ID and
      *    the terminated status for each employee.  A terminated
      *    employee is on the extract at their old amounts but payroll
      *    is expected to have dropped them, so their absence from
      *    the register is counted, not reported.
      * *******
      * OUTPUT:
      *    Payroll-Recon-Report.txt - every employee payroll never
      *        loaded, every amount payroll loaded differently from
      *        what we sent (one line per field that differs), every
      *        register record with no employee on the master or no
      *        line on the extract, and reconciliation counts with
      *        salary, health and dental dollar totals for each
      *        class, including the employees that matched
      *    Payroll-Resend-Extract.txt - the extract lines, exactly as
      *        sent, for every employee never loaded or loaded at a
      *        different amount.  Operations sends the reviewed file
      *        to payroll as a corrective load.  Register records not
      *        on our master are not re-sent - payroll has to remove
      *        them on their side.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE
               ASSIGN TO 'AL-Payroll-Extract.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO 'Payroll-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO PM-EFFECTIVE-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'CS370Parameters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-FILE-STATUS.
           SELECT RESEND-EXTRACT-FILE
               ASSIGN TO 'Payroll-Resend-Extract.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER 'Payroll-Recon-Report.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD EXTRACT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  EXTRACT-RECORD              PIC X(50).

       FD REGISTER-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  REGISTER-RECORD             PIC X(50).

      * Master fields are carried as display characters - only the
      * key and the termination fields are needed here, and a record
      * with garbage in a numeric column must still give up its key.
       FD EMPLOYEE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  EMPLOYEE-RECORD.
           05  EM-STORE-ID             PIC X(4).
           05  EM-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(33).
           05  EM-STATUS               PIC X(1).
           05  FILLER                  PIC X(8).
           05  EM-SEPARATION-DATE      PIC X(8).
           05  FILLER                  PIC X(26).

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

      * The AL-Payroll-Extract.txt layout, so payroll loads the
      * re-send with the same job that loaded the original.
       FD RESEND-EXTRACT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  RESEND-EXTRACT-RECORD       PIC X(50).

       FD RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  RECON-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EXTRACT-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-EXTRACT                      VALUE 'N'.
           05  REGISTER-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-REGISTER                     VALUE 'N'.
           05  EMPLOYEE-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-EMPLOYEES                    VALUE 'N'.
           05  REG-FOUND-SW            PIC X           VALUE 'N'.
               88 REG-ON-FILE                          VALUE 'Y'.
           05  KEY-FOUND-SW            PIC X           VALUE 'N'.
               88 MASTER-KEY-FOUND                     VALUE 'Y'.
           05  AMOUNTS-VALID-SW        PIC X           VALUE 'N'.
               88 AMOUNTS-VALID                        VALUE 'Y'.
           05  AMOUNT-DIFFERS-SW       PIC X           VALUE 'N'.
               88 AMOUNT-DIFFERS                       VALUE 'Y'.
           05  WS-EXTRACT-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-REGISTER-FILE-STATUS PIC XX          VALUE '00'.
           05  WS-EMPLOYEE-FILE-STATUS PIC XX          VALUE '00'.
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

       01  REG-TABLE-CONTROLS.
           05  REG-TABLE-COUNT         PIC 9(4)        VALUE 0.

      * Payroll's register, held for matching against the extract;
      * RT-USED-SW flags each entry the extract pass consumed so the
      * leftovers - people payroll pays whom we never sent - can be
      * reported.
       01  REG-TABLE.
           05  REG-ENTRY               OCCURS 1000 TIMES
                                        INDEXED BY REG-IDX.
               10  RT-EMP-ID           PIC X(5).
               10  RT-SALARY           PIC 9(6)V99.
               10  RT-HEALTH           PIC 9(3)V99.
               10  RT-DENTAL           PIC 9(3)V99.
               10  RT-USED-SW          PIC X(1).

       01  KEY-TABLE-CONTROLS.
           05  KEY-TABLE-COUNT         PIC 9(4)        VALUE 0.

      * Employee ID to store ID and terminated status, loaded from
      * the master files.
       01  KEY-TABLE.
           05  KEY-ENTRY               OCCURS 1000 TIMES
                                        INDEXED BY KEY-IDX.
               10  KT-EMP-ID           PIC X(5).
               10  KT-STORE-ID         PIC X(4).
               10  KT-TERMINATED-SW    PIC X(1).

      * One comma-separated line broken into its four pieces, each
      * amount still carrying whatever padding payroll gave it.
       01  SPLIT-LINE-FIELDS.
           05  SP-LINE                 PIC X(50).
           05  SP-EMP-ID               PIC X(5).
           05  SP-SALARY-TEXT          PIC X(20).
           05  SP-HEALTH-TEXT          PIC X(20).
           05  SP-DENTAL-TEXT          PIC X(20).
           05  SP-SALARY               PIC 9(6)V99     VALUE 0.
           05  SP-HEALTH               PIC 9(6)V99     VALUE 0.
           05  SP-DENTAL               PIC 9(6)V99     VALUE 0.

      * One text amount: the padded piece as split, and the digits
      * alone right-justified with leading zeros, so the two decimal
      * places sit in the last three columns however the field was
      * padded, viewed as the whole dollars, the point and the cents.
       01  AMOUNT-WORK.
           05  AW-RAW                  PIC X(20).
           05  AW-LEAD                 PIC 9(2)        VALUE 0.
           05  AW-LEN                  PIC 9(2)        VALUE 0.
           05  AW-TEXT                 PIC X(9)        JUST RIGHT.
           05  AW-PARTS REDEFINES AW-TEXT.
               10  AW-WHOLE            PIC 9(6).
               10  AW-POINT            PIC X(1).
               10  AW-CENTS            PIC 9(2).
           05  AW-AMOUNT               PIC 9(6)V99     VALUE 0.

      * The extract line currently being matched.
       01  EXTRACT-AMOUNTS.
           05  EX-EMP-ID               PIC X(5).
           05  EX-SALARY               PIC 9(6)V99     VALUE 0.
           05  EX-HEALTH               PIC 9(3)V99     VALUE 0.
           05  EX-DENTAL               PIC 9(3)V99     VALUE 0.

       01  RECON-COUNTS.
           05  EXTRACT-READ-COUNT      PIC 9(6)        VALUE 0.
           05  REGISTER-READ-COUNT     PIC 9(6)        VALUE 0.
           05  MATCHED-COUNT           PIC 9(6)        VALUE 0.
           05  DIFFERENT-COUNT         PIC 9(6)        VALUE 0.
           05  NOT-LOADED-COUNT        PIC 9(6)        VALUE 0.
           05  TERM-NOT-LOADED-COUNT   PIC 9(6)        VALUE 0.
           05  NOT-ON-MASTER-COUNT     PIC 9(6)        VALUE 0.
           05  NOT-ON-EXTRACT-COUNT    PIC 9(6)        VALUE 0.
           05  UNREADABLE-COUNT        PIC 9(6)        VALUE 0.
           05  RESEND-WRITTEN-COUNT    PIC 9(6)        VALUE 0.

      * Salary, health and dental dollars per reconciliation class -
      * entries 1 through 7 are extract sent, register read, matched,
      * sent for the differing employees, loaded for the differing
      * employees, never loaded, and in payroll but not sent.
       01  RECON-TOTALS.
           05  RECON-TOTAL-ENTRY       OCCURS 7 TIMES.
               10  RTL-SALARY          PIC 9(9)V99     VALUE 0.
               10  RTL-HEALTH          PIC 9(7)V99     VALUE 0.
               10  RTL-DENTAL          PIC 9(7)V99     VALUE 0.

       01  RECON-TOTAL-SUBSCRIPTS.
           05  TOT-SENT                PIC 9           VALUE 1.
           05  TOT-REGISTER            PIC 9           VALUE 2.
           05  TOT-MATCHED             PIC 9           VALUE 3.
           05  TOT-DIFF-SENT           PIC 9           VALUE 4.
           05  TOT-DIFF-LOADED         PIC 9           VALUE 5.
           05  TOT-NOT-LOADED          PIC 9           VALUE 6.
           05  TOT-NOT-SENT            PIC 9           VALUE 7.
           05  TOT-SUB                 PIC 9           VALUE 1.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05  CD-DAY                  PIC XX.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      * Default master name - overridden by CS370Parameters.txt so
      * the keys come off the same master the cycle ran against.
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
                              'PAYROLL LOAD RECONCILIATION'.

       01  HEADING-THREE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'EMP'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                      'DISCREPANCY'.
           05                          PIC X(16)       VALUE SPACES.
           05                          PIC X(5)        VALUE 'FIELD'.
           05                          PIC X(8)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'SENT'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'PAYROLL'.

       01  RECON-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-STORE-ID            PIC X(4).
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-DISCREPANCY         PIC X(26).
           05                          PIC X(1)        VALUE SPACES.
           05  RDL-FIELD               PIC X(6).
           05                          PIC X(1)        VALUE SPACES.
           05  RDL-SENT                PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-PAYROLL             PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.

       01  RECON-TOTALS-HEADING.
           05                          PIC X(39)       VALUE SPACES.
           05                          PIC X(5)        VALUE 'COUNT'.
           05                          PIC X(8)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'SALARY'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'HEALTH'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'DENTAL'.

       01  RECON-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  RSL-LABEL               PIC X(34).
           05  RSL-COUNT               PIC ZZZ,ZZ9.
           05                          PIC X(1)        VALUE SPACES.
           05  RSL-SALARY              PIC ZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05                          PIC X(1)        VALUE SPACES.
           05  RSL-HEALTH              PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(1)        VALUE SPACES.
           05  RSL-DENTAL              PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-EXTRACT-ROUTINE
           PERFORM 33-SWEEP-UNMATCHED-REGISTER-ROUTINE
           PERFORM 40-EOF-ROUTINE
           STOP RUN
           .

       15-HSKPING-ROUTINE.

           PERFORM 18-LOAD-PARAMETERS-ROUTINE
           PERFORM 16-LOAD-KEY-TABLE-ROUTINE

           OPEN OUTPUT RESEND-EXTRACT-FILE
           OPEN OUTPUT RECON-REPORT-FILE

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           PERFORM 20-REPORT-HEADER-ROUTINE

      * The register is loaded after the headings are out, since an
      * unreadable register line is reported as it is read.
           PERFORM 17-LOAD-REGISTER-TABLE-ROUTINE
           .

      * Without the key table every register record would look like
      * someone not on our master - the run continues, but the store
      * column is left blank and terminated employees are reported
      * as never loaded.
       16-LOAD-KEY-TABLE-ROUTINE.
           MOVE 1 TO CURRENT-FILE-NUM
           PERFORM UNTIL CURRENT-FILE-NUM IS GREATER THAN
                                                  INPUT-FILE-COUNT
               MOVE INPUT-FILE-NAME(CURRENT-FILE-NUM) TO
                                            PM-EFFECTIVE-INPUT-FILE
               PERFORM 16B-LOAD-ONE-MASTER-ROUTINE
               ADD 1 TO CURRENT-FILE-NUM
           END-PERFORM
           .

       16A-ADD-KEY-ENTRY-ROUTINE.
           IF KEY-TABLE-COUNT IS LESS THAN 1000
               ADD 1 TO KEY-TABLE-COUNT
               MOVE EM-EMP-ID TO KT-EMP-ID(KEY-TABLE-COUNT)
               MOVE EM-STORE-ID TO KT-STORE-ID(KEY-TABLE-COUNT)
               IF EM-STATUS IS EQUAL TO 'T' OR
                  (EM-SEPARATION-DATE IS NUMERIC AND
                   EM-SEPARATION-DATE IS NOT EQUAL TO '00000000')
                   MOVE 'Y' TO KT-TERMINATED-SW(KEY-TABLE-COUNT)
               ELSE
                   MOVE 'N' TO KT-TERMINATED-SW(KEY-TABLE-COUNT)
               END-IF
           ELSE
               DISPLAY 'KEY TABLE FULL - EMPLOYEE ' EM-EMP-ID
                       ' NOT LOADED AND ANY REGISTER RECORD FOR THEM'
               DISPLAY '  WILL BE REPORTED AS NOT ON MASTER'
           END-IF
           .

       16B-LOAD-ONE-MASTER-ROUTINE.
           MOVE SPACE TO EMPLOYEE-EOF-FLAG
           OPEN INPUT EMPLOYEE-FILE

           IF WS-EMPLOYEE-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-EMPLOYEES
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO EMPLOYEE-EOF-FLAG
                       NOT AT END
                           PERFORM 16A-ADD-KEY-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPLOYEE MASTER ' PM-EFFECTIVE-INPUT-FILE
                       ' COULD NOT BE OPENED - STATUS '
                       WS-EMPLOYEE-FILE-STATUS
               DISPLAY '  ITS EMPLOYEES WILL SHOW NO STORE AND ANY'
                       ' REGISTER RECORD FOR THEM AS NOT ON MASTER'
           END-IF
           .

       17-LOAD-REGISTER-TABLE-ROUTINE.
           OPEN INPUT REGISTER-FILE

           IF WS-REGISTER-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-REGISTER
                   READ REGISTER-FILE
                       AT END
                           MOVE 'N' TO REGISTER-EOF-FLAG
                       NOT AT END
                           PERFORM 17A-ADD-REGISTER-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           ELSE
               DISPLAY 'PAYROLL-REGISTER.TXT COULD NOT BE OPENED'
                       ' - STATUS ' WS-REGISTER-FILE-STATUS
               DISPLAY '  EVERY EMPLOYEE WE SENT WILL BE REPORTED'
                       ' AS NEVER LOADED'
           END-IF
           .

      * A register line whose amounts cannot be read is reported and
      * left out of the table - matching it would only turn one
      * unreadable record into a false DIFFERENT AMOUNT line.
       17A-ADD-REGISTER-ENTRY-ROUTINE.
           ADD 1 TO REGISTER-READ-COUNT
           MOVE REGISTER-RECORD TO SP-LINE
           PERFORM 37-SPLIT-LINE-ROUTINE

           EVALUATE TRUE
               WHEN NOT AMOUNTS-VALID
                   ADD 1 TO UNREADABLE-COUNT
                   MOVE SP-EMP-ID TO RDL-EMP-ID
                   MOVE SPACES TO RDL-STORE-ID
                   MOVE 'UNREADABLE REGISTER LINE' TO RDL-DISCREPANCY
                   MOVE SPACES TO RDL-FIELD
                   MOVE ZERO TO RDL-SENT
                   MOVE ZERO TO RDL-PAYROLL
                   PERFORM 38-WRITE-RECON-LINE-ROUTINE
               WHEN REG-TABLE-COUNT IS LESS THAN 1000
                   ADD 1 TO REG-TABLE-COUNT
                   MOVE SP-EMP-ID TO RT-EMP-ID(REG-TABLE-COUNT)
                   MOVE SP-SALARY TO RT-SALARY(REG-TABLE-COUNT)
                   MOVE SP-HEALTH TO RT-HEALTH(REG-TABLE-COUNT)
                   MOVE SP-DENTAL TO RT-DENTAL(REG-TABLE-COUNT)
                   MOVE 'N' TO RT-USED-SW(REG-TABLE-COUNT)
                   ADD SP-SALARY TO RTL-SALARY(TOT-REGISTER)
                   ADD SP-HEALTH TO RTL-HEALTH(TOT-REGISTER)
                   ADD SP-DENTAL TO RTL-DENTAL(TOT-REGISTER)
               WHEN OTHER
                   DISPLAY 'REGISTER TABLE FULL - REGISTER RECORD FOR '
                           SP-EMP-ID ' WAS NOT LOADED'
           END-EVALUATE
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

       20-REPORT-HEADER-ROUTINE.

           WRITE RECON-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE RECON-REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           WRITE RECON-REPORT-RECORD FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           .

       25-PROCESS-EXTRACT-ROUTINE.
           OPEN INPUT EXTRACT-FILE

           IF WS-EXTRACT-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-EXTRACT
                   READ EXTRACT-FILE
                       AT END
                           MOVE 'N' TO EXTRACT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO EXTRACT-READ-COUNT
                           PERFORM 30-MATCH-ONE-EXTRACT-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           ELSE
               DISPLAY 'AL-PAYROLL-EXTRACT.TXT COULD NOT BE OPENED'
                       ' - STATUS ' WS-EXTRACT-FILE-STATUS
               DISPLAY '  NOTHING TO MATCH THE PAYROLL REGISTER'
                       ' AGAINST - RUN STOPPED'
               STOP RUN
           END-IF
           .

      * The register entry is looked up by employee ID among the
      * entries not yet consumed, so a duplicate register record is
      * left over for the sweep instead of matching twice.
       30-MATCH-ONE-EXTRACT-ROUTINE.
           MOVE EXTRACT-RECORD TO SP-LINE
           PERFORM 37-SPLIT-LINE-ROUTINE
           MOVE SP-EMP-ID TO EX-EMP-ID
           MOVE SP-SALARY TO EX-SALARY
           MOVE SP-HEALTH TO EX-HEALTH
           MOVE SP-DENTAL TO EX-DENTAL
           ADD EX-SALARY TO RTL-SALARY(TOT-SENT)
           ADD EX-HEALTH TO RTL-HEALTH(TOT-SENT)
           ADD EX-DENTAL TO RTL-DENTAL(TOT-SENT)

           MOVE EX-EMP-ID TO SP-EMP-ID
           PERFORM 36-LOOKUP-MASTER-KEY-ROUTINE

           MOVE 'N' TO REG-FOUND-SW
           SET REG-IDX TO 1
           SEARCH REG-ENTRY
               AT END
                   CONTINUE
               WHEN REG-IDX IS GREATER THAN REG-TABLE-COUNT
                   CONTINUE
               WHEN RT-EMP-ID(REG-IDX) IS EQUAL TO EX-EMP-ID AND
                    RT-USED-SW(REG-IDX) IS EQUAL TO 'N'
                   SET REG-ON-FILE TO TRUE
           END-SEARCH

           EVALUATE TRUE
               WHEN REG-ON-FILE
                   MOVE 'Y' TO RT-USED-SW(REG-IDX)
                   PERFORM 31-COMPARE-AMOUNTS-ROUTINE
               WHEN MASTER-KEY-FOUND AND
                    KT-TERMINATED-SW(KEY-IDX) IS EQUAL TO 'Y'
                   ADD 1 TO TERM-NOT-LOADED-COUNT
               WHEN OTHER
                   PERFORM 32-REPORT-NOT-LOADED-ROUTINE
           END-EVALUATE
           .

      * Each field that differs gets its own line with the amount
      * sent and the amount payroll loaded; the employee is counted
      * and re-sent once however many fields are wrong.
       31-COMPARE-AMOUNTS-ROUTINE.
           MOVE 'N' TO AMOUNT-DIFFERS-SW
           MOVE EX-EMP-ID TO RDL-EMP-ID
           MOVE 'LOADED AT DIFFERENT AMOUNT' TO RDL-DISCREPANCY

           IF RT-SALARY(REG-IDX) IS NOT EQUAL TO EX-SALARY
               SET AMOUNT-DIFFERS TO TRUE
               MOVE 'SALARY' TO RDL-FIELD
               MOVE EX-SALARY TO RDL-SENT
               MOVE RT-SALARY(REG-IDX) TO RDL-PAYROLL
               PERFORM 38-WRITE-RECON-LINE-ROUTINE
           END-IF
           IF RT-HEALTH(REG-IDX) IS NOT EQUAL TO EX-HEALTH
               SET AMOUNT-DIFFERS TO TRUE
               MOVE 'HEALTH' TO RDL-FIELD
               MOVE EX-HEALTH TO RDL-SENT
               MOVE RT-HEALTH(REG-IDX) TO RDL-PAYROLL
               PERFORM 38-WRITE-RECON-LINE-ROUTINE
           END-IF
           IF RT-DENTAL(REG-IDX) IS NOT EQUAL TO EX-DENTAL
               SET AMOUNT-DIFFERS TO TRUE
               MOVE 'DENTAL' TO RDL-FIELD
               MOVE EX-DENTAL TO RDL-SENT
               MOVE RT-DENTAL(REG-IDX) TO RDL-PAYROLL
               PERFORM 38-WRITE-RECON-LINE-ROUTINE
           END-IF

           IF AMOUNT-DIFFERS
               ADD 1 TO DIFFERENT-COUNT
               ADD EX-SALARY TO RTL-SALARY(TOT-DIFF-SENT)
               ADD EX-HEALTH TO RTL-HEALTH(TOT-DIFF-SENT)
               ADD EX-DENTAL TO RTL-DENTAL(TOT-DIFF-SENT)
               ADD RT-SALARY(REG-IDX) TO RTL-SALARY(TOT-DIFF-LOADED)
               ADD RT-HEALTH(REG-IDX) TO RTL-HEALTH(TOT-DIFF-LOADED)
               ADD RT-DENTAL(REG-IDX) TO RTL-DENTAL(TOT-DIFF-LOADED)
               PERFORM 39-WRITE-RESEND-ROUTINE
           ELSE
               ADD 1 TO MATCHED-COUNT
               ADD EX-SALARY TO RTL-SALARY(TOT-MATCHED)
               ADD EX-HEALTH TO RTL-HEALTH(TOT-MATCHED)
               ADD EX-DENTAL TO RTL-DENTAL(TOT-MATCHED)
           END-IF
           .

       32-REPORT-NOT-LOADED-ROUTINE.
           ADD 1 TO NOT-LOADED-COUNT
           ADD EX-SALARY TO RTL-SALARY(TOT-NOT-LOADED)
           ADD EX-HEALTH TO RTL-HEALTH(TOT-NOT-LOADED)
           ADD EX-DENTAL TO RTL-DENTAL(TOT-NOT-LOADED)

           MOVE EX-EMP-ID TO RDL-EMP-ID
           MOVE 'NEVER LOADED BY PAYROLL' TO RDL-DISCREPANCY
           MOVE 'SALARY' TO RDL-FIELD
           MOVE EX-SALARY TO RDL-SENT
           MOVE ZERO TO RDL-PAYROLL
           PERFORM 38-WRITE-RECON-LINE-ROUTINE
           PERFORM 39-WRITE-RESEND-ROUTINE
           .

      * A register record left over after the extract pass is either
      * someone payroll pays who is not on our master at all - a
      * mistyped ID or a termination payroll never processed - or a
      * master employee with no line on the extract, which points at
      * a duplicate in the register or an extract from another cycle.
       33-SWEEP-UNMATCHED-REGISTER-ROUTINE.
           SET REG-IDX TO 1
           PERFORM UNTIL REG-IDX IS GREATER THAN REG-TABLE-COUNT
                   OR REG-IDX IS GREATER THAN 1000
               IF RT-USED-SW(REG-IDX) IS EQUAL TO 'N'
                   PERFORM 34-REPORT-NOT-SENT-ROUTINE
               END-IF
               SET REG-IDX UP BY 1
           END-PERFORM
           .

       34-REPORT-NOT-SENT-ROUTINE.
           MOVE RT-EMP-ID(REG-IDX) TO SP-EMP-ID
           PERFORM 36-LOOKUP-MASTER-KEY-ROUTINE
           ADD RT-SALARY(REG-IDX) TO RTL-SALARY(TOT-NOT-SENT)
           ADD RT-HEALTH(REG-IDX) TO RTL-HEALTH(TOT-NOT-SENT)
           ADD RT-DENTAL(REG-IDX) TO RTL-DENTAL(TOT-NOT-SENT)

           MOVE RT-EMP-ID(REG-IDX) TO RDL-EMP-ID
           IF MASTER-KEY-FOUND
               ADD 1 TO NOT-ON-EXTRACT-COUNT
               MOVE 'ON MASTER - NOT ON EXTRACT' TO RDL-DISCREPANCY
           ELSE
               ADD 1 TO NOT-ON-MASTER-COUNT
               MOVE 'IN PAYROLL - NOT ON MASTER' TO RDL-DISCREPANCY
           END-IF
           MOVE 'SALARY' TO RDL-FIELD
           MOVE ZERO TO RDL-SENT
           MOVE RT-SALARY(REG-IDX) TO RDL-PAYROLL
           PERFORM 38-WRITE-RECON-LINE-ROUTINE
           .

      * Looks SP-EMP-ID up in the master key table, leaving KEY-IDX on
      * the entry and the store ID in the detail line.
       36-LOOKUP-MASTER-KEY-ROUTINE.
           MOVE 'N' TO KEY-FOUND-SW
           MOVE SPACES TO RDL-STORE-ID
           SET KEY-IDX TO 1
           SEARCH KEY-ENTRY
               AT END
                   CONTINUE
               WHEN KEY-IDX IS GREATER THAN KEY-TABLE-COUNT
                   CONTINUE
               WHEN KT-EMP-ID(KEY-IDX) IS EQUAL TO SP-EMP-ID
                   SET MASTER-KEY-FOUND TO TRUE
                   MOVE KT-STORE-ID(KEY-IDX) TO RDL-STORE-ID
           END-SEARCH
           .

      * Breaks the line in SP-LINE at its commas and turns each
      * amount into a number.  An amount must be digits with a
      * decimal point and two places after it, the way
      * CS370PROGRAM1 edits the extract; anything else turns
      * AMOUNTS-VALID off.
       37-SPLIT-LINE-ROUTINE.
           MOVE SPACES TO SP-EMP-ID SP-SALARY-TEXT SP-HEALTH-TEXT
                          SP-DENTAL-TEXT
           UNSTRING SP-LINE DELIMITED BY ','
               INTO SP-EMP-ID SP-SALARY-TEXT SP-HEALTH-TEXT
                    SP-DENTAL-TEXT
           END-UNSTRING

           SET AMOUNTS-VALID TO TRUE
           MOVE SP-SALARY-TEXT TO AW-RAW
           PERFORM 37A-CONVERT-AMOUNT-ROUTINE
           MOVE AW-AMOUNT TO SP-SALARY
           MOVE SP-HEALTH-TEXT TO AW-RAW
           PERFORM 37A-CONVERT-AMOUNT-ROUTINE
           MOVE AW-AMOUNT TO SP-HEALTH
           MOVE SP-DENTAL-TEXT TO AW-RAW
           PERFORM 37A-CONVERT-AMOUNT-ROUTINE
           MOVE AW-AMOUNT TO SP-DENTAL

           IF SP-HEALTH IS GREATER THAN 999.99 OR
              SP-DENTAL IS GREATER THAN 999.99
               MOVE 'N' TO AMOUNTS-VALID-SW
           END-IF
           .

       37A-CONVERT-AMOUNT-ROUTINE.
           MOVE ZERO TO AW-AMOUNT
           MOVE SPACES TO AW-TEXT
           MOVE ZERO TO AW-LEAD
           MOVE ZERO TO AW-LEN
           IF AW-RAW IS NOT EQUAL TO SPACES
               INSPECT AW-RAW TALLYING AW-LEAD FOR LEADING SPACE
               UNSTRING AW-RAW(AW-LEAD + 1:) DELIMITED BY SPACE
                   INTO AW-TEXT COUNT IN AW-LEN
               END-UNSTRING
               INSPECT AW-TEXT REPLACING LEADING SPACE BY ZERO
           END-IF

           IF AW-LEN IS GREATER THAN ZERO AND
              AW-LEN IS NOT GREATER THAN 9 AND
              AW-WHOLE IS NUMERIC AND
              AW-POINT IS EQUAL TO '.' AND
              AW-CENTS IS NUMERIC
               COMPUTE AW-AMOUNT = AW-WHOLE + AW-CENTS / 100
           ELSE
               MOVE 'N' TO AMOUNTS-VALID-SW
           END-IF
           .

       38-WRITE-RECON-LINE-ROUTINE.
           WRITE RECON-REPORT-RECORD FROM RECON-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

      * The line goes back exactly as the apply run wrote it, so the
      * corrective load is the original amount, not a recomputation.
       39-WRITE-RESEND-ROUTINE.
           MOVE EXTRACT-RECORD TO RESEND-EXTRACT-RECORD
           WRITE RESEND-EXTRACT-RECORD
           ADD 1 TO RESEND-WRITTEN-COUNT
           .

       40-EOF-ROUTINE.
           MOVE 3 TO PROPER-SPACING
           WRITE RECON-REPORT-RECORD FROM RECON-TOTALS-HEADING
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING

           MOVE 'EXTRACT RECORDS SENT:' TO RSL-LABEL
           MOVE EXTRACT-READ-COUNT TO RSL-COUNT
           MOVE TOT-SENT TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 'PAYROLL REGISTER RECORDS READ:' TO RSL-LABEL
           MOVE REGISTER-READ-COUNT TO RSL-COUNT
           MOVE TOT-REGISTER TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'MATCHED AT THE AMOUNT SENT:' TO RSL-LABEL
           MOVE MATCHED-COUNT TO RSL-COUNT
           MOVE TOT-MATCHED TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 'LOADED AT DIFFERENT AMOUNT - SENT:' TO RSL-LABEL
           MOVE DIFFERENT-COUNT TO RSL-COUNT
           MOVE TOT-DIFF-SENT TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE '                         - LOADED:' TO RSL-LABEL
           MOVE DIFFERENT-COUNT TO RSL-COUNT
           MOVE TOT-DIFF-LOADED TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 'NEVER LOADED BY PAYROLL:' TO RSL-LABEL
           MOVE NOT-LOADED-COUNT TO RSL-COUNT
           MOVE TOT-NOT-LOADED TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 'IN PAYROLL - NOT SENT:' TO RSL-LABEL
           COMPUTE RSL-COUNT = NOT-ON-MASTER-COUNT +
                               NOT-ON-EXTRACT-COUNT
           MOVE TOT-NOT-SENT TO TOT-SUB
           PERFORM 41-WRITE-SUMMARY-LINE-ROUTINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'TERMINATED - NOT LOADED, EXPECTED:' TO RSL-LABEL
           MOVE TERM-NOT-LOADED-COUNT TO RSL-COUNT
           PERFORM 42-WRITE-COUNT-LINE-ROUTINE

           MOVE 'IN PAYROLL - NOT ON MASTER:' TO RSL-LABEL
           MOVE NOT-ON-MASTER-COUNT TO RSL-COUNT
           PERFORM 42-WRITE-COUNT-LINE-ROUTINE

           MOVE 'IN PAYROLL - NOT ON EXTRACT:' TO RSL-LABEL
           MOVE NOT-ON-EXTRACT-COUNT TO RSL-COUNT
           PERFORM 42-WRITE-COUNT-LINE-ROUTINE

           MOVE 'UNREADABLE REGISTER LINES:' TO RSL-LABEL
           MOVE UNREADABLE-COUNT TO RSL-COUNT
           PERFORM 42-WRITE-COUNT-LINE-ROUTINE

           MOVE 'RE-SEND RECORDS WRITTEN:' TO RSL-LABEL
           MOVE RESEND-WRITTEN-COUNT TO RSL-COUNT
           PERFORM 42-WRITE-COUNT-LINE-ROUTINE

           CLOSE RESEND-EXTRACT-FILE
               RECON-REPORT-FILE
           .

       41-WRITE-SUMMARY-LINE-ROUTINE.
           MOVE RTL-SALARY(TOT-SUB) TO RSL-SALARY
           MOVE RTL-HEALTH(TOT-SUB) TO RSL-HEALTH
           MOVE RTL-DENTAL(TOT-SUB) TO RSL-DENTAL
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       42-WRITE-COUNT-LINE-ROUTINE.
           MOVE ZERO TO RSL-SALARY
           MOVE ZERO TO RSL-HEALTH
           MOVE ZERO TO RSL-DENTAL
           WRITE RECON-REPORT-RECORD FROM RECON-SUMMARY-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .
