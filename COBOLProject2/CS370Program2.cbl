      *        4.  Employee Last Name
      *        5.  Employee First Name
      *        6.  Employee Middle Initial
      *        7.  Employee Status (Active/Terminated/On Leave)
      *            with the leave start and expected (or actual)
      *            return dates as Julian YYDDD in columns 33-42
      *        8.  Hire Date
      *        9.  Separation Date
      *        10. Date of Last Pay Increase
      *    the prior (wrong) tier rates and retro effective date in
      *    the parameters, writing Retro-Adjustment-Extract.txt and
      *    Retro-Register.txt without touching the checkpoint,
      *    run-history or run-control machinery of a normal cycle;
      *    X = back out the apply run for the cycle date, restoring
      *    the pre-apply master that run saved, reversing its GL
      *    batch and marking the cycle reversed in the run history
      *    and run control; M = what-if modeling, which prices
      *    every rate set on Rate-Scenarios.txt in one read-only
      *    pass over the master and writes only the comparison
      *    report - no checkpoint, run history, run control,
      *    carrier, GL or extract output),
      *    and an optional cycle/as-of date that
      *    drives the seniority math, the overdue-increase test and
      *    the report heading in place of the machine clock, so a
      *    unchanged and listed - unless the release parameter is
      *    set.  This governs what we may spend, where the control
      *    totals only balance the input file.
      *    Rate-Scenarios.txt (modeling mode) supplies up to five
      *    named rate sets, one per line: a 10-character scenario
      *    name, then the four salary tier rates, the health basic,
      *    premium and dependent add-on rates and the dental basic
      *    and premium rates, each 9V999 in the CS370Parameters.txt
      *    layout.  A blank or zero rate takes this run's rate from
      *    the parameters (or the default), so a scenario need only
      *    carry the rates it changes.
      *    CS370Checkpoint.txt, if present at startup, resumes a prior
      *    run from the last successfully processed employee.
      *    CS370RunControl.txt carries the start/end stamps all three
      *    programs write; this run refuses to start when the edit
      *    pass has not completed cleanly for this cycle date or a
      *    maintenance batch is stamped started-but-not-finished,
      *    and an apply run refuses when an apply of the same input
      *    file is already stamped complete for the cycle and has not
      *    been backed out, unless the operator override parameter
      *    is set (and then the override is recorded on the start
      *    stamp).
      *    Every employee file is sequence-checked (store ID ascending
      *    within the file, employee ID ascending within the store)
      *    before any output is opened; an out-of-sequence record
      *    OVERDUE FOR PAY INCREASE exception list
      *    SALARY BAND EXCEPTIONS list (capped / floored / out of
      *        band before the increase)
      *    LEAVE OF ABSENCE list (on leave with the increase
      *        deferred, past the expected return date, or back from
      *        leave with the deferred increase resumed)
      *    **************
      *    CS370RunHistory.txt - one summary record per store (run
      *        date, eligible headcount, salary/health/dental totals,
      *    Employee-Master-Updated.txt - the master with the increased
      *        salary, health and dental amounts and the run date
      *        stamped as the last increase date for every eligible
      *        employee (health and dental only, no stamp, for an
      *        employee on leave; the leave dates are cleared once a
      *        returned employee's deferred increase is applied);
      *        terminated and bad-hire-date records are
      *        copied through unchanged.  When the consolidated run
      *        reads more than one state employee file, one updated
      *        master is written per input file (Employee-Master-
      *        Updated-1.txt, -2, -3) so each state's file feeds the
      *        next cycle directly
      *    Apply-Proof-Report.txt - old vs. new values per employee
      *    CS370CompHistory.txt - one compensation history record
      *        per employee appended every apply cycle: cycle date,
      *        store, position, old and new salary, health and dental,
      *        seniority tier, and what governed the change (increased,
      *        band cap or floor, budget hold, leave, terminated, bad
      *        hire date).  Read back by CS370SALHIST and CS370INQ
      *    Master-PreApply-yyyymmdd.txt - every input record exactly
      *        as it was read, kept as the pre-apply generation for
      *        the cycle date so the run can be backed out (-1, -2,
      *        -3 on the end of the name for a consolidated run)
      *    In back-out mode only:
      *    Employee-Master-Restored.txt - the pre-apply generation
      *        copied back out (-1/-2/-3 for a consolidated run), for
      *        Operations to put in place of the applied master
      *    GL-Reversal.txt - the cycle's GL-Distribution.txt batch
      *        with every debit and credit swapped, so the two net to
      *        zero, under the same header and a trailer carrying the
      *        same line count and proof totals
      *    Backout-Register.txt - applied, restored and pre-apply
      *        salary per record with a match proof for each, the
      *        record counts and salary totals per file, and the GL
      *        reversal totals.  Only a proven restore writes the GL
      *        reversal and the reversal markers - an 'R' record on
      *        CS370RunHistory.txt, which the variance report uses to
      *        skip the cycle's earlier records, and an 'R' stamp on
      *        CS370RunControl.txt, which clears the cycle's apply
      *        completion for the run-control gate.  The same 'R'
      *        record goes on CS370CompHistory.txt so the cycle's
      *        employee history records are voided there as well
      *    In modeling mode only:
      *    Rate-Scenario-Report.txt - the rates each scenario priced
      *        with, then the scenarios side by side for every store,
      *        state, region and the company: total increase dollars
      *        (salary, health and dental), the salary total over the
      *        Store-Budget.txt budget, and the employees whose
      *        increase the PositionMaster.txt band would cap
      *    *************
      * CALCULATIONS
      *    SALARY INCREASE IS TIERED BY YEARS OF SERVICE (HIRE DATE)
      *        WHEN THE EMPLOYEE COVERS DEPENDENTS
      *    DENTAL INCREASE VARIES BY DENTAL PLAN
      *    TERMINATED/SEPARATED EMPLOYEES RECEIVE NO INCREASE
      *    EMPLOYEES ON LEAVE KEEP THEIR HEALTH AND DENTAL INCREASES
      *        AND CARRIER RECORDS, BUT THE SALARY INCREASE IS
      *        DEFERRED TO THE FIRST CYCLE AFTER THEY RETURN
      *
      *    ADD EACH ELIGIBLE EMPLOYEE'S INCREASED SALARY TO A RUNNING
      *    TOTAL FOR EACH STORE AND AN OVERALL TOTAL.  DO THE SAME FOR
               FILE STATUS IS WS-GL-MAP-FILE-STATUS.
           SELECT GL-DISTRIBUTION-FILE
               ASSIGN TO 'GL-Distribution.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DIST-FILE-STATUS.
           SELECT GL-REVERSAL-FILE
               ASSIGN TO 'GL-Reversal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO 'CS370ControlTotals.txt'
           SELECT OPTIONAL UPDATED-MASTER-FILE
               ASSIGN TO UM-EFFECTIVE-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRE-APPLY-MASTER-FILE
               ASSIGN TO PA-EFFECTIVE-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT RESTORED-MASTER-FILE
               ASSIGN TO RS-EFFECTIVE-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-REGISTER-FILE
               ASSIGN TO PRINTER 'Backout-Register.txt'.
           SELECT IMPACT-REPORT-FILE
               ASSIGN TO PRINTER 'AL-Impact-Report.txt'.
           SELECT BENEFITS-INTERFACE-FILE
               ASSIGN TO 'Carrier-Enrollment.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMP-HISTORY-FILE
               ASSIGN TO 'CS370CompHistory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-HIST-FILE-STATUS.
           SELECT OPTIONAL RUN-HISTORY-FILE
               ASSIGN TO 'CS370RunHistory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT BUDGET-REPORT-FILE
               ASSIGN TO PRINTER 'Budget-Compliance-Report.txt'.
           SELECT SCENARIO-FILE
               ASSIGN TO 'Rate-Scenarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-FILE-STATUS.
           SELECT SCENARIO-REPORT-FILE
               ASSIGN TO PRINTER 'Rate-Scenario-Report.txt'.
           SELECT RETRO-EXTRACT-FILE
               ASSIGN TO 'Retro-Adjustment-Extract.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  EMP-LAST-NAME           PIC X(10).
           05  EMP-FIRST-NAME          PIC X(10).
           05  EMP-MIDDLE-INIT         PIC X(1).
           05  EMP-LEAVE-START-JUL     PIC X(5).
           05  EMP-LEAVE-RETURN-JUL    PIC X(5).
           05  EMP-STATUS              PIC X(1).
               88  EMP-STATUS-ACTIVE                    VALUE 'A'.
               88  EMP-STATUS-TERMINATED                VALUE 'T'.
               88  EMP-STATUS-ON-LEAVE                  VALUE 'L'.
           05  EMP-HIRE-DATE           PIC 9(8).
           05  EMP-SEPARATION-DATE     PIC 9(8).
           05  EMP-LAST-INCREASE-DATE  PIC 9(8).
           05  DP-COVERAGE-FLAG        PIC X(1).
           05  FILLER                  PIC X(1).

      * One named rate set per line for the modeling run - the rate
      * fields in CS370Parameters.txt order.
       FD SCENARIO-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01  SCENARIO-RECORD.
           05  SC-SCENARIO-NAME        PIC X(10).
           05  SC-SALARY-TIER1-RATE    PIC 9V999.
           05  SC-SALARY-TIER2-RATE    PIC 9V999.
           05  SC-SALARY-TIER3-RATE    PIC 9V999.
           05  SC-SALARY-TIER4-RATE    PIC 9V999.
           05  SC-HEALTH-BASIC-RATE    PIC 9V999.
           05  SC-HEALTH-PREMIUM-RATE  PIC 9V999.
           05  SC-HEALTH-DEPEND-ADDON  PIC 9V999.
           05  SC-DENTAL-BASIC-RATE    PIC 9V999.
           05  SC-DENTAL-PREMIUM-RATE  PIC 9V999.

       FD SCENARIO-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  SCENARIO-REPORT-RECORD      PIC X(132).

      * One line per retro-adjusted employee: what the botched rates
      * paid out to date, what the corrected rates should have paid,
      * the difference payroll owes (sign byte ahead of the amount),
           05  RC-STAMP-TYPE           PIC X(1).
               88  RC-STAMP-START                      VALUE 'S'.
               88  RC-STAMP-END                        VALUE 'E'.
               88  RC-STAMP-REVERSED                   VALUE 'R'.
           05  RC-OVERRIDE             PIC X(1).
           05  RC-RUN-MODE             PIC X(1).
           05  FILLER                  PIC X(5).

       FD PARAMETER-FILE
           RECORD CONTAINS 194 CHARACTERS.

       01  GL-DISTRIBUTION-RECORD      PIC X(80).

      * Record-type view for the back-out run, which reads the
      * cycle's batch back to reverse it.
       01  GL-DIST-TYPE-VIEW.
           05  GLD-RECORD-TYPE         PIC X(1).
               88  GLD-HEADER                          VALUE 'H'.
               88  GLD-JOURNAL                         VALUE 'J'.
               88  GLD-EXCEPTION                       VALUE 'X'.
               88  GLD-TRAILER                         VALUE 'Z'.
           05  FILLER                  PIC X(79).

      * The reversing batch: the GL-Distribution.txt layout, written
      * by a back-out run.
       FD GL-REVERSAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  GL-REVERSAL-RECORD          PIC X(80).

       FD POSITION-MASTER-FILE
           RECORD CONTAINS 18 CHARACTERS.

               88  CKE-TYPE-BAND                   VALUE 'B'.
               88  CKE-TYPE-AGEOUT                 VALUE 'G'.
               88  CKE-TYPE-HELD                   VALUE 'W'.
               88  CKE-TYPE-LEAVE                  VALUE 'L'.
           05  CKE-EMP-ID              PIC X(5).
           05  CKE-EMP-NAME            PIC X(24).
           05  CKE-DATE                PIC 9(8).
           RECORD CONTAINS 85 CHARACTERS.

       01  UPDATED-MASTER-RECORD.
           05  UM-FRONT                PIC X(32).
           05  UM-LEAVE-START-JUL      PIC X(5).
           05  UM-LEAVE-RETURN-JUL     PIC X(5).
           05  UM-STATUS               PIC X(1).
           05  UM-HIRE-DATE            PIC X(8).
           05  UM-SEPARATION-DATE      PIC X(8).
           05  UM-DENTAL-PLAN          PIC X(1).
           05  UM-DENTAL-COST          PIC 9(3).

      * Alternate view of the applied master for the back-out
      * register, which reads it back to show what is being undone.
       01  UPDATED-MASTER-KEY-VIEW.
           05  UK-STORE-ID             PIC X(4).
           05  UK-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(58).
           05  UK-CURRENT-SALARY       PIC 9(6)V99.
           05  FILLER                  PIC X(10).

      * The pre-apply generation: each input record of an apply run
      * exactly as read, under a name carrying the cycle date.
       FD PRE-APPLY-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  PRE-APPLY-MASTER-RECORD.
           05  PA-STORE-ID             PIC X(4).
           05  PA-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(58).
           05  PA-CURRENT-SALARY       PIC 9(6)V99.
           05  FILLER                  PIC X(10).

       FD RESTORED-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  RESTORED-MASTER-RECORD.
           05  RM-STORE-ID             PIC X(4).
           05  RM-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(58).
           05  RM-CURRENT-SALARY       PIC 9(6)V99.
           05  FILLER                  PIC X(10).

       FD BACKOUT-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  BACKOUT-REGISTER-RECORD     PIC X(80).

       FD PROOF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.


      * One 'S' record per store per run and one 'C' company record,
      * appended cycle after cycle - the run-over-run memory the
      * variance report reads back.  A back-out appends an 'R'
      * record for its run date, which voids every record of that
      * date written ahead of it.
       FD RUN-HISTORY-FILE
           RECORD CONTAINS 57 CHARACTERS.

           05  HR-RECORD-TYPE          PIC X(1).
               88  HR-TYPE-STORE                       VALUE 'S'.
               88  HR-TYPE-COMPANY                     VALUE 'C'.
               88  HR-TYPE-REVERSAL                    VALUE 'R'.
           05  HR-STORE-ID             PIC X(4).
           05  HR-ELIGIBLE-COUNT       PIC 9(5).
           05  HR-SALARY-TOTAL         PIC S9(8)V99.
           05  HR-TERMINATED-COUNT     PIC 9(4).
           05  HR-OVERDUE-COUNT        PIC 9(4).

      * One record per employee per apply cycle, appended cycle
      * after cycle.  A restarted run may write an employee's record
      * for the cycle twice - the last one for the cycle date stands.
      * A back-out appends an 'R' record for its cycle date, which
      * voids every record of that date written ahead of it.
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
               88  CH-CHANGE-INCREASED                 VALUE 'I'.
               88  CH-CHANGE-CAPPED                    VALUE 'C'.
               88  CH-CHANGE-FLOORED                   VALUE 'F'.
               88  CH-CHANGE-HELD                      VALUE 'H'.
               88  CH-CHANGE-ON-LEAVE                  VALUE 'L'.
               88  CH-CHANGE-TERMINATED                VALUE 'T'.
               88  CH-CHANGE-BAD-HIRE                  VALUE 'B'.
           05  FILLER                  PIC X(10).

       FD VARIANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

               88 APPLY-MODE                           VALUE 'A'.
               88 REPORT-ONLY-MODE                     VALUE 'R'.
               88 RETRO-MODE                           VALUE 'B'.
               88 BACKOUT-MODE                         VALUE 'X'.
               88 MODEL-MODE                           VALUE 'M'.
           05  PARAMS-LOADED-SW        PIC X           VALUE 'N'.
               88 PARAMS-LOADED                        VALUE 'Y'.
           05  SEQ-EOF-FLAG            PIC X           VALUE ' '.
               88 EMP-IS-ELIGIBLE                      VALUE 'Y'.
               88 EMP-IS-TERMINATED                    VALUE 'T'.
               88 EMP-IS-BAD-HIRE-DATE                 VALUE 'H'.
      * Set by 33 for an eligible employee: 'L' on leave (salary
      * increase deferred), 'R' back from leave with the deferred
      * increase still to be given, 'N' neither.
           05  EMP-LEAVE-SW            PIC X           VALUE 'N'.
               88 EMP-ON-LEAVE                         VALUE 'L'.
               88 EMP-BACK-FROM-LEAVE                  VALUE 'R'.
           05  WS-CONTROL-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-CKP-FILE-STATUS      PIC XX          VALUE '00'.
               88 CKP-FILE-FOUND                       VALUE '00'.
               88 EDIT-COMPLETED-THIS-CYCLE            VALUE 'Y'.
           05  MAINT-OPEN-SW           PIC X           VALUE 'N'.
               88 MAINT-BATCH-OPEN                     VALUE 'Y'.
           05  APPLY-COMPLETE-SW       PIC X           VALUE 'N'.
               88 APPLY-COMPLETED-THIS-CYCLE           VALUE 'Y'.
           05  RUNCTL-OVERRIDE-SW      PIC X           VALUE 'N'.
               88 OPERATOR-OVERRIDE                    VALUE 'Y'.
           05  GL-MAP-EOF-FLAG         PIC X           VALUE ' '.
               88 GL-STORE-MAPPED                      VALUE 'Y'.
           05  GL-CERTIFY-SW           PIC X           VALUE 'Y'.
               88 GL-FILE-CERTIFIED                    VALUE 'Y'.
           05  WS-GL-DIST-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-GEN-FILE-STATUS      PIC XX          VALUE '00'.
           05  WS-COMP-HIST-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  WS-DEPENDS-FILE-STATUS  PIC XX          VALUE '00'.
           05  DEPENDS-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-DEPENDS                      VALUE 'N'.
               88 HISTORY-ENTRY-FOUND                  VALUE 'Y'.
           05  PRIOR-COMPANY-SW        PIC X           VALUE 'N'.
               88 PRIOR-COMPANY-ON-FILE                VALUE 'Y'.
           05  HIST-REVERSED-SW        PIC X           VALUE 'N'.
               88 HISTORY-RUN-REVERSED                 VALUE 'Y'.
           05  WS-SCENARIO-FILE-STATUS PIC XX          VALUE '00'.
           05  SCENARIO-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-SCENARIOS                    VALUE 'N'.
           05  MODEL-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-MODEL-DATA                   VALUE 'N'.

       01  STORE-TABLE-CONTROLS.
           05  STORE-TABLE-COUNT       PIC 99          VALUE 0.
               10  WS-LAST-INC-MONTH   PIC 9(2).
               10  WS-LAST-INC-DAY     PIC 9(2).

      * Leave dates ride on the master as Julian YYDDD (two to the
      * ten free columns, 2000-2099, so every fourth year leaps).
      * 33D turns the cycle date into the same form for the past-
      * return test; 33E turns a leave date back into YYYYMMDD for
      * the LEAVE OF ABSENCE list.
       01  LEAVE-DATE-WORK.
           05  WS-TODAY-JUL            PIC X(5)        VALUE SPACES.
           05  WS-TODAY-JUL-PARTS REDEFINES WS-TODAY-JUL.
               10  WS-TODAY-JUL-YY     PIC 9(2).
               10  WS-TODAY-JUL-DDD    PIC 9(3).
           05  WS-LV-JULIAN            PIC X(5)        VALUE SPACES.
           05  WS-LV-JULIAN-PARTS REDEFINES WS-LV-JULIAN.
               10  WS-LV-JULIAN-YY     PIC 9(2).
               10  WS-LV-JULIAN-DDD    PIC 9(3).
           05  WS-LV-DATE-NUM          PIC 9(8)        VALUE 0.
           05  WS-LV-DATE-PARTS REDEFINES WS-LV-DATE-NUM.
               10  WS-LV-YEAR          PIC 9(4).
               10  WS-LV-MONTH         PIC 9(2).
               10  WS-LV-DAY           PIC 9(2).
           05  WS-LV-MONTH-START       PIC 9(3)        VALUE 0.
           05  WS-LV-LEAP-QUOTIENT     PIC 9(2)        VALUE 0.
           05  WS-LV-LEAP-REMAINDER    PIC 9(1)        VALUE 0.
           05  WS-LV-REASON            PIC X(1)        VALUE SPACE.
               88 LEAVE-REASON-DEFERRED                VALUE 'D'.
               88 LEAVE-REASON-PAST-RETURN             VALUE 'P'.
               88 LEAVE-REASON-RETURNED                VALUE 'R'.
           05  WS-LV-DEFERRED-COUNT    PIC 9(4)        VALUE 0.
           05  WS-LV-PAST-COUNT        PIC 9(4)        VALUE 0.
           05  WS-LV-RETURNED-COUNT    PIC 9(4)        VALUE 0.

      * Days in the year before the first of each month (non-leap).
       01  DAYS-BEFORE-MONTH-VALUES.
           05  FILLER                  PIC X(36)       VALUE
               '000031059090120151181212243273304334'.
       01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
           05  DAYS-BEFORE-MONTH       PIC 9(3)        OCCURS 12 TIMES.

       01  RATE-WORK-FIELDS.
           05  WS-YEARS-SERVICE        PIC S999        VALUE 0.
           05  WS-MONTHS-SINCE-INCR    PIC S999        VALUE 0.
           05  WS-SALARY-RATE          PIC S9V999      VALUE +1.000.
           05  WS-SENIORITY-TIER       PIC 9           VALUE 0.
           05  WS-HEALTH-RATE          PIC S9V999      VALUE +1.000.
           05  WS-DENTAL-RATE          PIC S9V999      VALUE +1.000.

           05  OVERDUE-RAISE-COUNT          PIC 9(4)   VALUE 0.
           05  SALARY-BAND-COUNT            PIC 9(4)   VALUE 0.
           05  DEP-AGEOUT-COUNT             PIC 9(4)   VALUE 0.
           05  LEAVE-EXCEPTION-COUNT        PIC 9(4)   VALUE 0.
           05  UPDATED-MASTER-COUNT         PIC 9(6)   VALUE 0.

       01  DEP-TABLE-CONTROLS.
               88 BAND-REASON-FLOORED                  VALUE 'F'.
               88 BAND-REASON-PRE-OOB                  VALUE 'P'.
           05  WS-BAND-AMOUNT          PIC 9(6)V99     VALUE 0.
      * What the band did to this employee's increase ('C' capped,
      * 'F' floored), for the compensation history record.
           05  WS-EMP-BAND-ACTION      PIC X           VALUE SPACE.

       01  EXCEPTION-TABLES.
           05  TERMINATED-TABLE        OCCURS 150 TIMES
               10  AO-EMP-ID           PIC X(5).
               10  AO-DEP-NAME         PIC X(20).
               10  AO-BIRTH-DATE       PIC 9(8).
           05  LEAVE-TABLE             OCCURS 150 TIMES
                                        INDEXED BY LV-IDX.
               10  LV-EMP-ID           PIC X(5).
               10  LV-EMP-NAME         PIC X(24).
               10  LV-DATE             PIC 9(8).
               10  LV-REASON           PIC X(1).

       01  CONTROL-TOTALS.
           05  CTL-FILE-AVAIL-SW       PIC X           VALUE 'N'.
           05  PCF-HEALTH              PIC S9(6)V99    VALUE +0.
           05  PCF-DENTAL              PIC S9(6)V99    VALUE +0.

      * Back-out markers found on the run history: the run date each
      * voids and the marker's position in the file, since only the
      * records of that date written ahead of the marker are void -
      * a corrected rerun of the same cycle after the back-out
      * stands.
       01  HISTORY-REVERSAL-CONTROLS.
           05  HIST-RECORD-NUMBER      PIC 9(7)        VALUE 0.
           05  HIST-REVERSAL-COUNT     PIC 99          VALUE 0.

       01  HISTORY-REVERSAL-TABLE.
           05  HISTORY-REVERSAL-ENTRY  OCCURS 50 TIMES
                                        INDEXED BY HRV-IDX.
               10  HRV-RUN-DATE        PIC 9(8).
               10  HRV-RECORD-NUMBER   PIC 9(7).

      * Per-employee increase deltas and effective percents feeding
      * the impact report.
       01  IMPACT-WORK-FIELDS.
           05  WS-INC-DENTAL           PIC S9(3)V99    VALUE +0.
           05  WS-PCT-WORK             PIC S9(3)V9     VALUE +0.

      * Modeling-run tables.  Each scenario's rates are complete -
      * blanks were filled from this run's rates when the scenario
      * was loaded - and are moved into the live rate fields before
      * 36-COMPUTE-RATES-ROUTINE prices an employee, so a scenario
      * is priced by exactly the code a real cycle uses.
       01  SCENARIO-CONTROLS.
           05  SCENARIO-COUNT          PIC 9           VALUE 0.
           05  SCN-SUB                 PIC 9           VALUE 0.
           05  RATE-SUB                PIC 99          VALUE 0.
           05  MODEL-FILE-NUM          PIC 9           VALUE 1.
           05  MODEL-STORE-COUNT       PIC 99          VALUE 0.
           05  MODEL-STORE-SUB         PIC 99          VALUE 0.
           05  MODEL-STATE-COUNT       PIC 99          VALUE 0.
           05  MODEL-STATE-SUB         PIC 99          VALUE 0.
           05  MODEL-REGION-COUNT      PIC 99          VALUE 0.
           05  MODEL-REGION-SUB        PIC 99          VALUE 0.
           05  MODEL-READ-COUNT        PIC 9(6)        VALUE 0.
           05  MODEL-PRICED-COUNT      PIC 9(6)        VALUE 0.
           05  MODEL-NO-BUDGET-COUNT   PIC 9(4)        VALUE 0.
           05  WS-MODEL-PRE-BAND-SALARY
                                        PIC 9(6)V99     VALUE 0.
           05  WS-MODEL-INCREASE       PIC S9(7)V99    VALUE +0.
           05  WS-MODEL-OVERAGE        PIC S9(8)V99    VALUE +0.
           05  WS-MODEL-BUDGET-EDIT    PIC $$$,$$$,$$9.99.
      * Which table 67A fills the print cells from: 'S' store,
      * 'T' state, 'G' region, 'C' company.
           05  MODEL-PRINT-LEVEL       PIC X           VALUE SPACE.

       01  SCENARIO-TABLE.
           05  SCENARIO-ENTRY          OCCURS 5 TIMES.
               10  SCN-NAME            PIC X(10).
               10  SCN-RATES.
                   15  SCN-SALARY-TIER1-RATE   PIC S9V999.
                   15  SCN-SALARY-TIER2-RATE   PIC S9V999.
                   15  SCN-SALARY-TIER3-RATE   PIC S9V999.
                   15  SCN-SALARY-TIER4-RATE   PIC S9V999.
                   15  SCN-HEALTH-BASIC-RATE   PIC S9V999.
                   15  SCN-HEALTH-PREMIUM-RATE PIC S9V999.
                   15  SCN-HEALTH-DEPEND-ADDON PIC S9V999.
                   15  SCN-DENTAL-BASIC-RATE   PIC S9V999.
                   15  SCN-DENTAL-PREMIUM-RATE PIC S9V999.
               10  SCN-RATE-LIST REDEFINES SCN-RATES.
                   15  SCN-RATE        PIC S9V999  OCCURS 9 TIMES.

      * Per store, per scenario: the increase dollars, the post-
      * increase salary total the budget test runs against, the
      * overage, and the band-capped count.
       01  MODEL-STORE-TABLE.
           05  MODEL-STORE-ENTRY       OCCURS 60 TIMES
                                        INDEXED BY MST-IDX.
               10  MST-STORE-ID        PIC X(4).
               10  MST-STORE-NAME      PIC X(20).
               10  MST-STATE           PIC X(2).
               10  MST-REGION          PIC X(10).
               10  MST-BUDGET-AMOUNT   PIC 9(8)V99.
               10  MST-HAS-BUDGET-SW   PIC X.
               10  MST-SCENARIO        OCCURS 5 TIMES.
                   15  MST-INCREASE        PIC S9(8)V99.
                   15  MST-SALARY-TOTAL    PIC S9(8)V99.
                   15  MST-OVERAGE         PIC S9(8)V99.
                   15  MST-CAPPED-COUNT    PIC 9(5).

      * State and region roll-ups.  An overage is summed store by
      * store - one store's unspent budget never covers another's
      * overrun, the same way the apply run holds store by store.
       01  MODEL-STATE-TABLE.
           05  MODEL-STATE-ENTRY       OCCURS 10 TIMES
                                        INDEXED BY MSS-IDX.
               10  MSS-STATE           PIC X(2).
               10  MSS-SCENARIO        OCCURS 5 TIMES.
                   15  MSS-INCREASE        PIC S9(9)V99.
                   15  MSS-OVERAGE         PIC S9(9)V99.
                   15  MSS-CAPPED-COUNT    PIC 9(6).

       01  MODEL-REGION-TABLE.
           05  MODEL-REGION-ENTRY      OCCURS 10 TIMES
                                        INDEXED BY MRG-IDX.
               10  MRG-REGION          PIC X(10).
               10  MRG-SCENARIO        OCCURS 5 TIMES.
                   15  MRG-INCREASE        PIC S9(9)V99.
                   15  MRG-OVERAGE         PIC S9(9)V99.
                   15  MRG-CAPPED-COUNT    PIC 9(6).

       01  MODEL-COMPANY-TABLE.
           05  MCT-SCENARIO            OCCURS 5 TIMES.
               10  MCT-INCREASE        PIC S9(9)V99.
               10  MCT-OVERAGE         PIC S9(9)V99.
               10  MCT-CAPPED-COUNT    PIC 9(6).

      * Retro-run work fields.  WS-TODAY is repointed at the retro
      * effective date so 34-COMPUTE-SENIORITY-ROUTINE prices the
      * tier exactly as the botched cycle did; the machine date is
           05  RC-OWED-TOTAL           PIC S9(9)V99    VALUE +0.
           05  RC-DIFF-TOTAL           PIC S9(9)V99    VALUE +0.

      * Back-out run names and proof counters.  The generation and
      * restored names are built per input file by 29A from the
      * cycle date, the same way the updated master's name is.
       01  GENERATION-FILE-NAMES.
           05  PA-EFFECTIVE-GEN-FILE    PIC X(30)      VALUE SPACES.
           05  RS-EFFECTIVE-OUTPUT-FILE PIC X(30)      VALUE SPACES.

       01  BACKOUT-WORK-FIELDS.
           05  BO-GEN-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-GEN-DATA                     VALUE 'N'.
           05  BO-RESTORED-EOF-FLAG    PIC X           VALUE ' '.
               88 NO-MORE-RESTORED-DATA                VALUE 'N'.
           05  BO-APPLIED-EOF-FLAG     PIC X           VALUE ' '.
               88 NO-MORE-APPLIED-DATA                 VALUE 'N'.
           05  BO-GL-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-GL-DATA                      VALUE 'N'.
           05  BO-PROVEN-SW            PIC X           VALUE 'Y'.
               88 BACKOUT-PROVEN                       VALUE 'Y'.
           05  BO-GL-CERTIFY-SW        PIC X           VALUE 'Y'.
               88 GL-REVERSAL-CERTIFIED                VALUE 'Y'.
           05  BO-ORIG-CERTIFY-FLAG    PIC X(11)       VALUE SPACES.
           05  BO-GEN-MISSING-SW       PIC X           VALUE 'N'.
               88 GENERATION-MISSING                   VALUE 'Y'.

       01  BACKOUT-FILE-COUNTS.
           05  BO-GEN-COUNT            PIC 9(6)        VALUE 0.
           05  BO-RESTORED-COUNT       PIC 9(6)        VALUE 0.
           05  BO-APPLIED-COUNT        PIC 9(6)        VALUE 0.
           05  BO-MATCH-COUNT          PIC 9(6)        VALUE 0.
           05  BO-MISMATCH-COUNT       PIC 9(6)        VALUE 0.
           05  BO-GEN-SALARY-TOTAL     PIC 9(9)V99     VALUE 0.
           05  BO-RESTORED-SALARY-TOTAL
                                        PIC 9(9)V99     VALUE 0.
           05  BO-APPLIED-SALARY-TOTAL PIC 9(9)V99     VALUE 0.

       01  BACKOUT-RUN-COUNTS.
           05  BO-TOTAL-RESTORED       PIC 9(6)        VALUE 0.
           05  BO-TOTAL-MISMATCH       PIC 9(6)        VALUE 0.

      * The original batch's trailer and the reversal's own running
      * totals - the reversal proves when its debits equal the
      * original credits, its credits the original debits, and the
      * line counts agree.
       01  GL-REVERSAL-TOTALS.
           05  GLR-ORIG-LINE-COUNT     PIC 9(6)        VALUE 0.
           05  GLR-ORIG-DEBIT-TOTAL    PIC 9(9)V99     VALUE 0.
           05  GLR-ORIG-CREDIT-TOTAL   PIC 9(9)V99     VALUE 0.
           05  GLR-LINE-COUNT          PIC 9(6)        VALUE 0.
           05  GLR-DEBIT-TOTAL         PIC 9(9)V99     VALUE 0.
           05  GLR-CREDIT-TOTAL        PIC 9(9)V99     VALUE 0.
           05  GLR-HOLD-AMOUNT         PIC 9(7)V99     VALUE 0.
           05  GLR-DESCRIPTION         PIC X(20)       VALUE SPACES.

       01  TEMP-FIELDS.
           05  LAST-STORE-ID           PIC XXXX        VALUE SPACES.
           05  TEMP-EMP-SALARY         PIC 999999V99   VALUE 0.
                                          'DEPENDENTS AGED OUT:     '.
           05  ESL5-COUNT              PIC ZZZ9.

       01  LEAVE-EXCEPTION-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  LVL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  LVL-EMP-NAME            PIC X(24).
           05                          PIC X(2)        VALUE SPACES.
           05  LVL-DATE                PIC 9(8).
           05                          PIC X(2)        VALUE SPACES.
           05  LVL-REASON              PIC X(30).

       01  EXCLUSION-SUMMARY-LINE-7.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(33)       VALUE
                                 'ON LEAVE - INCREASE DEFERRED:'.
           05  ESL7-COUNT              PIC ZZZ9.

       01  EXCLUSION-SUMMARY-LINE-8.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(33)       VALUE
                                          'PAST EXPECTED RETURN DATE:'.
           05  ESL8-COUNT              PIC ZZZ9.

       01  EXCLUSION-SUMMARY-LINE-9.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(33)       VALUE
                                  'RETURNED - INCREASE RESUMED:'.
           05  ESL9-COUNT              PIC ZZZ9.

       01  BUDGET-HEADING-TWO.
           05                          PIC X(27)       VALUE SPACES.
           05                          PIC X(24)       VALUE
                                          'INCREASES HELD:          '.
           05  ESL6-COUNT              PIC ZZZ9.

       01  SCENARIO-HEADING-TWO.
           05                          PIC X(24)       VALUE SPACES.
           05                          PIC X(32)       VALUE
                                'WHAT-IF RATE SCENARIO COMPARISON'.

       01  SCENARIO-AS-OF-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                 'PRICED AS OF: '.
           05  SNO-AS-OF-DATE          PIC 9(8).
           05                          PIC X(18)       VALUE
                                             '   MASTER FILES: '.
           05  SNO-FILE-COUNT          PIC 9.

       01  SCENARIO-SECTION-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SNS-TITLE               PIC X(50).

       01  SCENARIO-RATE-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                      'SCENARIO'.
           05                          PIC X(8)        VALUE
                                                      '  TIER 1'.
           05                          PIC X(8)        VALUE
                                                      '  TIER 2'.
           05                          PIC X(8)        VALUE
                                                      '  TIER 3'.
           05                          PIC X(8)        VALUE
                                                      '  TIER 4'.
           05                          PIC X(8)        VALUE
                                                      '  HLTH B'.
           05                          PIC X(8)        VALUE
                                                      '  HLTH P'.
           05                          PIC X(8)        VALUE
                                                      ' DEP ADD'.
           05                          PIC X(8)        VALUE
                                                      '  DENT B'.
           05                          PIC X(8)        VALUE
                                                      '  DENT P'.

       01  SCENARIO-RATE-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SNR-NAME                PIC X(10).
           05  SNR-CELL                OCCURS 9 TIMES.
               10  FILLER              PIC X(3).
               10  SNR-RATE            PIC 9.999.

       01  SCENARIO-COLUMN-HEADING.
           05                          PIC X(30)       VALUE SPACES.
           05  SNH-CELL                OCCURS 5 TIMES.
               10  FILLER              PIC X(7).
               10  SNH-NAME            PIC X(10).
               10  FILLER              PIC X(1).

       01  SCENARIO-ENTITY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SNE-TEXT                PIC X(80).

       01  SCENARIO-AMOUNT-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  SNA-LABEL               PIC X(26).
           05  SNA-CELL                OCCURS 5 TIMES.
               10  FILLER              PIC X(3).
               10  SNA-AMOUNT          PIC $$$,$$$,$$9.99-.

       01  SCENARIO-COUNT-LINE.
           05                          PIC X(4)        VALUE SPACES.
           05  SNC-LABEL               PIC X(26).
           05  SNC-CELL                OCCURS 5 TIMES.
               10  FILLER              PIC X(11).
               10  SNC-COUNT           PIC ZZ,ZZ9.
               10  FILLER              PIC X(1).

       01  SCENARIO-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  SNM-LABEL               PIC X(36).
           05  SNM-COUNT               PIC ZZZ,ZZ9.

       01  RETRO-HEADING-TWO.
           05                          PIC X(24)       VALUE SPACES.
           05                          PIC X(31)       VALUE
           05                          PIC X(1)        VALUE SPACES.
           05  RTL-DIFFERENCE          PIC $Z,ZZZ,ZZ9.99-.

       01  BACKOUT-HEADING-TWO.
           05                          PIC X(26)       VALUE SPACES.
           05                          PIC X(27)       VALUE
                                     'APPLY RUN BACK-OUT REGISTER'.

       01  BACKOUT-HEADING-THREE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                    'CYCLE DATE:'.
           05                          PIC X(1)        VALUE SPACES.
           05  BH3-CYCLE-DATE          PIC 9(8).

       01  BACKOUT-FILE-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05  BFH-LABEL               PIC X(14).
           05  BFH-FILE-NAME           PIC X(30).

       01  BACKOUT-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'EMP'.
           05                          PIC X(6)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'APPLIED'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                                                       'RESTORED'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                      'PRE-APPLY'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'PROOF'.

       01  BACKOUT-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  BKL-STORE-ID            PIC X(4).
           05                          PIC X(2)        VALUE SPACES.
           05  BKL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  BKL-APPLIED             PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  BKL-RESTORED            PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  BKL-PRE-APPLY           PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(3)        VALUE SPACES.
           05  BKL-PROOF               PIC X(20).

       01  BACKOUT-SUMMARY-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  BSL-LABEL               PIC X(30).
           05  BSL-COUNT               PIC ZZZ,ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  BSL-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.

       01  BACKOUT-AMOUNT-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  BAL-LABEL               PIC X(30).
           05                          PIC X(9)        VALUE SPACES.
           05  BAL-AMOUNT              PIC $ZZZ,ZZZ,ZZ9.99.

       01  BACKOUT-RESULT-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  BRL-TEXT                PIC X(70).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
               STOP RUN
           END-IF

      * Back-out mode ('X') is self-contained the same way: it undoes
      * the cycle's apply run from the generation that run saved and
      * touches the run history and run control only to mark the
      * cycle reversed.
           IF BACKOUT-MODE
               PERFORM 80-BACKOUT-RUN-ROUTINE
               STOP RUN
           END-IF

      * Modeling mode ('M') prices the rate scenarios and writes only
      * its comparison report - it is a question about next cycle,
      * not a cycle, so it leaves every file a real run keeps alone.
           IF MODEL-MODE
               PERFORM 60-MODEL-RUN-ROUTINE
               STOP RUN
           END-IF

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-INPUT-FILE
           PERFORM 40-EOF-ROUTINE
               IF APPLY-MODE
                   PERFORM 29-OPEN-UPDATED-MASTER-ROUTINE
                   OPEN EXTEND PROOF-REPORT-FILE
                   OPEN EXTEND COMP-HISTORY-FILE
               END-IF
               SET SKIPPING-RECORDS TO TRUE
               MOVE 'N' TO FIRST-RECORD
               IF APPLY-MODE
                   PERFORM 29-OPEN-UPDATED-MASTER-ROUTINE
                   OPEN OUTPUT PROOF-REPORT-FILE
                   OPEN EXTEND COMP-HISTORY-FILE
               END-IF
           END-IF

      * when CS370RunControl.txt shows no clean CS370EDIT completion
      * for this cycle date, or a CS370MAINT batch stamped started
      * but never finished - the two mistakes that have each cost a
      * rerun this year.  An apply run also refuses when an apply of
      * the same input file already finished for this cycle and was
      * not backed out, since applying again on top of a master
      * Operations has already rolled forward doubles the increase.
      * The override parameter exists for genuine emergencies and is
      * recorded on this run's start stamp so the file shows who ran
      * past the gate.
       14-CHECK-RUN-CONTROL-ROUTINE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           IF PM-EFFECTIVE-AS-OF-DATE IS GREATER THAN ZERO
               DISPLAY 'RUN CONTROL - A CS370MAINT BATCH IS STAMPED'
                       ' STARTED BUT NOT FINISHED'
           END-IF
           IF APPLY-MODE AND APPLY-COMPLETED-THIS-CYCLE
               DISPLAY 'RUN CONTROL - AN APPLY RUN IS ALREADY STAMPED'
                       ' COMPLETE FOR CYCLE ' WS-CYCLE-DATE
               DISPLAY '  BACK IT OUT (RUN MODE X) BEFORE APPLYING'
                       ' AGAIN'
           END-IF

           IF NOT EDIT-COMPLETED-THIS-CYCLE OR MAINT-BATCH-OPEN OR
              (APPLY-MODE AND APPLY-COMPLETED-THIS-CYCLE)
               IF OPERATOR-OVERRIDE
                   DISPLAY 'RUN CONTROL - OPERATOR OVERRIDE IS SET -'
                           ' PROCEEDING, OVERRIDE RECORDED'
           END-IF

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'INCREASE' TO RC-PROGRAM
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           MOVE PM-EFFECTIVE-INPUT-FILE TO RC-INPUT-FILE
           MOVE ZEROS TO RC-RECORD-COUNT
           MOVE 'S' TO RC-STAMP-TYPE
           MOVE RUNCTL-OVERRIDE-SW TO RC-OVERRIDE
           MOVE RUN-MODE-SW TO RC-RUN-MODE
           WRITE RUN-CONTROL-RECORD
           .

      * A MAINT start flips the open-batch switch on and its end
      * flips it off, so whatever the last MAINT stamp was decides -
      * an 'S' with no 'E' behind it is exactly the half-applied
      * batch this gate exists to catch.  An apply run's end stamp
      * and a back-out's reversal stamp for the cycle work the same
      * way, so a backed-out apply no longer counts.
       14A-SCAN-RUN-CONTROL-ROUTINE.
      * The completion must name the same input file this run is
      * about to price - an edit pass over a test extract on the
               WHEN RC-PROGRAM IS EQUAL TO 'MAINT   ' AND
                    RC-STAMP-END
                   MOVE 'N' TO MAINT-OPEN-SW
               WHEN RC-PROGRAM IS EQUAL TO 'INCREASE' AND
                    RC-STAMP-END AND
                    RC-RUN-MODE IS EQUAL TO 'A' AND
                    RC-CYCLE-DATE IS EQUAL TO WS-CYCLE-DATE AND
                    RC-INPUT-FILE IS EQUAL TO PM-EFFECTIVE-INPUT-FILE
                   SET APPLY-COMPLETED-THIS-CYCLE TO TRUE
               WHEN RC-PROGRAM IS EQUAL TO 'INCREASE' AND
                    RC-STAMP-REVERSED AND
                    RC-CYCLE-DATE IS EQUAL TO WS-CYCLE-DATE AND
                    RC-INPUT-FILE IS EQUAL TO PM-EFFECTIVE-INPUT-FILE
                   MOVE 'N' TO APPLY-COMPLETE-SW
           END-EVALUATE
           .

                               PERFORM 17I-RESTORE-AGEOUT-ROUTINE
                           WHEN CKE-TYPE-HELD
                               PERFORM 17J-RESTORE-HELD-ROUTINE
                           WHEN CKE-TYPE-LEAVE
                               PERFORM 17K-RESTORE-LEAVE-ROUTINE
                           WHEN CKS-TYPE-STORE
                               PERFORM 17G-RESTORE-STORE-ROUTINE
                           WHEN OTHER
           END-IF
           .

       17K-RESTORE-LEAVE-ROUTINE.
           ADD 1 TO LEAVE-EXCEPTION-COUNT
           IF LEAVE-EXCEPTION-COUNT IS LESS THAN OR EQUAL TO 150
               MOVE CKE-EMP-ID TO LV-EMP-ID(LEAVE-EXCEPTION-COUNT)
               MOVE CKE-EMP-NAME TO LV-EMP-NAME(LEAVE-EXCEPTION-COUNT)
               MOVE CKE-DATE TO LV-DATE(LEAVE-EXCEPTION-COUNT)
               MOVE CKE-REASON TO LV-REASON(LEAVE-EXCEPTION-COUNT)
           END-IF
           .

       17G-RESTORE-STORE-ROUTINE.
      * A crash inside a store break can leave the same store's 'S'
      * record twice (the break re-runs on restart before the guard
           MOVE ZEROS TO SALARY-BAND-COUNT
           MOVE ZEROS TO DEP-AGEOUT-COUNT
           MOVE ZEROS TO HELD-EMPLOYEE-COUNT
           MOVE ZEROS TO LEAVE-EXCEPTION-COUNT
      * The stale checkpoint's replayed 'S' records seeded the GL
      * store table and posted computed totals into the budget
      * table - discard both, or the fresh run's store breaks would
           END-IF
           IF PM-RUN-MODE IS EQUAL TO 'A' OR
              PM-RUN-MODE IS EQUAL TO 'R' OR
              PM-RUN-MODE IS EQUAL TO 'B' OR
              PM-RUN-MODE IS EQUAL TO 'X' OR
              PM-RUN-MODE IS EQUAL TO 'M'
               MOVE PM-RUN-MODE TO RUN-MODE-SW
           END-IF
           IF PM-INPUT-FILE-NAME-2 NOT EQUAL TO SPACES
                   MOVE SPACE TO EOF-FLAG
                   IF APPLY-MODE
                       CLOSE UPDATED-MASTER-FILE
                           PRE-APPLY-MASTER-FILE
                       PERFORM 29-OPEN-UPDATED-MASTER-ROUTINE
                   END-IF
               END-IF
               END-EVALUATE
               MULTIPLY EMP-CURRENT-SALARY BY WS-SALARY-RATE
                   GIVING TEMP-EMP-SALARY
               IF EMP-ON-LEAVE
                   MOVE EMP-CURRENT-SALARY TO TEMP-EMP-SALARY
               ELSE
                   PERFORM 28D-PREPASS-BAND-CAP-ROUTINE
               END-IF
               ADD TEMP-EMP-SALARY TO PP-STORE-TOTAL
           END-IF
           .
      * kept for the single-state run, and a consolidated run writes
      * Employee-Master-Updated-1/-2/-3.txt so each state's updated
      * file is in store sequence and feeds the next cycle's input
      * slot directly.  The pre-apply generation for the same input
      * file opens alongside it.  EXTEND on a restart, OUTPUT on a
      * fresh run.
       29-OPEN-UPDATED-MASTER-ROUTINE.
           PERFORM 29A-BUILD-MASTER-NAMES-ROUTINE

           IF RESTART-REQUESTED
               OPEN EXTEND UPDATED-MASTER-FILE
               OPEN EXTEND PRE-APPLY-MASTER-FILE
           ELSE
               OPEN OUTPUT UPDATED-MASTER-FILE
               OPEN OUTPUT PRE-APPLY-MASTER-FILE
           END-IF
           .

      * The updated, pre-apply generation and restored master names
      * for input file CURRENT-FILE-NUM.  The generation carries the
      * cycle date (WS-TODAY, the checkpointed date on a restart) so
      * a back-out finds the one its cycle wrote; a consolidated run
      * adds the file number to each name.
       29A-BUILD-MASTER-NAMES-ROUTINE.
           MOVE SPACES TO PA-EFFECTIVE-GEN-FILE
           IF INPUT-FILE-COUNT IS EQUAL TO 1
               MOVE 'Employee-Master-Updated.txt' TO
                                            UM-EFFECTIVE-OUTPUT-FILE
               MOVE 'Employee-Master-Restored.txt' TO
                                            RS-EFFECTIVE-OUTPUT-FILE
               STRING 'Master-PreApply-' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO PA-EFFECTIVE-GEN-FILE
               END-STRING
           ELSE
               MOVE SPACES TO UM-EFFECTIVE-OUTPUT-FILE
               STRING 'Employee-Master-Updated-' DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO UM-EFFECTIVE-OUTPUT-FILE
               END-STRING
               MOVE SPACES TO RS-EFFECTIVE-OUTPUT-FILE
               STRING 'Employee-Master-Restored-' DELIMITED BY SIZE
                      CURRENT-FILE-NUM DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO RS-EFFECTIVE-OUTPUT-FILE
               END-STRING
               STRING 'Master-PreApply-' DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      CURRENT-FILE-NUM DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO PA-EFFECTIVE-GEN-FILE
               END-STRING
           END-IF
           .

      * whose carrier details go out unchanged.
           MOVE EMP-NUM-DEPENDENTS TO WS-EFFECTIVE-DEPENDS
           MOVE ZEROS TO WS-AGEOUT-THIS-EMP
           MOVE ZERO TO WS-SENIORITY-TIER
           MOVE SPACE TO WS-EMP-BAND-ACTION

           EVALUATE TRUE
               WHEN EMP-IS-ELIGIBLE
                   PERFORM 34-COMPUTE-SENIORITY-ROUTINE
                   PERFORM 33B-CHECK-DEPENDENT-AGEOUT-ROUTINE
                   PERFORM 36-COMPUTE-RATES-ROUTINE

                   MULTIPLY EMP-CURRENT-SALARY BY WS-SALARY-RATE
                       GIVING TEMP-EMP-SALARY
                   MULTIPLY EMP-DENTAL-COST BY WS-DENTAL-RATE
                       GIVING TEMP-EMP-DENTAL

      * An employee on leave keeps the health/dental increases but
      * the salary stays where it is until the first cycle after
      * the return - no band test and no overdue flag meanwhile.
                   IF EMP-ON-LEAVE
                       MOVE EMP-CURRENT-SALARY TO TEMP-EMP-SALARY
                   ELSE
                       PERFORM 37-CHECK-OVERDUE-INCREASE-ROUTINE
                       PERFORM 36A-APPLY-SALARY-BAND-ROUTINE
                   END-IF
                   IF EMP-ON-LEAVE OR EMP-BACK-FROM-LEAVE
                       PERFORM 39U-RECORD-LEAVE-ROUTINE
                   END-IF

                   ADD TEMP-EMP-SALARY TO SL-SALARY-TOTAL
                   ADD TEMP-EMP-HEALTH TO SL-HEALTH-TOTAL
           MOVE ZEROS TO SL-INC-DENTAL
           .

      * An employee on leave stays eligible - health and dental are
      * still priced and the carrier still gets a 'D' record - and
      * EMP-LEAVE-SW tells the caller to hold the salary back.  An
      * active employee still carrying a leave start has come back
      * since the last apply run and is owed the deferred increase.
       33-DETERMINE-ELIGIBILITY-ROUTINE.
           SET EMP-IS-ELIGIBLE TO TRUE
           MOVE 'N' TO EMP-LEAVE-SW
           IF EMP-STATUS-TERMINATED OR
              EMP-SEPARATION-DATE IS NOT EQUAL TO ZERO
               SET EMP-IS-TERMINATED TO TRUE
           ELSE
               IF EMP-HIRE-DATE IS EQUAL TO ZERO
                   SET EMP-IS-BAD-HIRE-DATE TO TRUE
               ELSE
                   IF EMP-STATUS-ON-LEAVE
                       SET EMP-ON-LEAVE TO TRUE
                   ELSE
                       IF EMP-LEAVE-START-JUL IS NOT EQUAL TO SPACES
                           SET EMP-BACK-FROM-LEAVE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * Converts the cycle date (WS-TODAY) to Julian YYDDD in
      * WS-TODAY-JUL, comparable with the leave dates on the master.
       33D-CONVERT-TODAY-TO-JULIAN-ROUTINE.
           MOVE WS-TODAY-YEAR TO WS-TODAY-JUL-YY
           DIVIDE WS-TODAY-JUL-YY BY 4 GIVING WS-LV-LEAP-QUOTIENT
               REMAINDER WS-LV-LEAP-REMAINDER
           COMPUTE WS-TODAY-JUL-DDD =
               DAYS-BEFORE-MONTH(WS-TODAY-MONTH) + WS-TODAY-DAY
           IF WS-LV-LEAP-REMAINDER IS EQUAL TO ZERO AND
              WS-TODAY-MONTH IS GREATER THAN 2
               ADD 1 TO WS-TODAY-JUL-DDD
           END-IF
           .

      * Converts the Julian date in WS-LV-JULIAN to YYYYMMDD in
      * WS-LV-DATE-NUM by walking back from December to the month
      * the day of year falls in.  A blank or damaged Julian date
      * comes back as zeros.
       33E-CONVERT-JULIAN-TO-DATE-ROUTINE.
           MOVE ZEROS TO WS-LV-DATE-NUM
           IF WS-LV-JULIAN IS NUMERIC AND
              WS-LV-JULIAN-DDD IS GREATER THAN ZERO AND
              WS-LV-JULIAN-DDD IS LESS THAN 367
               DIVIDE WS-LV-JULIAN-YY BY 4 GIVING WS-LV-LEAP-QUOTIENT
                   REMAINDER WS-LV-LEAP-REMAINDER
               COMPUTE WS-LV-YEAR = 2000 + WS-LV-JULIAN-YY
               MOVE 13 TO WS-LV-MONTH
               MOVE 999 TO WS-LV-MONTH-START
               PERFORM UNTIL WS-LV-JULIAN-DDD IS GREATER THAN
                                                   WS-LV-MONTH-START
                   SUBTRACT 1 FROM WS-LV-MONTH
                   MOVE DAYS-BEFORE-MONTH(WS-LV-MONTH) TO
                                                   WS-LV-MONTH-START
                   IF WS-LV-LEAP-REMAINDER IS EQUAL TO ZERO AND
                      WS-LV-MONTH IS GREATER THAN 2
                       ADD 1 TO WS-LV-MONTH-START
                   END-IF
               END-PERFORM
               COMPUTE WS-LV-DAY =
                   WS-LV-JULIAN-DDD - WS-LV-MONTH-START
           END-IF
           .

      * Scans the dependent detail for this employee's covered
      * children at or past the coverage age limit (26) as of the
      * cycle date.  Each one gets an 'E' drop record on the carrier
           EVALUATE TRUE
               WHEN WS-YEARS-SERVICE IS LESS THAN 2
                   MOVE SALARY-TIER1-RATE TO WS-SALARY-RATE
                   MOVE 1 TO WS-SENIORITY-TIER
               WHEN WS-YEARS-SERVICE IS LESS THAN 5
                   MOVE SALARY-TIER2-RATE TO WS-SALARY-RATE
                   MOVE 2 TO WS-SENIORITY-TIER
               WHEN WS-YEARS-SERVICE IS LESS THAN 10
                   MOVE SALARY-TIER3-RATE TO WS-SALARY-RATE
                   MOVE 3 TO WS-SENIORITY-TIER
               WHEN OTHER
                   MOVE SALARY-TIER4-RATE TO WS-SALARY-RATE
                   MOVE 4 TO WS-SENIORITY-TIER
           END-EVALUATE

           EVALUATE TRUE
                           MOVE PT-MAX-SALARY(POSN-IDX) TO
                                                  TEMP-EMP-SALARY
                           SET BAND-REASON-CAPPED TO TRUE
                           MOVE 'C' TO WS-EMP-BAND-ACTION
                           MOVE TEMP-EMP-SALARY TO WS-BAND-AMOUNT
                           PERFORM 36B-RECORD-BAND-EXCEPTION-ROUTINE
                       WHEN TEMP-EMP-SALARY IS LESS THAN
                           MOVE PT-MIN-SALARY(POSN-IDX) TO
                                                  TEMP-EMP-SALARY
                           SET BAND-REASON-FLOORED TO TRUE
                           MOVE 'F' TO WS-EMP-BAND-ACTION
                           MOVE TEMP-EMP-SALARY TO WS-BAND-AMOUNT
                           PERFORM 36B-RECORD-BAND-EXCEPTION-ROUTINE
                   END-EVALUATE
      * byte for byte as they came in.  The master carries health and
      * dental as whole dollars, so the increased premiums are rounded
      * back to whole dollars on the way out.
      * An employee on leave gets the new premiums but keeps salary
      * and last increase date; once a returned employee's deferred
      * increase goes on, the leave dates are cleared so it is given
      * only once.
      * A held store's employees are copied through unchanged - no
      * new amounts, no last-increase stamp, no proof line - and
      * listed on the INCREASES HELD section.  The same-cycle apply
      * gate refuses a plain rerun, so a held store is released by
      * backing the cycle out (run mode X) and applying it again with
      * PM-BUDGET-RELEASE set to 'Y' or a corrected budget, or else
      * in a later cycle.
       39I-WRITE-UPDATED-MASTER-ROUTINE.
           MOVE EMPLOYEE-RECORD TO PRE-APPLY-MASTER-RECORD
           WRITE PRE-APPLY-MASTER-RECORD
           MOVE EMPLOYEE-RECORD TO UPDATED-MASTER-RECORD
           IF EMP-IS-ELIGIBLE AND STORE-IS-HELD
               PERFORM 39S-RECORD-HELD-EMPLOYEE-ROUTINE
                   MOVE TEMP-EMP-SALARY TO UM-CURRENT-SALARY
                   COMPUTE UM-HEALTH-COST ROUNDED = TEMP-EMP-HEALTH
                   COMPUTE UM-DENTAL-COST ROUNDED = TEMP-EMP-DENTAL
                   IF NOT EMP-ON-LEAVE
                       MOVE WS-TODAY TO UM-LAST-INCREASE-DATE
                   END-IF
                   IF EMP-BACK-FROM-LEAVE
                       MOVE SPACES TO UM-LEAVE-START-JUL
                       MOVE SPACES TO UM-LEAVE-RETURN-JUL
                   END-IF
               END-IF
           END-IF

           WRITE UPDATED-MASTER-RECORD
           PERFORM 39W-WRITE-COMP-HISTORY-ROUTINE

           IF EMP-IS-ELIGIBLE AND NOT STORE-IS-HELD
               PERFORM 39J-WRITE-PROOF-LINE-ROUTINE
           END-IF
           .

      * The employee's compensation history record: the input image
      * is the old side and the updated master just written is the
      * new side, so the history always agrees with the master.
       39W-WRITE-COMP-HISTORY-ROUTINE.
           MOVE SPACES TO COMP-HISTORY-RECORD
           MOVE WS-TODAY TO CH-CYCLE-DATE
           MOVE 'E' TO CH-RECORD-TYPE
           MOVE EMP-STORE-ID TO CH-STORE-ID
           MOVE EMP-ID TO CH-EMP-ID
           MOVE EMP-POSITION TO CH-POSITION
           MOVE EMP-CURRENT-SALARY TO CH-OLD-SALARY
           MOVE UM-CURRENT-SALARY TO CH-NEW-SALARY
           MOVE EMP-HEALTH-COST TO CH-OLD-HEALTH
           MOVE UM-HEALTH-COST TO CH-NEW-HEALTH
           MOVE EMP-DENTAL-COST TO CH-OLD-DENTAL
           MOVE UM-DENTAL-COST TO CH-NEW-DENTAL
           MOVE WS-SENIORITY-TIER TO CH-SENIORITY-TIER

           EVALUATE TRUE
               WHEN EMP-IS-TERMINATED
                   MOVE 'T' TO CH-CHANGE-CODE
               WHEN EMP-IS-BAD-HIRE-DATE
                   MOVE 'B' TO CH-CHANGE-CODE
               WHEN STORE-IS-HELD
                   MOVE 'H' TO CH-CHANGE-CODE
               WHEN EMP-ON-LEAVE
                   MOVE 'L' TO CH-CHANGE-CODE
               WHEN WS-EMP-BAND-ACTION IS NOT EQUAL TO SPACE
                   MOVE WS-EMP-BAND-ACTION TO CH-CHANGE-CODE
               WHEN OTHER
                   MOVE 'I' TO CH-CHANGE-CODE
           END-EVALUATE

           WRITE COMP-HISTORY-RECORD
           .

       39S-RECORD-HELD-EMPLOYEE-ROUTINE.
           ADD 1 TO HELD-EMPLOYEE-COUNT
           IF HELD-EMPLOYEE-COUNT IS LESS THAN OR EQUAL TO 150
           PERFORM 39T-WRITE-HELD-CHECKPOINT-ROUTINE
           .

      * One LEAVE OF ABSENCE entry per employee on leave ('D', or
      * 'P' once the cycle date is past the expected return) with
      * the expected return date, and per employee back from leave
      * ('R') with the actual return date.
       39U-RECORD-LEAVE-ROUTINE.
           IF EMP-ON-LEAVE
               PERFORM 33D-CONVERT-TODAY-TO-JULIAN-ROUTINE
               IF WS-TODAY-JUL IS GREATER THAN EMP-LEAVE-RETURN-JUL
                   SET LEAVE-REASON-PAST-RETURN TO TRUE
               ELSE
                   SET LEAVE-REASON-DEFERRED TO TRUE
               END-IF
           ELSE
               SET LEAVE-REASON-RETURNED TO TRUE
           END-IF
           MOVE EMP-LEAVE-RETURN-JUL TO WS-LV-JULIAN
           PERFORM 33E-CONVERT-JULIAN-TO-DATE-ROUTINE

           ADD 1 TO LEAVE-EXCEPTION-COUNT
           IF LEAVE-EXCEPTION-COUNT IS LESS THAN OR EQUAL TO 150
               MOVE EMP-ID TO LV-EMP-ID(LEAVE-EXCEPTION-COUNT)
               MOVE WS-EMP-FULL-NAME TO
                                  LV-EMP-NAME(LEAVE-EXCEPTION-COUNT)
               MOVE WS-LV-DATE-NUM TO LV-DATE(LEAVE-EXCEPTION-COUNT)
               MOVE WS-LV-REASON TO LV-REASON(LEAVE-EXCEPTION-COUNT)
           END-IF
           PERFORM 39V-WRITE-LEAVE-CHECKPOINT-ROUTINE
           .

       39V-WRITE-LEAVE-CHECKPOINT-ROUTINE.
      * Written alongside LEAVE-TABLE - see 39F.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'L' TO CKE-RECORD-TYPE
           MOVE EMP-ID TO CKE-EMP-ID
           MOVE WS-EMP-FULL-NAME TO CKE-EMP-NAME
           MOVE WS-LV-DATE-NUM TO CKE-DATE
           MOVE ZEROS TO CKE-MONTHS
           MOVE WS-LV-REASON TO CKE-REASON

           WRITE CHECKPOINT-RECORD
           .

       39T-WRITE-HELD-CHECKPOINT-ROUTINE.
      * Written alongside HELD-EMPLOYEE-TABLE - see 39F.  The store
      * ID rides in the first four positions of CKE-DATE, which a
           PERFORM 44A-PRINT-BAND-LIST-ROUTINE
           PERFORM 44B-PRINT-AGEOUT-LIST-ROUTINE
           PERFORM 44C-PRINT-HELD-LIST-ROUTINE
           PERFORM 44D-PRINT-LEAVE-LIST-ROUTINE
           PERFORM 54-PRINT-BUDGET-REPORT-ROUTINE
           PERFORM 48-APPEND-COMPANY-HISTORY-ROUTINE
           PERFORM 49-PRINT-VARIANCE-REPORT-ROUTINE
               WRITE PROOF-REPORT-RECORD FROM PROOF-SUMMARY-LINE
                   AFTER ADVANCING 3 LINES
               CLOSE UPDATED-MASTER-FILE
                   PRE-APPLY-MASTER-FILE
                   PROOF-REPORT-FILE
                   COMP-HISTORY-FILE
           END-IF

           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'INCREASE' TO RC-PROGRAM
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           MOVE INPUT-FILE-NAME(1) TO RC-INPUT-FILE
           MOVE CTL-ACTUAL-COUNT TO RC-RECORD-COUNT
           MOVE 'E' TO RC-STAMP-TYPE
           MOVE RUNCTL-OVERRIDE-SW TO RC-OVERRIDE
           MOVE RUN-MODE-SW TO RC-RUN-MODE
           WRITE RUN-CONTROL-RECORD

           CLOSE EMP-REPORT-FILE
           PERFORM 35-WRITE-A-LINE
           .

       44D-PRINT-LEAVE-LIST-ROUTINE.
           PERFORM 24-FORCE-NEW-PAGE-ROUTINE
           MOVE 'LEAVE OF ABSENCE' TO ESH-TITLE
           MOVE EXCEPTION-SECTION-HEADING TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE

           MOVE ZEROS TO WS-LV-DEFERRED-COUNT
           MOVE ZEROS TO WS-LV-PAST-COUNT
           MOVE ZEROS TO WS-LV-RETURNED-COUNT
           MOVE 1 TO PROPER-SPACING
           SET LV-IDX TO 1
           PERFORM UNTIL LV-IDX IS GREATER THAN LEAVE-EXCEPTION-COUNT
                   OR LV-IDX IS GREATER THAN 150
               MOVE LV-EMP-ID(LV-IDX) TO LVL-EMP-ID
               MOVE LV-EMP-NAME(LV-IDX) TO LVL-EMP-NAME
               MOVE LV-DATE(LV-IDX) TO LVL-DATE
               EVALUATE LV-REASON(LV-IDX)
                   WHEN 'P'
                       MOVE 'PAST EXPECTED RETURN DATE'
                                                      TO LVL-REASON
                       ADD 1 TO WS-LV-PAST-COUNT
                   WHEN 'R'
                       MOVE 'RETURNED - INCREASE RESUMED'
                                                      TO LVL-REASON
                       ADD 1 TO WS-LV-RETURNED-COUNT
                   WHEN OTHER
                       MOVE 'ON LEAVE - RETURN EXPECTED'
                                                      TO LVL-REASON
                       ADD 1 TO WS-LV-DEFERRED-COUNT
               END-EVALUATE
               MOVE LEAVE-EXCEPTION-LINE TO REPORT-RECORD
               PERFORM 35-WRITE-A-LINE
               SET LV-IDX UP BY 1
           END-PERFORM

      * Employees past their expected return are still on leave, so
      * they count among the deferred increases as well.
           COMPUTE ESL7-COUNT = WS-LV-DEFERRED-COUNT + WS-LV-PAST-COUNT
           MOVE EXCLUSION-SUMMARY-LINE-7 TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           MOVE WS-LV-PAST-COUNT TO ESL8-COUNT
           MOVE EXCLUSION-SUMMARY-LINE-8 TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           MOVE WS-LV-RETURNED-COUNT TO ESL9-COUNT
           MOVE EXCLUSION-SUMMARY-LINE-9 TO REPORT-RECORD
           PERFORM 35-WRITE-A-LINE
           .

      * Budgeted versus computed post-increase salary per store with
      * the overage and disposition - the answer to whether a store
      * blew its number, before apply mode finds out the hard way.
      * Reads the whole run history back and prints this run against
      * the prior run per store.  The last record per store on each
      * side of the cycle date wins, so reruns and restarts compare
      * cleanly against the most recent prior cycle.  A first pass
      * collects the back-out markers so a backed-out cycle's
      * records drop out of the second.
       49-PRINT-VARIANCE-REPORT-ROUTINE.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS IS EQUAL TO '00'
               PERFORM 49F-LOAD-REVERSAL-MARKERS-ROUTINE
               CLOSE RUN-HISTORY-FILE
           END-IF

           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS IS EQUAL TO '00'
               PERFORM 49A-LOAD-RUN-HISTORY-ROUTINE

       49A-LOAD-RUN-HISTORY-ROUTINE.
           MOVE SPACE TO HIST-EOF-FLAG
           MOVE ZERO TO HIST-RECORD-NUMBER
           PERFORM UNTIL NO-MORE-HISTORY
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HIST-RECORD-NUMBER
                       PERFORM 49G-CHECK-REVERSED-ROUTINE
                       PERFORM 49B-RECORD-HISTORY-ENTRY-ROUTINE
               END-READ
           END-PERFORM

       49B-RECORD-HISTORY-ENTRY-ROUTINE.
           EVALUATE TRUE
               WHEN HISTORY-RUN-REVERSED OR HR-TYPE-REVERSAL
                   CONTINUE
               WHEN HR-TYPE-STORE AND
                    HR-RUN-DATE IS EQUAL TO WS-TODAY
                   PERFORM 49B1-POST-CURRENT-ENTRY-ROUTINE
               AFTER ADVANCING 2 LINES
           .

      * Each back-out marker's run date and its position in the file.
       49F-LOAD-REVERSAL-MARKERS-ROUTINE.
           MOVE SPACE TO HIST-EOF-FLAG
           MOVE ZERO TO HIST-RECORD-NUMBER
           MOVE ZERO TO HIST-REVERSAL-COUNT
           PERFORM UNTIL NO-MORE-HISTORY
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HIST-RECORD-NUMBER
                       IF HR-TYPE-REVERSAL
                           PERFORM 49F1-ADD-REVERSAL-ENTRY-ROUTINE
                       END-IF
               END-READ
           END-PERFORM
           .

       49F1-ADD-REVERSAL-ENTRY-ROUTINE.
           IF HIST-REVERSAL-COUNT IS LESS THAN 50
               ADD 1 TO HIST-REVERSAL-COUNT
               MOVE HR-RUN-DATE TO HRV-RUN-DATE(HIST-REVERSAL-COUNT)
               MOVE HIST-RECORD-NUMBER TO
                               HRV-RECORD-NUMBER(HIST-REVERSAL-COUNT)
           ELSE
               DISPLAY 'RUN HISTORY REVERSAL TABLE FULL - MARKER FOR '
                       HR-RUN-DATE ' IGNORED'
           END-IF
           .

      * A record is void when a back-out marker for its run date
      * follows it in the file.
       49G-CHECK-REVERSED-ROUTINE.
           MOVE 'N' TO HIST-REVERSED-SW
           SET HRV-IDX TO 1
           SEARCH HISTORY-REVERSAL-ENTRY
               AT END
                   CONTINUE
               WHEN HRV-IDX IS GREATER THAN HIST-REVERSAL-COUNT
                   CONTINUE
               WHEN HRV-RUN-DATE(HRV-IDX) IS EQUAL TO HR-RUN-DATE AND
                    HRV-RECORD-NUMBER(HRV-IDX) IS GREATER THAN
                                                  HIST-RECORD-NUMBER
                   SET HISTORY-RUN-REVERSED TO TRUE
           END-SEARCH
           .

      * Writes the GL distribution for the apply run: a batch header,
      * four balanced journal lines per mapped store (debits for the
      * salary, health and dental increase dollars, one offsetting
           CLOSE ROSTER-EXTRACT-FILE
           .

      * The what-if modeling run.  Every rate set on Rate-Scenarios.txt
      * is priced against every employee in a single read of the
      * master (all the consolidated run's input files), with the
      * same eligibility, seniority, dependent age-out, leave and
      * band rules a live cycle applies, and the scenarios are
      * printed side by side for each store, state, region and the
      * company.  Nothing but the comparison report is written.
       60-MODEL-RUN-ROUTINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF PM-EFFECTIVE-AS-OF-DATE IS GREATER THAN ZERO
               MOVE PM-EFFECTIVE-AS-OF-DATE TO WS-TODAY
           END-IF
           MOVE WS-TODAY-MONTH TO H1-MONTH
           MOVE WS-TODAY-DAY TO H1-DAY
           MOVE WS-TODAY-YEAR TO H1-YEAR

           PERFORM 61-LOAD-SCENARIOS-ROUTINE
           PERFORM 16-LOAD-STORE-MASTER-ROUTINE
           PERFORM 16B-LOAD-POSITION-MASTER-ROUTINE
           PERFORM 16F-LOAD-DEPENDENTS-ROUTINE
           PERFORM 16H-LOAD-STORE-BUDGET-ROUTINE

           MOVE PM-EFFECTIVE-INPUT-FILE TO INPUT-FILE-NAME(1)
           MOVE 1 TO MODEL-FILE-NUM
           PERFORM UNTIL MODEL-FILE-NUM IS GREATER THAN
                                                   INPUT-FILE-COUNT
               MOVE INPUT-FILE-NAME(MODEL-FILE-NUM) TO
                                            PM-EFFECTIVE-INPUT-FILE
               OPEN INPUT EMPLOYEE-FILE
               MOVE SPACE TO MODEL-EOF-FLAG
               PERFORM UNTIL NO-MORE-MODEL-DATA
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE 'N' TO MODEL-EOF-FLAG
                       NOT AT END
                           PERFORM 62-MODEL-ONE-EMPLOYEE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               ADD 1 TO MODEL-FILE-NUM
           END-PERFORM
           MOVE INPUT-FILE-NAME(1) TO PM-EFFECTIVE-INPUT-FILE

           PERFORM 65-MODEL-ROLL-UP-ROUTINE
           PERFORM 66-PRINT-SCENARIO-REPORT-ROUTINE

           DISPLAY 'RATE SCENARIO MODELING COMPLETE - ' SCENARIO-COUNT
                   ' SCENARIOS PRICED OVER ' MODEL-READ-COUNT
                   ' MASTER RECORDS'
           .

      * Without a scenario there is nothing to model - stop before
      * the report is opened.  A rate left blank or zero on the
      * scenario line takes the rate this run would price with.
       61-LOAD-SCENARIOS-ROUTINE.
           OPEN INPUT SCENARIO-FILE
           IF WS-SCENARIO-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-SCENARIOS
                   READ SCENARIO-FILE
                       AT END
                           MOVE 'N' TO SCENARIO-EOF-FLAG
                       NOT AT END
                           IF SC-SCENARIO-NAME IS NOT EQUAL TO SPACES
                               PERFORM 61A-ADD-SCENARIO-ROUTINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-FILE
           END-IF

           IF SCENARIO-COUNT IS EQUAL TO ZERO
               DISPLAY 'MODELING MODE - NO SCENARIOS ON'
                       ' RATE-SCENARIOS.TXT (STATUS '
                       WS-SCENARIO-FILE-STATUS ')'
               DISPLAY '  RUN STOPPED, NO OUTPUT WAS WRITTEN'
               STOP RUN
           END-IF
           .

       61A-ADD-SCENARIO-ROUTINE.
           IF SCENARIO-COUNT IS LESS THAN 5
               ADD 1 TO SCENARIO-COUNT
               MOVE SC-SCENARIO-NAME TO SCN-NAME(SCENARIO-COUNT)
               MOVE SALARY-TIER1-RATE TO
                               SCN-SALARY-TIER1-RATE(SCENARIO-COUNT)
               MOVE SALARY-TIER2-RATE TO
                               SCN-SALARY-TIER2-RATE(SCENARIO-COUNT)
               MOVE SALARY-TIER3-RATE TO
                               SCN-SALARY-TIER3-RATE(SCENARIO-COUNT)
               MOVE SALARY-TIER4-RATE TO
                               SCN-SALARY-TIER4-RATE(SCENARIO-COUNT)
               MOVE HEALTH-BASIC-RATE TO
                               SCN-HEALTH-BASIC-RATE(SCENARIO-COUNT)
               MOVE HEALTH-PREMIUM-RATE TO
                             SCN-HEALTH-PREMIUM-RATE(SCENARIO-COUNT)
               MOVE HEALTH-DEPEND-ADDON TO
                             SCN-HEALTH-DEPEND-ADDON(SCENARIO-COUNT)
               MOVE DENTAL-BASIC-RATE TO
                               SCN-DENTAL-BASIC-RATE(SCENARIO-COUNT)
               MOVE DENTAL-PREMIUM-RATE TO
                             SCN-DENTAL-PREMIUM-RATE(SCENARIO-COUNT)
               PERFORM 61B-APPLY-SCENARIO-RATES-ROUTINE
           ELSE
               DISPLAY 'SCENARIO TABLE FULL - SCENARIO '
                       SC-SCENARIO-NAME ' WAS NOT PRICED'
           END-IF
           .

       61B-APPLY-SCENARIO-RATES-ROUTINE.
           IF SC-SALARY-TIER1-RATE IS NUMERIC AND
              SC-SALARY-TIER1-RATE IS NOT EQUAL TO ZERO
               MOVE SC-SALARY-TIER1-RATE TO
                               SCN-SALARY-TIER1-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-SALARY-TIER2-RATE IS NUMERIC AND
              SC-SALARY-TIER2-RATE IS NOT EQUAL TO ZERO
               MOVE SC-SALARY-TIER2-RATE TO
                               SCN-SALARY-TIER2-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-SALARY-TIER3-RATE IS NUMERIC AND
              SC-SALARY-TIER3-RATE IS NOT EQUAL TO ZERO
               MOVE SC-SALARY-TIER3-RATE TO
                               SCN-SALARY-TIER3-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-SALARY-TIER4-RATE IS NUMERIC AND
              SC-SALARY-TIER4-RATE IS NOT EQUAL TO ZERO
               MOVE SC-SALARY-TIER4-RATE TO
                               SCN-SALARY-TIER4-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-HEALTH-BASIC-RATE IS NUMERIC AND
              SC-HEALTH-BASIC-RATE IS NOT EQUAL TO ZERO
               MOVE SC-HEALTH-BASIC-RATE TO
                               SCN-HEALTH-BASIC-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-HEALTH-PREMIUM-RATE IS NUMERIC AND
              SC-HEALTH-PREMIUM-RATE IS NOT EQUAL TO ZERO
               MOVE SC-HEALTH-PREMIUM-RATE TO
                             SCN-HEALTH-PREMIUM-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-HEALTH-DEPEND-ADDON IS NUMERIC AND
              SC-HEALTH-DEPEND-ADDON IS NOT EQUAL TO ZERO
               MOVE SC-HEALTH-DEPEND-ADDON TO
                             SCN-HEALTH-DEPEND-ADDON(SCENARIO-COUNT)
           END-IF
           IF SC-DENTAL-BASIC-RATE IS NUMERIC AND
              SC-DENTAL-BASIC-RATE IS NOT EQUAL TO ZERO
               MOVE SC-DENTAL-BASIC-RATE TO
                               SCN-DENTAL-BASIC-RATE(SCENARIO-COUNT)
           END-IF
           IF SC-DENTAL-PREMIUM-RATE IS NUMERIC AND
              SC-DENTAL-PREMIUM-RATE IS NOT EQUAL TO ZERO
               MOVE SC-DENTAL-PREMIUM-RATE TO
                             SCN-DENTAL-PREMIUM-RATE(SCENARIO-COUNT)
           END-IF
           .

      * Terminated and bad-hire-date records get no increase under
      * any scenario and stay out of the budget total, as on a live
      * run.  The dependent count net of age-outs does not depend on
      * the rates, so it is worked out once per employee.
       62-MODEL-ONE-EMPLOYEE-ROUTINE.
           ADD 1 TO MODEL-READ-COUNT
           PERFORM 63-FIND-MODEL-STORE-ROUTINE

           PERFORM 33-DETERMINE-ELIGIBILITY-ROUTINE
           IF EMP-IS-ELIGIBLE AND MODEL-STORE-SUB IS GREATER THAN ZERO
               ADD 1 TO MODEL-PRICED-COUNT
               PERFORM 34-COMPUTE-SENIORITY-ROUTINE
               MOVE EMP-NUM-DEPENDENTS TO WS-EFFECTIVE-DEPENDS
               MOVE ZEROS TO WS-AGEOUT-THIS-EMP
               PERFORM 63B-COUNT-AGED-OUT-ROUTINE
               MOVE 1 TO SCN-SUB
               PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
                   PERFORM 64-PRICE-ONE-SCENARIO-ROUTINE
                   ADD 1 TO SCN-SUB
               END-PERFORM
           END-IF
           .

      * Finds the employee's store in the model table, adding it -
      * with its StoreMaster.txt name, state and region - the first
      * time it is seen.  A consolidated run's files may come in any
      * order, so this is a lookup, not a control break.
       63-FIND-MODEL-STORE-ROUTINE.
           MOVE ZERO TO MODEL-STORE-SUB
           SET MST-IDX TO 1
           SEARCH MODEL-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN MST-IDX IS GREATER THAN MODEL-STORE-COUNT
                   CONTINUE
               WHEN MST-STORE-ID(MST-IDX) IS EQUAL TO EMP-STORE-ID
                   SET MODEL-STORE-SUB TO MST-IDX
           END-SEARCH

           IF MODEL-STORE-SUB IS EQUAL TO ZERO
               IF MODEL-STORE-COUNT IS LESS THAN 60
                   PERFORM 63A-ADD-MODEL-STORE-ROUTINE
               ELSE
                   DISPLAY 'MODEL STORE TABLE FULL - EMPLOYEE '
                           EMP-ID ' OF STORE ' EMP-STORE-ID
                           ' WAS NOT PRICED'
               END-IF
           END-IF
           .

       63A-ADD-MODEL-STORE-ROUTINE.
           ADD 1 TO MODEL-STORE-COUNT
           MOVE MODEL-STORE-COUNT TO MODEL-STORE-SUB
           INITIALIZE MODEL-STORE-ENTRY(MODEL-STORE-SUB)
           MOVE EMP-STORE-ID TO MST-STORE-ID(MODEL-STORE-SUB)
           MOVE EMP-STORE-ID TO LAST-STORE-ID
           MOVE SPACES TO SLH-STORE-LOCATION
           PERFORM 31A-LOOKUP-STORE-NAME-ROUTINE
           PERFORM 32B-LOOKUP-STORE-STATE-ROUTINE
           MOVE SLH-STORE-LOCATION TO MST-STORE-NAME(MODEL-STORE-SUB)
           MOVE WS-CUR-STORE-STATE TO MST-STATE(MODEL-STORE-SUB)
           MOVE WS-CUR-STORE-REGION TO MST-REGION(MODEL-STORE-SUB)
           MOVE 'N' TO MST-HAS-BUDGET-SW(MODEL-STORE-SUB)
           .

      * The count only, no carrier drop record, exception line or
      * checkpoint - 33B/33C do those on a live run.
       63B-COUNT-AGED-OUT-ROUTINE.
           MOVE SPACES TO WS-DEP-EMP-KEY
           STRING EMP-STORE-ID DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
               INTO WS-DEP-EMP-KEY
           END-STRING

           SET DEP-IDX TO 1
           PERFORM UNTIL DEP-IDX IS GREATER THAN DEP-TABLE-COUNT
                   OR DEP-IDX IS GREATER THAN 500
               IF DT-KEY(DEP-IDX) IS EQUAL TO WS-DEP-EMP-KEY AND
                  DT-RELATIONSHIP(DEP-IDX) IS EQUAL TO 'C' AND
                  DT-COVERAGE-FLAG(DEP-IDX) IS EQUAL TO 'Y' AND
                  DT-BIRTH-DATE(DEP-IDX) IS NUMERIC
                   PERFORM 63C-AGE-ONE-DEPENDENT-ROUTINE
               END-IF
               SET DEP-IDX UP BY 1
           END-PERFORM

           IF WS-AGEOUT-THIS-EMP IS GREATER THAN ZERO
               IF WS-AGEOUT-THIS-EMP IS LESS THAN
                                          WS-EFFECTIVE-DEPENDS
                   SUBTRACT WS-AGEOUT-THIS-EMP
                       FROM WS-EFFECTIVE-DEPENDS
               ELSE
                   MOVE ZEROS TO WS-EFFECTIVE-DEPENDS
               END-IF
           END-IF
           .

       63C-AGE-ONE-DEPENDENT-ROUTINE.
           MOVE DT-BIRTH-DATE(DEP-IDX) TO WS-DEP-DOB-NUM
           COMPUTE WS-DEP-AGE =
                       WS-TODAY-YEAR - WS-DEP-DOB-YEAR
           IF WS-DEP-DOB-MONTH IS GREATER THAN WS-TODAY-MONTH OR
              (WS-DEP-DOB-MONTH IS EQUAL TO WS-TODAY-MONTH AND
               WS-DEP-DOB-DAY IS GREATER THAN WS-TODAY-DAY)
               SUBTRACT 1 FROM WS-DEP-AGE
           END-IF
           IF WS-DEP-AGE IS GREATER THAN OR EQUAL TO 26
               ADD 1 TO WS-AGEOUT-THIS-EMP
           END-IF
           .

      * The scenario's rates go into the live rate fields and the
      * employee is priced by 36 and the 28D band test, the same
      * pair the apply pre-pass uses.  An employee counts as capped
      * when the band maximum cut the increase - not when they were
      * already over the maximum and simply kept their salary.
       64-PRICE-ONE-SCENARIO-ROUTINE.
           MOVE SCN-SALARY-TIER1-RATE(SCN-SUB) TO SALARY-TIER1-RATE
           MOVE SCN-SALARY-TIER2-RATE(SCN-SUB) TO SALARY-TIER2-RATE
           MOVE SCN-SALARY-TIER3-RATE(SCN-SUB) TO SALARY-TIER3-RATE
           MOVE SCN-SALARY-TIER4-RATE(SCN-SUB) TO SALARY-TIER4-RATE
           MOVE SCN-HEALTH-BASIC-RATE(SCN-SUB) TO HEALTH-BASIC-RATE
           MOVE SCN-HEALTH-PREMIUM-RATE(SCN-SUB) TO
                                               HEALTH-PREMIUM-RATE
           MOVE SCN-HEALTH-DEPEND-ADDON(SCN-SUB) TO
                                               HEALTH-DEPEND-ADDON
           MOVE SCN-DENTAL-BASIC-RATE(SCN-SUB) TO DENTAL-BASIC-RATE
           MOVE SCN-DENTAL-PREMIUM-RATE(SCN-SUB) TO
                                               DENTAL-PREMIUM-RATE

           PERFORM 36-COMPUTE-RATES-ROUTINE

           MULTIPLY EMP-CURRENT-SALARY BY WS-SALARY-RATE
               GIVING TEMP-EMP-SALARY
           MULTIPLY EMP-HEALTH-COST BY WS-HEALTH-RATE
               GIVING TEMP-EMP-HEALTH
           MULTIPLY EMP-DENTAL-COST BY WS-DENTAL-RATE
               GIVING TEMP-EMP-DENTAL

           IF EMP-ON-LEAVE
               MOVE EMP-CURRENT-SALARY TO TEMP-EMP-SALARY
           ELSE
               MOVE TEMP-EMP-SALARY TO WS-MODEL-PRE-BAND-SALARY
               MOVE 'N' TO POSN-FOUND-SW
               PERFORM 28D-PREPASS-BAND-CAP-ROUTINE
               IF POSITION-BAND-FOUND
                   IF WS-MODEL-PRE-BAND-SALARY IS GREATER THAN
                                        PT-MAX-SALARY(POSN-IDX) AND
                      EMP-CURRENT-SALARY IS NOT GREATER THAN
                                        PT-MAX-SALARY(POSN-IDX)
                       ADD 1 TO
                         MST-CAPPED-COUNT(MODEL-STORE-SUB, SCN-SUB)
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-MODEL-INCREASE =
               (TEMP-EMP-SALARY - EMP-CURRENT-SALARY) +
               (TEMP-EMP-HEALTH - EMP-HEALTH-COST) +
               (TEMP-EMP-DENTAL - EMP-DENTAL-COST)
           ADD WS-MODEL-INCREASE TO
                             MST-INCREASE(MODEL-STORE-SUB, SCN-SUB)
           ADD TEMP-EMP-SALARY TO
                         MST-SALARY-TOTAL(MODEL-STORE-SUB, SCN-SUB)
           .

      * Each store's post-increase salary total is set against its
      * Store-Budget.txt row, then the store rolls into its state,
      * its region and the company.  A store with no budget row has
      * no overage to report and is counted as such.
       65-MODEL-ROLL-UP-ROUTINE.
           INITIALIZE MODEL-COMPANY-TABLE
           MOVE 1 TO MODEL-STORE-SUB
           PERFORM UNTIL MODEL-STORE-SUB IS GREATER THAN
                                                   MODEL-STORE-COUNT
               PERFORM 65A-ROLL-ONE-STORE-ROUTINE
               ADD 1 TO MODEL-STORE-SUB
           END-PERFORM
           .

       65A-ROLL-ONE-STORE-ROUTINE.
           MOVE 'N' TO BUDGET-FOUND-SW
           SET BGT-IDX TO 1
           SEARCH BUDGET-ENTRY
               AT END
                   CONTINUE
               WHEN BGT-IDX IS GREATER THAN BUDGET-TABLE-COUNT
                   CONTINUE
               WHEN BT-STORE-ID(BGT-IDX) IS EQUAL TO
                                        MST-STORE-ID(MODEL-STORE-SUB)
                   SET BUDGET-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF BUDGET-ENTRY-FOUND AND
              BT-HAS-BUDGET-SW(BGT-IDX) IS EQUAL TO 'Y'
               MOVE 'Y' TO MST-HAS-BUDGET-SW(MODEL-STORE-SUB)
               MOVE BT-BUDGET-AMOUNT(BGT-IDX) TO
                                 MST-BUDGET-AMOUNT(MODEL-STORE-SUB)
           ELSE
               ADD 1 TO MODEL-NO-BUDGET-COUNT
           END-IF

           PERFORM 65B-FIND-MODEL-STATE-ROUTINE
           PERFORM 65C-FIND-MODEL-REGION-ROUTINE

           MOVE 1 TO SCN-SUB
           PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
               PERFORM 65D-ROLL-ONE-SCENARIO-ROUTINE
               ADD 1 TO SCN-SUB
           END-PERFORM
           .

       65B-FIND-MODEL-STATE-ROUTINE.
           MOVE ZERO TO MODEL-STATE-SUB
           SET MSS-IDX TO 1
           SEARCH MODEL-STATE-ENTRY
               AT END
                   CONTINUE
               WHEN MSS-IDX IS GREATER THAN MODEL-STATE-COUNT
                   CONTINUE
               WHEN MSS-STATE(MSS-IDX) IS EQUAL TO
                                           MST-STATE(MODEL-STORE-SUB)
                   SET MODEL-STATE-SUB TO MSS-IDX
           END-SEARCH

           IF MODEL-STATE-SUB IS EQUAL TO ZERO
               IF MODEL-STATE-COUNT IS LESS THAN 10
                   ADD 1 TO MODEL-STATE-COUNT
                   MOVE MODEL-STATE-COUNT TO MODEL-STATE-SUB
                   INITIALIZE MODEL-STATE-ENTRY(MODEL-STATE-SUB)
                   MOVE MST-STATE(MODEL-STORE-SUB) TO
                                          MSS-STATE(MODEL-STATE-SUB)
               ELSE
                   DISPLAY 'MODEL STATE TABLE FULL - STATE '
                           MST-STATE(MODEL-STORE-SUB)
                           ' LEFT OFF THE STATE COMPARISON'
               END-IF
           END-IF
           .

       65C-FIND-MODEL-REGION-ROUTINE.
           MOVE ZERO TO MODEL-REGION-SUB
           SET MRG-IDX TO 1
           SEARCH MODEL-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN MRG-IDX IS GREATER THAN MODEL-REGION-COUNT
                   CONTINUE
               WHEN MRG-REGION(MRG-IDX) IS EQUAL TO
                                          MST-REGION(MODEL-STORE-SUB)
                   SET MODEL-REGION-SUB TO MRG-IDX
           END-SEARCH

           IF MODEL-REGION-SUB IS EQUAL TO ZERO
               IF MODEL-REGION-COUNT IS LESS THAN 10
                   ADD 1 TO MODEL-REGION-COUNT
                   MOVE MODEL-REGION-COUNT TO MODEL-REGION-SUB
                   INITIALIZE MODEL-REGION-ENTRY(MODEL-REGION-SUB)
                   MOVE MST-REGION(MODEL-STORE-SUB) TO
                                        MRG-REGION(MODEL-REGION-SUB)
               ELSE
                   DISPLAY 'MODEL REGION TABLE FULL - REGION '
                           MST-REGION(MODEL-STORE-SUB)
                           ' LEFT OFF THE REGION COMPARISON'
               END-IF
           END-IF
           .

       65D-ROLL-ONE-SCENARIO-ROUTINE.
           MOVE ZEROS TO WS-MODEL-OVERAGE
           IF MST-HAS-BUDGET-SW(MODEL-STORE-SUB) IS EQUAL TO 'Y' AND
              MST-SALARY-TOTAL(MODEL-STORE-SUB, SCN-SUB) IS GREATER
                            THAN MST-BUDGET-AMOUNT(MODEL-STORE-SUB)
               COMPUTE WS-MODEL-OVERAGE =
                   MST-SALARY-TOTAL(MODEL-STORE-SUB, SCN-SUB) -
                   MST-BUDGET-AMOUNT(MODEL-STORE-SUB)
           END-IF
           MOVE WS-MODEL-OVERAGE TO
                              MST-OVERAGE(MODEL-STORE-SUB, SCN-SUB)

           IF MODEL-STATE-SUB IS GREATER THAN ZERO
               ADD MST-INCREASE(MODEL-STORE-SUB, SCN-SUB) TO
                              MSS-INCREASE(MODEL-STATE-SUB, SCN-SUB)
               ADD WS-MODEL-OVERAGE TO
                              MSS-OVERAGE(MODEL-STATE-SUB, SCN-SUB)
               ADD MST-CAPPED-COUNT(MODEL-STORE-SUB, SCN-SUB) TO
                          MSS-CAPPED-COUNT(MODEL-STATE-SUB, SCN-SUB)
           END-IF
           IF MODEL-REGION-SUB IS GREATER THAN ZERO
               ADD MST-INCREASE(MODEL-STORE-SUB, SCN-SUB) TO
                             MRG-INCREASE(MODEL-REGION-SUB, SCN-SUB)
               ADD WS-MODEL-OVERAGE TO
                             MRG-OVERAGE(MODEL-REGION-SUB, SCN-SUB)
               ADD MST-CAPPED-COUNT(MODEL-STORE-SUB, SCN-SUB) TO
                         MRG-CAPPED-COUNT(MODEL-REGION-SUB, SCN-SUB)
           END-IF
           ADD MST-INCREASE(MODEL-STORE-SUB, SCN-SUB) TO
                                               MCT-INCREASE(SCN-SUB)
           ADD WS-MODEL-OVERAGE TO MCT-OVERAGE(SCN-SUB)
           ADD MST-CAPPED-COUNT(MODEL-STORE-SUB, SCN-SUB) TO
                                           MCT-CAPPED-COUNT(SCN-SUB)
           .

       66-PRINT-SCENARIO-REPORT-ROUTINE.
           OPEN OUTPUT SCENARIO-REPORT-FILE

           MOVE 1 TO H1-PAGE-NUMBER
           WRITE SCENARIO-REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING 2 LINES
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE WS-TODAY TO SNO-AS-OF-DATE
           MOVE INPUT-FILE-COUNT TO SNO-FILE-COUNT
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-AS-OF-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'SCENARIO RATES' TO SNS-TITLE
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-RATE-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SCENARIO-COLUMN-HEADING
           MOVE 1 TO SCN-SUB
           PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
               PERFORM 66A-PRINT-SCENARIO-RATES-ROUTINE
               MOVE SCN-NAME(SCN-SUB) TO SNH-NAME(SCN-SUB)
               ADD 1 TO SCN-SUB
           END-PERFORM

           MOVE 'STORE COMPARISON' TO SNS-TITLE
           PERFORM 66F-PRINT-SECTION-HEADING-ROUTINE
           MOVE 'S' TO MODEL-PRINT-LEVEL
           MOVE 1 TO MODEL-STORE-SUB
           PERFORM UNTIL MODEL-STORE-SUB IS GREATER THAN
                                                   MODEL-STORE-COUNT
               PERFORM 66B-PRINT-STORE-BLOCK-ROUTINE
               ADD 1 TO MODEL-STORE-SUB
           END-PERFORM

           MOVE 'STATE COMPARISON' TO SNS-TITLE
           PERFORM 66F-PRINT-SECTION-HEADING-ROUTINE
           MOVE 'T' TO MODEL-PRINT-LEVEL
           MOVE 1 TO MODEL-STATE-SUB
           PERFORM UNTIL MODEL-STATE-SUB IS GREATER THAN
                                                   MODEL-STATE-COUNT
               MOVE SPACES TO SNE-TEXT
               STRING 'STATE ' DELIMITED BY SIZE
                      MSS-STATE(MODEL-STATE-SUB) DELIMITED BY SIZE
                   INTO SNE-TEXT
               END-STRING
               PERFORM 67-PRINT-METRIC-LINES-ROUTINE
               ADD 1 TO MODEL-STATE-SUB
           END-PERFORM

           MOVE 'REGION COMPARISON' TO SNS-TITLE
           PERFORM 66F-PRINT-SECTION-HEADING-ROUTINE
           MOVE 'G' TO MODEL-PRINT-LEVEL
           MOVE 1 TO MODEL-REGION-SUB
           PERFORM UNTIL MODEL-REGION-SUB IS GREATER THAN
                                                   MODEL-REGION-COUNT
               MOVE SPACES TO SNE-TEXT
               STRING 'REGION ' DELIMITED BY SIZE
                      MRG-REGION(MODEL-REGION-SUB) DELIMITED BY SIZE
                   INTO SNE-TEXT
               END-STRING
               PERFORM 67-PRINT-METRIC-LINES-ROUTINE
               ADD 1 TO MODEL-REGION-SUB
           END-PERFORM

           MOVE 'COMPANY COMPARISON' TO SNS-TITLE
           PERFORM 66F-PRINT-SECTION-HEADING-ROUTINE
           MOVE 'C' TO MODEL-PRINT-LEVEL
           MOVE 'BENNETT SHOES - ALL STORES' TO SNE-TEXT
           PERFORM 67-PRINT-METRIC-LINES-ROUTINE

           MOVE 'MASTER RECORDS READ:' TO SNM-LABEL
           MOVE MODEL-READ-COUNT TO SNM-COUNT
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-SUMMARY-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'ELIGIBLE EMPLOYEES PRICED:' TO SNM-LABEL
           MOVE MODEL-PRICED-COUNT TO SNM-COUNT
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STORES WITH NO STORE-BUDGET.TXT ROW:' TO SNM-LABEL
           MOVE MODEL-NO-BUDGET-COUNT TO SNM-COUNT
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           IF NOT BAND-FILE-AVAILABLE
               MOVE 'NO POSITIONMASTER.TXT - BAND CAPS NOT MODELED'
                                                         TO SNE-TEXT
               WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-ENTITY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE SCENARIO-REPORT-FILE
           .

       66A-PRINT-SCENARIO-RATES-ROUTINE.
           MOVE SPACES TO SCENARIO-RATE-LINE
           MOVE SCN-NAME(SCN-SUB) TO SNR-NAME
           MOVE 1 TO RATE-SUB
           PERFORM UNTIL RATE-SUB IS GREATER THAN 9
               MOVE SCN-RATE(SCN-SUB, RATE-SUB) TO SNR-RATE(RATE-SUB)
               ADD 1 TO RATE-SUB
           END-PERFORM
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-RATE-LINE
               AFTER ADVANCING 1 LINE
           .

       66B-PRINT-STORE-BLOCK-ROUTINE.
           MOVE SPACES TO SNE-TEXT
           IF MST-HAS-BUDGET-SW(MODEL-STORE-SUB) IS EQUAL TO 'Y'
               MOVE MST-BUDGET-AMOUNT(MODEL-STORE-SUB) TO
                                               WS-MODEL-BUDGET-EDIT
               STRING 'STORE ' DELIMITED BY SIZE
                      MST-STORE-ID(MODEL-STORE-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      MST-STORE-NAME(MODEL-STORE-SUB)
                                                  DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      MST-STATE(MODEL-STORE-SUB) DELIMITED BY SIZE
                      '  BUDGET ' DELIMITED BY SIZE
                      WS-MODEL-BUDGET-EDIT DELIMITED BY SIZE
                   INTO SNE-TEXT
               END-STRING
           ELSE
               STRING 'STORE ' DELIMITED BY SIZE
                      MST-STORE-ID(MODEL-STORE-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      MST-STORE-NAME(MODEL-STORE-SUB)
                                                  DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      MST-STATE(MODEL-STORE-SUB) DELIMITED BY SIZE
                      '  NO BUDGET ON FILE' DELIMITED BY SIZE
                   INTO SNE-TEXT
               END-STRING
           END-IF
           PERFORM 67-PRINT-METRIC-LINES-ROUTINE
           .

       66F-PRINT-SECTION-HEADING-ROUTINE.
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           .

      * Prints the entity line already built in SNE-TEXT and the
      * three comparison lines, one cell per scenario, from the
      * table MODEL-PRINT-LEVEL names.
       67-PRINT-METRIC-LINES-ROUTINE.
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-ENTITY-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO SCENARIO-AMOUNT-LINE
           MOVE 'TOTAL INCREASE $' TO SNA-LABEL
           MOVE 1 TO SCN-SUB
           PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
               EVALUATE MODEL-PRINT-LEVEL
                   WHEN 'S'
                       MOVE MST-INCREASE(MODEL-STORE-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN 'T'
                       MOVE MSS-INCREASE(MODEL-STATE-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN 'G'
                       MOVE MRG-INCREASE(MODEL-REGION-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN OTHER
                       MOVE MCT-INCREASE(SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
               END-EVALUATE
               ADD 1 TO SCN-SUB
           END-PERFORM
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO SCENARIO-AMOUNT-LINE
           MOVE 'OVER BUDGET $' TO SNA-LABEL
           MOVE 1 TO SCN-SUB
           PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
               EVALUATE MODEL-PRINT-LEVEL
                   WHEN 'S'
                       MOVE MST-OVERAGE(MODEL-STORE-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN 'T'
                       MOVE MSS-OVERAGE(MODEL-STATE-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN 'G'
                       MOVE MRG-OVERAGE(MODEL-REGION-SUB, SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
                   WHEN OTHER
                       MOVE MCT-OVERAGE(SCN-SUB)
                                              TO SNA-AMOUNT(SCN-SUB)
               END-EVALUATE
               ADD 1 TO SCN-SUB
           END-PERFORM
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO SCENARIO-COUNT-LINE
           MOVE 'CAPPED BY SALARY BAND' TO SNC-LABEL
           MOVE 1 TO SCN-SUB
           PERFORM UNTIL SCN-SUB IS GREATER THAN SCENARIO-COUNT
               EVALUATE MODEL-PRINT-LEVEL
                   WHEN 'S'
                       MOVE MST-CAPPED-COUNT(MODEL-STORE-SUB, SCN-SUB)
                                               TO SNC-COUNT(SCN-SUB)
                   WHEN 'T'
                       MOVE MSS-CAPPED-COUNT(MODEL-STATE-SUB, SCN-SUB)
                                               TO SNC-COUNT(SCN-SUB)
                   WHEN 'G'
                       MOVE
                         MRG-CAPPED-COUNT(MODEL-REGION-SUB, SCN-SUB)
                                               TO SNC-COUNT(SCN-SUB)
                   WHEN OTHER
                       MOVE MCT-CAPPED-COUNT(SCN-SUB)
                                               TO SNC-COUNT(SCN-SUB)
               END-EVALUATE
               ADD 1 TO SCN-SUB
           END-PERFORM
           WRITE SCENARIO-REPORT-RECORD FROM SCENARIO-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .

      * The retro correction run.  Reads the already-updated master
      * (point the input file parameter at it), prices each employee
      * the botched cycle updated under the prior (wrong) and the
      * corrected salary tier rates, and reports what payroll owes.
      * Seniority is taken as of the retro effective date so the
      * tier each employee lands in matches the tier the botched
      * run used.  Pay periods are semi-monthly - 24 a year.
       70-RETRO-RUN-ROUTINE.
           IF RETRO-EFFECTIVE-DATE IS EQUAL TO ZERO OR
              PRIOR-TIER1-RATE IS EQUAL TO ZERO
               DISPLAY 'RETRO MODE NEEDS THE RETRO EFFECTIVE DATE'
                       ' AND THE PRIOR TIER RATES IN'
               DISPLAY '  CS370PARAMETERS.TXT - RUN STOPPED, NO'
                       ' OUTPUT WAS WRITTEN'
               STOP RUN
           END-IF

           MOVE RETRO-EFFECTIVE-DATE TO WS-RETRO-EFF-DATE
           MOVE RETRO-EFFECTIVE-DATE TO WS-TODAY
           ACCEPT WS-RETRO-TODAY FROM DATE YYYYMMDD
           PERFORM 71-COMPUTE-RETRO-PERIODS-ROUTINE

      * The band table is needed here too: the botched apply run
      * capped and floored salaries through 36A, so an employee
      * sitting exactly on a band limit cannot be back-divided to a
      * trustworthy original - they are flagged for manual review -
      * and the recomputed owed amount must respect the same limits.
           PERFORM 16B-LOAD-POSITION-MASTER-ROUTINE

           OPEN INPUT EMPLOYEE-FILE
           WRITE RETRO-REGISTER-RECORD FROM RETRO-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           .

      * Back-out mode.  Undoes the cycle's apply run from the
      * pre-apply generation that run wrote: each generation is
      * copied to a restored master, the restored master is proven
      * against the generation record for record on the back-out
      * register, and only when every file proves is the reversing
      * GL batch written and the cycle marked reversed on the run
      * history and run control.  Nothing is marked on a failed
      * proof, so the variance report and the gate still see the
      * apply until a clean back-out stands.
       80-BACKOUT-RUN-ROUTINE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           IF PM-EFFECTIVE-AS-OF-DATE IS GREATER THAN ZERO
               MOVE PM-EFFECTIVE-AS-OF-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO WS-TODAY
           MOVE PM-EFFECTIVE-INPUT-FILE TO INPUT-FILE-NAME(1)

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-RUNCTL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'N' TO RUNCTL-EOF-FLAG
                       NOT AT END
                           PERFORM 14A-SCAN-RUN-CONTROL-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF NOT APPLY-COMPLETED-THIS-CYCLE
               DISPLAY 'RUN CONTROL - NO COMPLETED APPLY RUN OF '
                       PM-EFFECTIVE-INPUT-FILE
               DISPLAY '  FOR CYCLE ' WS-CYCLE-DATE
                       ' IS LEFT TO BACK OUT'
               IF OPERATOR-OVERRIDE
                   DISPLAY 'RUN CONTROL - OPERATOR OVERRIDE IS SET -'
                           ' PROCEEDING, OVERRIDE RECORDED'
               ELSE
                   DISPLAY 'RUN STOPPED - NO OUTPUT WAS WRITTEN'
                   STOP RUN
               END-IF
           END-IF

           PERFORM 81-CHECK-BACKOUT-INPUTS-ROUTINE

           OPEN OUTPUT BACKOUT-REGISTER-FILE
           MOVE WS-TODAY-MONTH TO H1-MONTH
           MOVE WS-TODAY-DAY TO H1-DAY
           MOVE WS-TODAY-YEAR TO H1-YEAR
           MOVE 1 TO H1-PAGE-NUMBER
           WRITE BACKOUT-REGISTER-RECORD FROM HEADING-ONE
               AFTER ADVANCING 2 LINES
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE WS-CYCLE-DATE TO BH3-CYCLE-DATE
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-HEADING-THREE
               AFTER ADVANCING 2 LINES

           MOVE 1 TO CURRENT-FILE-NUM
           PERFORM UNTIL CURRENT-FILE-NUM IS GREATER THAN
                                                  INPUT-FILE-COUNT
               PERFORM 82-BACKOUT-ONE-FILE-ROUTINE
               ADD 1 TO CURRENT-FILE-NUM
           END-PERFORM

           IF BACKOUT-PROVEN
               PERFORM 85-WRITE-GL-REVERSAL-ROUTINE
               PERFORM 86-MARK-CYCLE-REVERSED-ROUTINE
           END-IF
           PERFORM 87-PRINT-BACKOUT-TOTALS-ROUTINE

           CLOSE BACKOUT-REGISTER-FILE
           .

      * Everything the back-out needs must be on hand before a
      * restored master is written: the cycle's own GL batch, since
      * a later cycle's batch cannot be reversed against this one,
      * and a pre-apply generation for every input file.
       81-CHECK-BACKOUT-INPUTS-ROUTINE.
           OPEN INPUT GL-DISTRIBUTION-FILE
           IF WS-GL-DIST-FILE-STATUS IS EQUAL TO '00'
               MOVE SPACES TO GL-DISTRIBUTION-RECORD
               READ GL-DISTRIBUTION-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE GL-DISTRIBUTION-FILE
               MOVE GL-DISTRIBUTION-RECORD TO GL-HEADER-RECORD
               IF NOT GLD-HEADER OR
                  GLH-BATCH-ID IS NOT EQUAL TO 'BSHOESGL01' OR
                  GLH-CYCLE-DATE IS NOT EQUAL TO WS-CYCLE-DATE
                   DISPLAY 'BACK-OUT - GL-DISTRIBUTION.TXT DOES NOT'
                           ' HOLD THE BATCH FOR CYCLE ' WS-CYCLE-DATE
                   DISPLAY 'RUN STOPPED - NO OUTPUT WAS WRITTEN'
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'BACK-OUT - GL-DISTRIBUTION.TXT NOT FOUND,'
                       ' STATUS ' WS-GL-DIST-FILE-STATUS
               DISPLAY 'RUN STOPPED - NO OUTPUT WAS WRITTEN'
               STOP RUN
           END-IF

           MOVE 1 TO CURRENT-FILE-NUM
           PERFORM UNTIL CURRENT-FILE-NUM IS GREATER THAN
                                                  INPUT-FILE-COUNT
               PERFORM 29A-BUILD-MASTER-NAMES-ROUTINE
               OPEN INPUT PRE-APPLY-MASTER-FILE
               IF WS-GEN-FILE-STATUS IS EQUAL TO '00'
                   CLOSE PRE-APPLY-MASTER-FILE
               ELSE
                   DISPLAY 'BACK-OUT - PRE-APPLY GENERATION '
                           PA-EFFECTIVE-GEN-FILE ' NOT FOUND'
                   SET GENERATION-MISSING TO TRUE
               END-IF
               ADD 1 TO CURRENT-FILE-NUM
           END-PERFORM

           IF GENERATION-MISSING
               DISPLAY 'RUN STOPPED - NO OUTPUT WAS WRITTEN'
               STOP RUN
           END-IF
           .

      * One input file: copy its generation to the restored master,
      * then read the generation, the restored master and the
      * applied master back side by side.  The proof is the full
      * record - a restored record that differs from the generation
      * in any byte fails the back-out.
       82-BACKOUT-ONE-FILE-ROUTINE.
           PERFORM 29A-BUILD-MASTER-NAMES-ROUTINE
           INITIALIZE BACKOUT-FILE-COUNTS

           MOVE 'PRE-APPLY:' TO BFH-LABEL
           MOVE PA-EFFECTIVE-GEN-FILE TO BFH-FILE-NAME
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-FILE-HEADING
               AFTER ADVANCING 3 LINES
           MOVE 'RESTORED TO:' TO BFH-LABEL
           MOVE RS-EFFECTIVE-OUTPUT-FILE TO BFH-FILE-NAME
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-FILE-HEADING
               AFTER ADVANCING 1 LINE
           MOVE 'APPLIED:' TO BFH-LABEL
           MOVE UM-EFFECTIVE-OUTPUT-FILE TO BFH-FILE-NAME
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-FILE-HEADING
               AFTER ADVANCING 1 LINE
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT PRE-APPLY-MASTER-FILE
           OPEN OUTPUT RESTORED-MASTER-FILE
           MOVE SPACE TO BO-GEN-EOF-FLAG
           PERFORM UNTIL NO-MORE-GEN-DATA
               READ PRE-APPLY-MASTER-FILE
                   AT END
                       MOVE 'N' TO BO-GEN-EOF-FLAG
                   NOT AT END
                       MOVE PRE-APPLY-MASTER-RECORD TO
                                             RESTORED-MASTER-RECORD
                       WRITE RESTORED-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE PRE-APPLY-MASTER-FILE
               RESTORED-MASTER-FILE

           OPEN INPUT PRE-APPLY-MASTER-FILE
           OPEN INPUT RESTORED-MASTER-FILE
           OPEN INPUT UPDATED-MASTER-FILE
           MOVE SPACE TO BO-GEN-EOF-FLAG
           MOVE SPACE TO BO-RESTORED-EOF-FLAG
           MOVE SPACE TO BO-APPLIED-EOF-FLAG
           PERFORM 83A-READ-GENERATION-ROUTINE
           PERFORM 83B-READ-RESTORED-ROUTINE
           PERFORM 83C-READ-APPLIED-ROUTINE
           PERFORM UNTIL NO-MORE-GEN-DATA AND
                         NO-MORE-RESTORED-DATA AND
                         NO-MORE-APPLIED-DATA
               PERFORM 83-PROVE-ONE-RECORD-ROUTINE
           END-PERFORM
           CLOSE PRE-APPLY-MASTER-FILE
               RESTORED-MASTER-FILE
               UPDATED-MASTER-FILE

           PERFORM 84-PRINT-FILE-PROOF-ROUTINE
           .

      * One position across the three files.  The applied salary is
      * shown for what is being undone; it takes no part in the
      * proof, which is the restored record against the generation.
       83-PROVE-ONE-RECORD-ROUTINE.
           MOVE SPACES TO BACKOUT-DETAIL-LINE
           IF NOT NO-MORE-APPLIED-DATA
               MOVE UK-STORE-ID TO BKL-STORE-ID
               MOVE UK-EMP-ID TO BKL-EMP-ID
               MOVE UK-CURRENT-SALARY TO BKL-APPLIED
           END-IF
           IF NOT NO-MORE-RESTORED-DATA
               MOVE RM-STORE-ID TO BKL-STORE-ID
               MOVE RM-EMP-ID TO BKL-EMP-ID
               MOVE RM-CURRENT-SALARY TO BKL-RESTORED
           END-IF
           IF NOT NO-MORE-GEN-DATA
               MOVE PA-STORE-ID TO BKL-STORE-ID
               MOVE PA-EMP-ID TO BKL-EMP-ID
               MOVE PA-CURRENT-SALARY TO BKL-PRE-APPLY
           END-IF

           IF NOT NO-MORE-GEN-DATA AND
              NOT NO-MORE-RESTORED-DATA AND
              RESTORED-MASTER-RECORD IS EQUAL TO
                                             PRE-APPLY-MASTER-RECORD
               MOVE 'MATCHES' TO BKL-PROOF
               ADD 1 TO BO-MATCH-COUNT
           ELSE
               IF NO-MORE-GEN-DATA AND NO-MORE-RESTORED-DATA
                   MOVE 'NOT IN GENERATION' TO BKL-PROOF
               ELSE
                   MOVE '** MISMATCH **' TO BKL-PROOF
                   ADD 1 TO BO-MISMATCH-COUNT
                   MOVE 'N' TO BO-PROVEN-SW
               END-IF
           END-IF
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF NOT NO-MORE-GEN-DATA
               PERFORM 83A-READ-GENERATION-ROUTINE
           END-IF
           IF NOT NO-MORE-RESTORED-DATA
               PERFORM 83B-READ-RESTORED-ROUTINE
           END-IF
           IF NOT NO-MORE-APPLIED-DATA
               PERFORM 83C-READ-APPLIED-ROUTINE
           END-IF
           .

       83A-READ-GENERATION-ROUTINE.
           READ PRE-APPLY-MASTER-FILE
               AT END
                   MOVE 'N' TO BO-GEN-EOF-FLAG
               NOT AT END
                   ADD 1 TO BO-GEN-COUNT
                   ADD PA-CURRENT-SALARY TO BO-GEN-SALARY-TOTAL
           END-READ
           .

       83B-READ-RESTORED-ROUTINE.
           READ RESTORED-MASTER-FILE
               AT END
                   MOVE 'N' TO BO-RESTORED-EOF-FLAG
               NOT AT END
                   ADD 1 TO BO-RESTORED-COUNT
                   ADD RM-CURRENT-SALARY TO BO-RESTORED-SALARY-TOTAL
           END-READ
           .

       83C-READ-APPLIED-ROUTINE.
           READ UPDATED-MASTER-FILE
               AT END
                   MOVE 'N' TO BO-APPLIED-EOF-FLAG
               NOT AT END
                   ADD 1 TO BO-APPLIED-COUNT
                   ADD UK-CURRENT-SALARY TO BO-APPLIED-SALARY-TOTAL
           END-READ
           .

      * Counts and salary totals per file.  The generation and the
      * restored master must agree in both; the applied master's
      * total shows the increase dollars the back-out removes.
       84-PRINT-FILE-PROOF-ROUTINE.
           MOVE 'PRE-APPLY RECORDS:' TO BSL-LABEL
           MOVE BO-GEN-COUNT TO BSL-COUNT
           MOVE BO-GEN-SALARY-TOTAL TO BSL-AMOUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RESTORED RECORDS:' TO BSL-LABEL
           MOVE BO-RESTORED-COUNT TO BSL-COUNT
           MOVE BO-RESTORED-SALARY-TOTAL TO BSL-AMOUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'APPLIED RECORDS:' TO BSL-LABEL
           MOVE BO-APPLIED-COUNT TO BSL-COUNT
           MOVE BO-APPLIED-SALARY-TOTAL TO BSL-AMOUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS MATCHED:' TO BSL-LABEL
           MOVE BO-MATCH-COUNT TO BSL-COUNT
           MOVE ZEROS TO BSL-AMOUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS MISMATCHED:' TO BSL-LABEL
           MOVE BO-MISMATCH-COUNT TO BSL-COUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           IF BO-GEN-COUNT IS NOT EQUAL TO BO-RESTORED-COUNT OR
              BO-GEN-SALARY-TOTAL IS NOT EQUAL TO
                                            BO-RESTORED-SALARY-TOTAL
               MOVE 'N' TO BO-PROVEN-SW
           END-IF

           ADD BO-RESTORED-COUNT TO BO-TOTAL-RESTORED
           ADD BO-MISMATCH-COUNT TO BO-TOTAL-MISMATCH
           .

      * The reversing batch: the original header under its own
      * batch id and the same cycle date, every journal line with
      * debit and credit exchanged, the exception lines carried as
      * they were, and a trailer of its own totals.  It certifies
      * only when its debits equal the original credits, its
      * credits the original debits, the line counts agree and the
      * original itself was certified - posted together, the two
      * batches net every account to zero.
       85-WRITE-GL-REVERSAL-ROUTINE.
           OPEN INPUT GL-DISTRIBUTION-FILE
           OPEN OUTPUT GL-REVERSAL-FILE
           MOVE SPACE TO BO-GL-EOF-FLAG
           PERFORM UNTIL NO-MORE-GL-DATA
               READ GL-DISTRIBUTION-FILE
                   AT END
                       MOVE 'N' TO BO-GL-EOF-FLAG
                   NOT AT END
                       PERFORM 85A-REVERSE-GL-LINE-ROUTINE
               END-READ
           END-PERFORM

           MOVE GLR-LINE-COUNT TO GLZ-LINE-COUNT
           MOVE GLR-DEBIT-TOTAL TO GLZ-DEBIT-TOTAL
           MOVE GLR-CREDIT-TOTAL TO GLZ-CREDIT-TOTAL
           IF GLR-LINE-COUNT IS EQUAL TO GLR-ORIG-LINE-COUNT AND
              GLR-DEBIT-TOTAL IS EQUAL TO GLR-ORIG-CREDIT-TOTAL AND
              GLR-CREDIT-TOTAL IS EQUAL TO GLR-ORIG-DEBIT-TOTAL AND
              GLR-DEBIT-TOTAL IS EQUAL TO GLR-CREDIT-TOTAL AND
              BO-ORIG-CERTIFY-FLAG IS EQUAL TO 'CERTIFIED  '
               MOVE 'CERTIFIED  ' TO GLZ-CERTIFY-FLAG
           ELSE
               MOVE 'N' TO BO-GL-CERTIFY-SW
               MOVE 'UNCERTIFIED' TO GLZ-CERTIFY-FLAG
           END-IF
           WRITE GL-REVERSAL-RECORD FROM GL-TRAILER-RECORD

           CLOSE GL-DISTRIBUTION-FILE
               GL-REVERSAL-FILE
           .

       85A-REVERSE-GL-LINE-ROUTINE.
           EVALUATE TRUE
               WHEN GLD-HEADER
                   MOVE GL-DISTRIBUTION-RECORD TO GL-HEADER-RECORD
                   MOVE 'BSHOESGLRV' TO GLH-BATCH-ID
                   WRITE GL-REVERSAL-RECORD FROM GL-HEADER-RECORD
               WHEN GLD-JOURNAL
                   MOVE GL-DISTRIBUTION-RECORD TO GL-JOURNAL-RECORD
                   MOVE GLJ-DEBIT-AMOUNT TO GLR-HOLD-AMOUNT
                   MOVE GLJ-CREDIT-AMOUNT TO GLJ-DEBIT-AMOUNT
                   MOVE GLR-HOLD-AMOUNT TO GLJ-CREDIT-AMOUNT
                   MOVE SPACES TO GLR-DESCRIPTION
                   STRING 'REV ' DELIMITED BY SIZE
                          GLJ-DESCRIPTION DELIMITED BY SIZE
                       INTO GLR-DESCRIPTION
                   END-STRING
                   MOVE GLR-DESCRIPTION TO GLJ-DESCRIPTION
                   WRITE GL-REVERSAL-RECORD FROM GL-JOURNAL-RECORD
                   ADD GLJ-DEBIT-AMOUNT TO GLR-DEBIT-TOTAL
                   ADD GLJ-CREDIT-AMOUNT TO GLR-CREDIT-TOTAL
                   ADD 1 TO GLR-LINE-COUNT
               WHEN GLD-EXCEPTION
                   WRITE GL-REVERSAL-RECORD FROM GL-DISTRIBUTION-RECORD
                   ADD 1 TO GLR-LINE-COUNT
               WHEN GLD-TRAILER
                   MOVE GL-DISTRIBUTION-RECORD TO GL-TRAILER-RECORD
                   MOVE GLZ-LINE-COUNT TO GLR-ORIG-LINE-COUNT
                   MOVE GLZ-DEBIT-TOTAL TO GLR-ORIG-DEBIT-TOTAL
                   MOVE GLZ-CREDIT-TOTAL TO GLR-ORIG-CREDIT-TOTAL
                   MOVE GLZ-CERTIFY-FLAG TO BO-ORIG-CERTIFY-FLAG
           END-EVALUATE
           .

      * The 'R' history record voids the cycle's store and company
      * records written ahead of it (and the employee records on
      * the compensation history), and the 'R' run-control stamp
      * cancels the apply run's end stamp, so a corrected apply of
      * the same cycle passes the gate and reports cleanly.
       86-MARK-CYCLE-REVERSED-ROUTINE.
           OPEN EXTEND RUN-HISTORY-FILE
           MOVE ZEROS TO HISTORY-RECORD
           MOVE WS-CYCLE-DATE TO HR-RUN-DATE
           MOVE 'R' TO HR-RECORD-TYPE
           MOVE 'ALL ' TO HR-STORE-ID
           WRITE HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE

           OPEN EXTEND COMP-HISTORY-FILE
           MOVE SPACES TO COMP-HISTORY-RECORD
           MOVE WS-CYCLE-DATE TO CH-CYCLE-DATE
           MOVE 'R' TO CH-RECORD-TYPE
           WRITE COMP-HISTORY-RECORD
           CLOSE COMP-HISTORY-FILE

           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'INCREASE' TO RC-PROGRAM
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           MOVE INPUT-FILE-NAME(1) TO RC-INPUT-FILE
           MOVE BO-TOTAL-RESTORED TO RC-RECORD-COUNT
           MOVE 'R' TO RC-STAMP-TYPE
           MOVE RUNCTL-OVERRIDE-SW TO RC-OVERRIDE
           MOVE RUN-MODE-SW TO RC-RUN-MODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE
           .

       87-PRINT-BACKOUT-TOTALS-ROUTINE.
           MOVE 'TOTAL RECORDS RESTORED:' TO BSL-LABEL
           MOVE BO-TOTAL-RESTORED TO BSL-COUNT
           MOVE ZEROS TO BSL-AMOUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'TOTAL RECORDS MISMATCHED:' TO BSL-LABEL
           MOVE BO-TOTAL-MISMATCH TO BSL-COUNT
           WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           IF BACKOUT-PROVEN
               MOVE 'ORIGINAL GL LINES:' TO BSL-LABEL
               MOVE GLR-ORIG-LINE-COUNT TO BSL-COUNT
               MOVE ZEROS TO BSL-AMOUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'ORIGINAL GL DEBITS:' TO BAL-LABEL
               MOVE GLR-ORIG-DEBIT-TOTAL TO BAL-AMOUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'ORIGINAL GL CREDITS:' TO BAL-LABEL
               MOVE GLR-ORIG-CREDIT-TOTAL TO BAL-AMOUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REVERSAL GL LINES:' TO BSL-LABEL
               MOVE GLR-LINE-COUNT TO BSL-COUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REVERSAL GL DEBITS:' TO BAL-LABEL
               MOVE GLR-DEBIT-TOTAL TO BAL-AMOUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REVERSAL GL CREDITS:' TO BAL-LABEL
               MOVE GLR-CREDIT-TOTAL TO BAL-AMOUNT
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               IF GL-REVERSAL-CERTIFIED
                   MOVE 'GL-REVERSAL.TXT WRITTEN - CERTIFIED'
                                                        TO BRL-TEXT
               ELSE
                   MOVE SPACES TO BRL-TEXT
                   STRING 'GL-REVERSAL.TXT WRITTEN - ' DELIMITED BY SIZE
                          'UNCERTIFIED, DO NOT POST' DELIMITED BY SIZE
                       INTO BRL-TEXT
                   END-STRING
               END-IF
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO BRL-TEXT
               STRING 'BACK-OUT PROVEN - CYCLE MARKED REVERSED'
                          DELIMITED BY SIZE
                      ' ON RUN HISTORY AND RUN CONTROL'
                          DELIMITED BY SIZE
                   INTO BRL-TEXT
               END-STRING
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'BACK-OUT OF CYCLE ' WS-CYCLE-DATE ' PROVEN'
           ELSE
               MOVE SPACES TO BRL-TEXT
               STRING 'BACK-OUT NOT PROVEN - NO GL REVERSAL WRITTEN,'
                          DELIMITED BY SIZE
                      ' CYCLE NOT MARKED REVERSED' DELIMITED BY SIZE
                   INTO BRL-TEXT
               END-STRING
               WRITE BACKOUT-REGISTER-RECORD FROM BACKOUT-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'BACK-OUT OF CYCLE ' WS-CYCLE-DATE
                       ' NOT PROVEN - SEE BACKOUT-REGISTER.TXT'
           END-IF
           .
