      *    The employee master (name supplied by CS370Parameters.txt,
      *    PR2FA21-AL.txt by default) in the 85-character layout used
      *    by CS370PROGRAM1, in store/employee sequence.
      *    Employee-Trans.txt - 130-character transactions:
      *        1.  Action code     A = ADD HIRE
      *                            T = TERMINATE
      *                            X = TRANSFER TO ANOTHER STORE
      *                            D = CHANGE DEPENDENTS/PLANS
      *                            E = ADD DEPENDENT DETAIL
      *                            R = DROP DEPENDENT DETAIL
      *                            L = START LEAVE OF ABSENCE
      *                            W = RETURN FROM LEAVE
      *                            V = APPROVE A TERMINATION OR
      *                                POSITION CHANGE
      *        2.  Key store ID / key employee ID
      *        3.  New store ID (transfers only)
      *        4.  User ID of the clerk entering the transaction
      *            (for an approval, the approving clerk's own ID)
      *        5.  An 85-character employee record image supplying
      *            the fields the action needs (whole record for an
      *            add; separation date for a terminate; position for
      *            a dependents/plan change)
      *            (for the dependent actions the image area carries
      *            the dependent's name, birth date, relationship
      *            S/C/O and coverage flag instead; for a leave start
      *            it carries the leave start date and the expected
      *            return date, and for a return from leave the
      *            actual return date in the expected-return position;
      *            a blank return date takes the effective date, or
      *            the cycle date when that is blank too; for an
      *            approval its first character is the action code
      *            being approved, T or P)
      *        6.  Effective date (YYYYMMDD) - blank or zero means
      *            apply in this batch; a date after the cycle date
      *            holds the transaction in the pending file until
      *            the cycle that reaches it
      *    Maint-Pending.txt - future-dated transactions carried from
      *        the prior batch, in the Employee-Trans.txt layout.
      *        Operations renames Maint-Pending-New.txt to this name
      *        between cycles.
      *    Employee-Depends.txt - one record per covered dependent
      *        (employee key, name, birth date, relationship,
      *        coverage flag), maintained by the E/R actions and
      *        validated against the dependent count on the master
      *    StoreMaster.txt supplies the valid store code table.
      *    Maint-Users.txt - the clerk authorization table: user ID
      *        and the action codes (any of A T X P D E R L W) that
      *        user may enter or approve.  CS370CARRACK's corrections
      *        are entered as user CARRACK, which needs a 'D' row.
      * *******
      * OUTPUT:
      *    Employee-Depends-New.txt - the dependent detail after
      *        into store/employee sequence so transfers land in the
      *        right place
      *    Maint-Register.txt - one line per transaction showing the
      *        action, key, user and APPLIED/REJECTED with the reason,
      *        and a PENDING TRANSACTIONS section listing everything
      *        held for a later cycle
      *    Maint-Pending-New.txt - every transaction still dated
      *        after the cycle date, carried to the next batch
      *    Maint-Audit.txt - one record per transaction with date,
      *        time, user, approving user, action, status and the
      *        before and after record images; an approval has its
      *        own record under the approving user
      * *************
      * A transaction is rejected when its key is not on the master
      * (or is already on the master, for an add), when its action
      * their edits.  A change to an employee added in the same batch
      * is rejected - enter it in the next batch - and a second add
      * for a key already added this batch is rejected as a
      * duplicate.  An add must come in active (status A) with the
      * leave columns blank - a leave is started with an 'L' once
      * the employee is on file.
      * Every transaction is rejected when its entering user is not on
      * Maint-Users.txt for its action code.  A termination or a
      * position change is also rejected as AWAITING APPROVAL unless
      * a 'V' approval record, submitted by a different user under
      * that user's own ID and authorized for the same action, names
      * the same key, action code and effective date.  Each approval
      * releases one transaction and is listed on the register; one
      * that matches nothing is rejected.  An approval for a
      * future-dated transaction carries the same date, so the two
      * are held in the pending file and come due together.
      * A carried transaction that comes due is rejected when its key
      * has been terminated, transferred away or archived since it
      * was keyed - the record it was written against is gone.
      * A leave start ('L') puts an active employee on leave (status
      * L) and records the leave start and expected return dates in
      * the master's columns 33-42 as two Julian dates (YYDDD); a
      * return ('W') sets the status back to A and replaces the
      * expected return date with the actual one.  The start date
      * stays on the record until CS370PROGRAM1 applies the increase
      * deferred while the employee was away.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           SELECT TRANS-WORK-FILE
               ASSIGN TO 'CS370TransWork.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-IN-FILE
               ASSIGN TO 'Maint-Pending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-NEW-FILE
               ASSIGN TO 'Maint-Pending-New.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE
               ASSIGN TO 'Employee-Archive.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT NEW-MASTER-FILE
               ASSIGN TO 'Employee-Master-New.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'StoreMaster.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.
           SELECT USER-AUTH-FILE
               ASSIGN TO 'Maint-Users.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'CS370Parameters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           05  OM-LAST-NAME            PIC X(10).
           05  OM-FIRST-NAME           PIC X(10).
           05  OM-MIDDLE-INIT          PIC X(1).
           05  OM-LEAVE-START-JUL      PIC X(5).
           05  OM-LEAVE-RETURN-JUL     PIC X(5).
           05  OM-STATUS               PIC X(1).
           05  OM-HIRE-DATE            PIC X(8).
           05  OM-SEPARATION-DATE      PIC X(8).
           05  OM-DENTAL-COST          PIC X(3).

       FD TRANSACTION-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  TRANSACTION-RECORD          PIC X(130).

       FD PENDING-IN-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  PENDING-IN-RECORD           PIC X(130).

       FD PENDING-NEW-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  PENDING-NEW-RECORD.
           05  PN-ACTION-CODE          PIC X(1).
           05  PN-KEY-STORE-ID         PIC X(4).
           05  PN-KEY-EMP-ID           PIC X(5).
           05  PN-NEW-STORE-ID         PIC X(4).
           05  PN-USER-ID              PIC X(8).
           05  FILLER                  PIC X(85).
           05  PN-EFFECTIVE-DATE       PIC X(8).
           05  PN-CARRIED-SW           PIC X(1).
           05  FILLER                  PIC X(14).

      * Only the key matters here - it tells a due pending
      * transaction that its employee has gone to the archive.
       FD ARCHIVE-FILE
           RECORD CONTAINS 93 CHARACTERS.

       01  ARCHIVE-RECORD.
           05  AR-KEY                  PIC X(9).
           05  FILLER                  PIC X(84).

       FD TRANS-WORK-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01  TRANS-WORK-RECORD.
           05  TR-ACTION-CODE          PIC X(1).
               88  TR-ACTION-DEPENDENTS                VALUE 'D'.
               88  TR-ACTION-ADD-DEP                   VALUE 'E'.
               88  TR-ACTION-DROP-DEP                  VALUE 'R'.
               88  TR-ACTION-LEAVE                     VALUE 'L'.
               88  TR-ACTION-RETURN                    VALUE 'W'.
               88  TR-ACTION-APPROVAL                  VALUE 'V'.
           05  TR-KEY.
               10  TR-KEY-STORE-ID     PIC X(4).
               10  TR-KEY-EMP-ID       PIC X(5).
               10  TR-IMG-LAST-NAME    PIC X(10).
               10  TR-IMG-FIRST-NAME   PIC X(10).
               10  TR-IMG-MIDDLE-INIT  PIC X(1).
               10  TR-IMG-LEAVE-DATES  PIC X(10).
               10  TR-IMG-STATUS       PIC X(1).
               10  TR-IMG-HIRE-DATE    PIC X(8).
               10  TR-IMG-SEP-DATE     PIC X(8).
               10  TR-DEP-RELATIONSHIP PIC X(1).
               10  TR-DEP-COVERAGE     PIC X(1).
               10  FILLER              PIC X(55).
      * Alternate view for the leave actions ('L' start of leave,
      * 'W' return from leave) - the image area carries the leave
      * start date and the expected return date for an 'L', and the
      * actual return date for a 'W', each as YYYYMMDD.
           05  TR-LEAVE-IMAGE REDEFINES TR-EMP-IMAGE.
               10  TR-LV-START-DATE    PIC X(8).
               10  TR-LV-RETURN-DATE   PIC X(8).
               10  FILLER              PIC X(69).
      * Alternate view for an approval ('V') - the image area carries
      * the action code being approved, T or P.
           05  TR-APPROVAL-IMAGE REDEFINES TR-EMP-IMAGE.
               10  TR-APV-ACTION-CODE  PIC X(1).
               10  FILLER              PIC X(84).
           05  TR-EFFECTIVE-DATE       PIC X(8).
      * 'C' once the transaction has sat in the pending file - set
      * when it is carried, so a due carried transaction can be told
      * from one keyed for this batch.
           05  TR-CARRIED-SW           PIC X(1).
               88  TR-WAS-CARRIED                      VALUE 'C'.
           05  FILLER                  PIC X(14).

       FD NEW-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  REGISTER-RECORD             PIC X(80).

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
           05  SM-STORE-STATE          PIC X(2).
           05  SM-STORE-REGION         PIC X(10).

      * One row per clerk allowed to maintain the master.
       FD USER-AUTH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  USER-AUTH-RECORD.
           05  MU-USER-ID              PIC X(8).
           05  MU-ACTION-CODES         PIC X(9).
           05  MU-USER-NAME            PIC X(20).
           05  FILLER                  PIC X(3).

      * Only the input name and the cycle/as-of date matter here; the
      * rate fields in between belong to CS370PROGRAM1.
       FD PARAMETER-FILE
           05  TS-KEY.
               10  TS-KEY-STORE-ID     PIC X(4).
               10  TS-KEY-EMP-ID       PIC X(5).
           05  FILLER                  PIC X(120).

       SD  MASTER-SORT-FILE.
       01  MASTER-SORT-RECORD.
           05  WS-PARAMETER-FILE-STATUS
                                        PIC XX          VALUE '00'.
           05  WS-RUNCTL-FILE-STATUS   PIC XX          VALUE '00'.
           05  PENDING-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-PENDING                      VALUE 'N'.
           05  NEW-TRANS-EOF-FLAG      PIC X           VALUE ' '.
               88 NO-MORE-NEW-TRANS                    VALUE 'N'.
           05  SCAN-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-SCAN-RECORDS                 VALUE 'N'.
           05  WS-PENDING-FILE-STATUS  PIC XX          VALUE '00'.
           05  WS-ARCHIVE-FILE-STATUS  PIC XX          VALUE '00'.
           05  USER-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-USERS                        VALUE 'N'.
           05  WS-USER-FILE-STATUS     PIC XX          VALUE '00'.
           05  USER-FOUND-SW           PIC X           VALUE 'N'.
               88 USER-IS-AUTHORIZED                   VALUE 'Y'.

       01  RUN-CONTROL-FIELDS.
           05  WS-CYCLE-DATE           PIC 9(8)        VALUE 0.

       01  USER-TABLE-CONTROLS.
           05  USER-TABLE-COUNT        PIC 9(3)        VALUE 0.

      * Maint-Users.txt in memory - searched for the entering user of
      * every transaction and for the user of every approval.
       01  USER-TABLE.
           05  USER-TABLE-ENTRY        OCCURS 100 TIMES
                                        INDEXED BY USER-IDX.
               10  UT-USER-ID          PIC X(8).
               10  UT-ACTION-CODES     PIC X(9).

       01  AUTHORIZATION-FIELDS.
           05  WS-AUTH-LOOKUP-ID       PIC X(8)        VALUE SPACES.
           05  WS-AUTH-ACTION-CODE     PIC X(1)        VALUE SPACE.
           05  WS-AUTH-TALLY           PIC 9(2)        VALUE 0.
           05  WS-AUTH-REASON          PIC X(34)       VALUE SPACES.
      * The user of the approval matched to this transaction - goes
      * to the audit record as the approving user.
           05  WS-APPROVED-BY-ID       PIC X(8)        VALUE SPACES.
           05  WS-APPROVED-ENTRY       PIC 9(3)        VALUE 0.

       01  APPROVAL-TABLE-CONTROLS.
           05  APPROVAL-TABLE-COUNT    PIC 9(3)        VALUE 0.

      * The 'V' approvals that came due this batch, set aside at the
      * screening instead of being sorted.  A termination or position
      * change takes the first open entry for its key, action code
      * and effective date whose user is not the entering clerk, and
      * marks it matched; the mark becomes applied only when that
      * transaction passes its edits.  An approval whose user does
      * not hold the approved action on Maint-Users.txt, or that
      * approves anything but a T or P, is marked at load and never
      * matches.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY          OCCURS 100 TIMES
                                        INDEXED BY APV-IDX.
               10  AP-KEY.
                   15  AP-STORE-ID     PIC X(4).
                   15  AP-EMP-ID       PIC X(5).
               10  AP-ACTION-CODE      PIC X(1).
               10  AP-EFFECTIVE-DATE   PIC X(8).
               10  AP-APPROVER-ID      PIC X(8).
               10  AP-ENTERED-BY-ID    PIC X(8).
               10  AP-STATUS-SW        PIC X(1).
                   88  AP-OPEN                         VALUE SPACE.
                   88  AP-MATCHED                      VALUE 'M'.
                   88  AP-TRANS-APPLIED                VALUE 'A'.
                   88  AP-NOT-AUTHORIZED               VALUE 'N'.
                   88  AP-NOT-T-OR-P                   VALUE 'I'.

      * Register reason for a matched approval - the action it
      * approved and the clerk who entered that action.
       01  APPROVAL-REASON-LINE.
           05  ARL-ACTION-LABEL        PIC X(10).
           05                          PIC X(12)       VALUE
                                                    ' ENTERED BY '.
           05  ARL-ENTERED-BY-ID       PIC X(8).
           05                          PIC X(4)        VALUE SPACES.

       01  STORE-TABLE-CONTROLS.
           05  STORE-TABLE-COUNT       PIC 99          VALUE 0.

           05  DEP-IN-COUNT            PIC 9(6)        VALUE 0.
           05  DEP-OUT-COUNT           PIC 9(6)        VALUE 0.
           05  DEP-MISMATCH-COUNT      PIC 9(6)        VALUE 0.
           05  PENDING-IN-COUNT        PIC 9(6)        VALUE 0.
           05  PENDING-DUE-COUNT       PIC 9(6)        VALUE 0.
           05  PENDING-OUT-COUNT       PIC 9(6)        VALUE 0.

       01  DEP-TABLE-CONTROLS.
           05  DEP-TABLE-COUNT         PIC 9(3)        VALUE 0.
               10  DT-COVERAGE-FLAG    PIC X(1).
               10  DT-DELETED-SW       PIC X(1).

      * One transaction as read from the pending file or the new
      * batch, in the Employee-Trans.txt layout - screened on its
      * effective date before it is released to the sort or carried.
       01  PENDING-WORK-RECORD.
           05  PW-ACTION-CODE          PIC X(1).
           05  PW-KEY.
               10  PW-KEY-STORE-ID     PIC X(4).
               10  PW-KEY-EMP-ID       PIC X(5).
           05  FILLER                  PIC X(4).
           05  PW-USER-ID              PIC X(8).
           05  PW-APV-ACTION-CODE      PIC X(1).
           05  FILLER                  PIC X(84).
           05  PW-EFFECTIVE-DATE       PIC X(8).
           05  PW-CARRIED-SW           PIC X(1).
           05  FILLER                  PIC X(14).

       01  CARRIED-KEY-CONTROLS.
           05  CARRIED-KEY-COUNT       PIC 9(3)        VALUE 0.

      * The keys of carried transactions that came due this batch.
      * Before the match, the old master and the archive are scanned
      * once for each of them: 'X' - the employee now sits under
      * another store; 'A' - the key went to Employee-Archive.txt.
      * A due carried transaction whose key is no longer on the
      * master is rejected with whichever of the two applies.
       01  CARRIED-KEY-TABLE.
           05  CARRIED-KEY-ENTRY       OCCURS 200 TIMES
                                        INDEXED BY CK-IDX.
               10  CK-KEY.
                   15  CK-STORE-ID     PIC X(4).
                   15  CK-EMP-ID       PIC X(5).
               10  CK-FATE-SW          PIC X(1).

      * Leave dates are keyed as YYYYMMDD but held on the master as
      * Julian YYDDD, two to the ten free columns.  The table is the
      * number of days in the year before the first of each month
      * (non-leap); 32J adds one past February in a leap year.
       01  LEAVE-DATE-WORK.
           05  WS-JUL-IN-DATE          PIC X(8)        VALUE SPACES.
           05  WS-JUL-IN-PARTS REDEFINES WS-JUL-IN-DATE.
               10  WS-JUL-IN-CENTURY   PIC 9(2).
               10  WS-JUL-IN-YY        PIC 9(2).
               10  WS-JUL-IN-MONTH     PIC 9(2).
               10  WS-JUL-IN-DAY       PIC 9(2).
           05  WS-JUL-OUT              PIC X(5)        VALUE SPACES.
           05  WS-JUL-OUT-PARTS REDEFINES WS-JUL-OUT.
               10  WS-JUL-OUT-YY       PIC 9(2).
               10  WS-JUL-OUT-DDD      PIC 9(3).
           05  WS-JUL-MONTH-DAYS       PIC 9(2)        VALUE 0.
           05  WS-JUL-LEAP-QUOTIENT    PIC 9(2)        VALUE 0.
           05  WS-JUL-LEAP-REMAINDER   PIC 9(1)        VALUE 0.
           05  WS-JUL-VALID-SW         PIC X(1)        VALUE 'N'.
               88  JULIAN-DATE-VALID                   VALUE 'Y'.
           05  WS-LV-START-JUL         PIC X(5)        VALUE SPACES.
           05  WS-LV-RETURN-DATE       PIC X(8)        VALUE SPACES.

       01  DAYS-BEFORE-MONTH-VALUES.
           05  FILLER                  PIC X(36)       VALUE
               '000031059090120151181212243273304334'.
       01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
           05  DAYS-BEFORE-MONTH       PIC 9(3)        OCCURS 12 TIMES.

       01  ACTION-LABEL-FIELDS.
           05  WS-LABEL-ACTION-CODE    PIC X(1)        VALUE SPACE.
           05  WS-ACTION-LABEL         PIC X(10)       VALUE SPACES.

       01  CURRENT-DATE.
           05  CD-YEAR                 PIC XXXX.
           05  CD-MONTH                PIC XX.
           05                          PIC X(2)        VALUE SPACES.
           05  RDL-REASON              PIC X(34).

       01  PENDING-SECTION-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(38)       VALUE
                               'PENDING TRANSACTIONS - EFFECTIVE AFTER'.
           05                          PIC X(7)        VALUE
                                                       ' CYCLE '.
           05  PSH-CYCLE-DATE          PIC 9(8).

       01  PENDING-COLUMN-HEADING.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE 'ACTION'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'EMP'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'USER'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'EFFECTIVE'.

       01  PENDING-DETAIL-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05  PDL-ACTION              PIC X(10).
           05                          PIC X(1)        VALUE SPACES.
           05  PDL-STORE-ID            PIC X(4).
           05                          PIC X(2)        VALUE SPACES.
           05  PDL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  PDL-USER-ID             PIC X(8).
           05                          PIC X(2)        VALUE SPACES.
           05  PDL-EFFECTIVE-DATE      PIC X(8).

       01  PENDING-NONE-LINE.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                                     'NO TRANSACTIONS ARE PENDING'.

       01  REGISTER-SUMMARY-LINE-1.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(26)       VALUE
                                         'DEPENDENT COUNT MISMATCH: '.
           05  RSL8-COUNT              PIC ZZZ,ZZ9.

       01  REGISTER-SUMMARY-LINE-9.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(26)       VALUE
                                         'PENDING CARRIED IN:       '.
           05  RSL9-COUNT              PIC ZZZ,ZZ9.

       01  REGISTER-SUMMARY-LINE-10.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(26)       VALUE
                                         'PENDING COME DUE:         '.
           05  RSL10-COUNT             PIC ZZZ,ZZ9.

       01  REGISTER-SUMMARY-LINE-11.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(26)       VALUE
                                         'PENDING CARRIED FORWARD:  '.
           05  RSL11-COUNT             PIC ZZZ,ZZ9.

      * Printed when a released master's dependent count disagrees
      * with the detail records on file for its key - the state the
      * carrier audit keeps asking about.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 22-SORT-TRANSACTIONS-ROUTINE
           IF CARRIED-KEY-COUNT IS GREATER THAN ZERO
               PERFORM 24-CHECK-CARRIED-KEYS-ROUTINE
           END-IF

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-STORE-ID MS-EMP-ID
               INPUT PROCEDURE IS 25-APPLY-TRANSACTIONS-ROUTINE
               GIVING NEW-MASTER-FILE

           IF APPROVAL-TABLE-COUNT IS GREATER THAN ZERO
               PERFORM 29-REPORT-APPROVALS-ROUTINE
           END-IF

           SORT DEP-SORT-FILE
               ON ASCENDING KEY DS-STORE-ID DS-EMP-ID DS-NAME
               INPUT PROCEDURE IS 45-RELEASE-DEPENDENTS-ROUTINE

           PERFORM 18-LOAD-PARAMETERS-ROUTINE
           PERFORM 16-LOAD-STORE-MASTER-ROUTINE
           PERFORM 16B-LOAD-USER-TABLE-ROUTINE
           PERFORM 17-LOAD-DEPENDENTS-ROUTINE

           OPEN OUTPUT REGISTER-FILE
           END-IF
           .

      * Without the authorization table no transaction could be
      * proven to come from a permitted clerk - stop the run the same
      * way a missing store table does.
       16B-LOAD-USER-TABLE-ROUTINE.
           OPEN INPUT USER-AUTH-FILE

           IF WS-USER-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-USERS
                   READ USER-AUTH-FILE
                       AT END
                           MOVE 'N' TO USER-EOF-FLAG
                       NOT AT END
                           PERFORM 16C-ADD-USER-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE USER-AUTH-FILE
           ELSE
               DISPLAY 'MAINT-USERS.TXT COULD NOT BE OPENED - STATUS '
                       WS-USER-FILE-STATUS
               DISPLAY '  EVERY TRANSACTION WOULD BE REJECTED -'
                       ' RUN STOPPED, NO OUTPUT WAS WRITTEN'
               STOP RUN
           END-IF
           .

       16C-ADD-USER-ENTRY-ROUTINE.
           IF USER-TABLE-COUNT IS LESS THAN 100
               ADD 1 TO USER-TABLE-COUNT
               MOVE MU-USER-ID TO UT-USER-ID(USER-TABLE-COUNT)
               MOVE MU-ACTION-CODES TO UT-ACTION-CODES(USER-TABLE-COUNT)
           ELSE
               DISPLAY 'USER TABLE FULL - USER ' MU-USER-ID
                       ' FROM MAINT-USERS.TXT WAS NOT LOADED AND'
               DISPLAY '  EVERY TRANSACTION THEY ENTER OR APPROVE'
                       ' WILL BE REJECTED'
           END-IF
           .

      * A missing dependent file is a normal first cycle - the table
      * starts empty and 'E' adds build it up.
       17-LOAD-DEPENDENTS-ROUTINE.
           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TS-KEY-STORE-ID TS-KEY-EMP-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 23-SCREEN-EFFECTIVE-DATES-ROUTINE
               GIVING TRANS-WORK-FILE
           .

      * Splits the batch on effective date before the match sees it.
      * The carried pending file is released first, so with
      * DUPLICATES IN ORDER a transaction keyed in an earlier cycle
      * still applies ahead of one keyed today for the same employee.
      * Anything dated after the cycle date goes to the new pending
      * file instead of the sort.  A missing pending file is a normal
      * first cycle.
       23-SCREEN-EFFECTIVE-DATES-ROUTINE.
           OPEN OUTPUT PENDING-NEW-FILE

           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-FILE-STATUS IS EQUAL TO '00'
               PERFORM UNTIL NO-MORE-PENDING
                   READ PENDING-IN-FILE INTO PENDING-WORK-RECORD
                       AT END
                           MOVE 'N' TO PENDING-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PENDING-IN-COUNT
                           MOVE 'C' TO PW-CARRIED-SW
                           PERFORM 23A-SCREEN-ONE-TRANS-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN-FILE
           ELSE
               DISPLAY 'MAINT-PENDING.TXT NOT AVAILABLE - STATUS '
                       WS-PENDING-FILE-STATUS
                       ' - NO PENDING TRANSACTIONS CARRIED IN'
           END-IF

           OPEN INPUT TRANSACTION-FILE
           PERFORM UNTIL NO-MORE-NEW-TRANS
               READ TRANSACTION-FILE INTO PENDING-WORK-RECORD
                   AT END
                       MOVE 'N' TO NEW-TRANS-EOF-FLAG
                   NOT AT END
                       MOVE SPACE TO PW-CARRIED-SW
                       PERFORM 23A-SCREEN-ONE-TRANS-ROUTINE
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
               PENDING-NEW-FILE
           .

      * A blank or zero effective date applies now.  A date that is
      * not numeric is released anyway so the match can reject it
      * onto the register with everything else that fails an edit.
      * An approval that is due goes to the approval table instead of
      * the sort, so it is on hand whichever order the match meets it.
       23A-SCREEN-ONE-TRANS-ROUTINE.
           IF PW-EFFECTIVE-DATE IS NUMERIC AND
              PW-EFFECTIVE-DATE IS GREATER THAN WS-CYCLE-DATE
               MOVE 'C' TO PW-CARRIED-SW
               WRITE PENDING-NEW-RECORD FROM PENDING-WORK-RECORD
               ADD 1 TO PENDING-OUT-COUNT
           ELSE
               IF PW-CARRIED-SW IS EQUAL TO 'C'
                   ADD 1 TO PENDING-DUE-COUNT
               END-IF
               IF PW-ACTION-CODE IS EQUAL TO 'V'
                   PERFORM 23C-LOAD-APPROVAL-ROUTINE
               ELSE
                   IF PW-CARRIED-SW IS EQUAL TO 'C'
                       PERFORM 23B-NOTE-CARRIED-KEY-ROUTINE
                   END-IF
                   RELEASE TRANS-SORT-RECORD FROM PENDING-WORK-RECORD
               END-IF
           END-IF
           .

       23B-NOTE-CARRIED-KEY-ROUTINE.
           IF CARRIED-KEY-COUNT IS LESS THAN 200
               ADD 1 TO CARRIED-KEY-COUNT
               MOVE PW-KEY TO CK-KEY(CARRIED-KEY-COUNT)
               MOVE SPACE TO CK-FATE-SW(CARRIED-KEY-COUNT)
           ELSE
               DISPLAY 'CARRIED KEY TABLE FULL - PENDING TRANSACTION'
                       ' FOR ' PW-KEY ' WILL SHOW AS NOT ON MASTER'
               DISPLAY '  IF ITS KEY WAS TRANSFERRED OR ARCHIVED'
           END-IF
           .

      * The approving user must hold the approved action code on
      * Maint-Users.txt, the same as the clerk who enters it.
       23C-LOAD-APPROVAL-ROUTINE.
           IF APPROVAL-TABLE-COUNT IS LESS THAN 100
               ADD 1 TO APPROVAL-TABLE-COUNT
               SET APV-IDX TO APPROVAL-TABLE-COUNT
               MOVE PW-KEY TO AP-KEY(APV-IDX)
               MOVE PW-APV-ACTION-CODE TO AP-ACTION-CODE(APV-IDX)
               MOVE PW-EFFECTIVE-DATE TO AP-EFFECTIVE-DATE(APV-IDX)
               MOVE PW-USER-ID TO AP-APPROVER-ID(APV-IDX)
               MOVE SPACES TO AP-ENTERED-BY-ID(APV-IDX)
               MOVE SPACE TO AP-STATUS-SW(APV-IDX)
               IF PW-APV-ACTION-CODE IS EQUAL TO 'T' OR
                  PW-APV-ACTION-CODE IS EQUAL TO 'P'
                   MOVE PW-USER-ID TO WS-AUTH-LOOKUP-ID
                   MOVE PW-APV-ACTION-CODE TO WS-AUTH-ACTION-CODE
                   PERFORM 31A-LOOKUP-USER-ROUTINE
                   IF NOT USER-IS-AUTHORIZED
                       SET AP-NOT-AUTHORIZED(APV-IDX) TO TRUE
                   END-IF
               ELSE
                   SET AP-NOT-T-OR-P(APV-IDX) TO TRUE
               END-IF
           ELSE
               DISPLAY 'APPROVAL TABLE FULL - APPROVAL FOR ' PW-KEY
                       ' BY ' PW-USER-ID ' WAS NOT LOADED AND'
               DISPLAY '  THE TRANSACTION IT APPROVES WILL BE REJECTED'
                       ' AS AWAITING APPROVAL'
           END-IF
           .

      * One pass over the old master and one over the archive, made
      * only when carried transactions came due, so the register can
      * say why a due transaction's key is gone instead of just that
      * it is.  A missing archive file means nothing was archived.
       24-CHECK-CARRIED-KEYS-ROUTINE.
           OPEN INPUT OLD-MASTER-FILE
           MOVE SPACE TO SCAN-EOF-FLAG
           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ OLD-MASTER-FILE
                   AT END
                       MOVE 'N' TO SCAN-EOF-FLAG
                   NOT AT END
                       PERFORM 24A-MARK-TRANSFERRED-ROUTINE
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS IS EQUAL TO '00'
               MOVE SPACE TO SCAN-EOF-FLAG
               PERFORM UNTIL NO-MORE-SCAN-RECORDS
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 24B-MARK-ARCHIVED-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

       24A-MARK-TRANSFERRED-ROUTINE.
           SET CK-IDX TO 1
           PERFORM UNTIL CK-IDX IS GREATER THAN CARRIED-KEY-COUNT
               IF CK-EMP-ID(CK-IDX) IS EQUAL TO OM-EMP-ID AND
                  CK-STORE-ID(CK-IDX) IS NOT EQUAL TO OM-STORE-ID
                   MOVE 'X' TO CK-FATE-SW(CK-IDX)
               END-IF
               SET CK-IDX UP BY 1
           END-PERFORM
           .

       24B-MARK-ARCHIVED-ROUTINE.
           SET CK-IDX TO 1
           PERFORM UNTIL CK-IDX IS GREATER THAN CARRIED-KEY-COUNT
               IF CK-KEY(CK-IDX) IS EQUAL TO AR-KEY
                   MOVE 'A' TO CK-FATE-SW(CK-IDX)
               END-IF
               SET CK-IDX UP BY 1
           END-PERFORM
           .

      * Balanced-line match of the sorted transactions against the
      * old master.  The master record is held in its record area
      * while every equal-key transaction is applied to it, and is
           END-IF
           .

      * Every approval that came due goes on the register and the
      * audit trail under its own user, after the match - those whose
      * transaction applied as applied, the rest rejected with the
      * reason.
       29-REPORT-APPROVALS-ROUTINE.
           SET APV-IDX TO 1
           PERFORM UNTIL APV-IDX IS GREATER THAN APPROVAL-TABLE-COUNT
               PERFORM 29A-REPORT-ONE-APPROVAL-ROUTINE
               SET APV-IDX UP BY 1
           END-PERFORM
           .

       29A-REPORT-ONE-APPROVAL-ROUTINE.
           ADD 1 TO TRANS-READ-COUNT
           EVALUATE TRUE
               WHEN AP-TRANS-APPLIED(APV-IDX)
                   ADD 1 TO TRANS-APPLIED-COUNT
                   MOVE 'APPLIED' TO RDL-STATUS
                   MOVE 'A' TO MA-STATUS
                   MOVE AP-ACTION-CODE(APV-IDX) TO WS-LABEL-ACTION-CODE
                   PERFORM 38A-SET-ACTION-LABEL-ROUTINE
                   MOVE WS-ACTION-LABEL TO ARL-ACTION-LABEL
                   MOVE AP-ENTERED-BY-ID(APV-IDX) TO ARL-ENTERED-BY-ID
                   MOVE APPROVAL-REASON-LINE TO RDL-REASON
               WHEN AP-MATCHED(APV-IDX)
                   ADD 1 TO TRANS-REJECTED-COUNT
                   MOVE 'REJECTED' TO RDL-STATUS
                   MOVE 'R' TO MA-STATUS
                   MOVE 'APPROVED TRANSACTION REJECTED' TO RDL-REASON
               WHEN AP-NOT-AUTHORIZED(APV-IDX)
                   ADD 1 TO TRANS-REJECTED-COUNT
                   MOVE 'REJECTED' TO RDL-STATUS
                   MOVE 'R' TO MA-STATUS
                   MOVE 'APPROVER NOT AUTHORIZED FOR ACTION'
                                                      TO RDL-REASON
               WHEN AP-NOT-T-OR-P(APV-IDX)
                   ADD 1 TO TRANS-REJECTED-COUNT
                   MOVE 'REJECTED' TO RDL-STATUS
                   MOVE 'R' TO MA-STATUS
                   MOVE 'APPROVAL FOR T OR P ONLY' TO RDL-REASON
               WHEN OTHER
                   ADD 1 TO TRANS-REJECTED-COUNT
                   MOVE 'REJECTED' TO RDL-STATUS
                   MOVE 'R' TO MA-STATUS
                   MOVE 'APPROVAL - NO MATCHING TRANSACTION'
                                                      TO RDL-REASON
           END-EVALUATE

           MOVE 'V' TO WS-LABEL-ACTION-CODE
           PERFORM 38A-SET-ACTION-LABEL-ROUTINE
           MOVE WS-ACTION-LABEL TO RDL-ACTION
           MOVE AP-STORE-ID(APV-IDX) TO RDL-STORE-ID
           MOVE AP-EMP-ID(APV-IDX) TO RDL-EMP-ID
           MOVE AP-APPROVER-ID(APV-IDX) TO RDL-USER-ID
           WRITE REGISTER-RECORD FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           MOVE WS-RUN-DATE TO MA-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO MA-TIME
           MOVE AP-APPROVER-ID(APV-IDX) TO MA-USER-ID
           MOVE SPACES TO MA-APPROVER-ID
           MOVE 'V' TO MA-ACTION-CODE
           MOVE AP-STORE-ID(APV-IDX) TO MA-KEY-STORE-ID
           MOVE AP-EMP-ID(APV-IDX) TO MA-KEY-EMP-ID
           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE SPACES TO MA-AFTER-IMAGE
           MOVE SPACES TO MA-UNUSED
           WRITE AUDIT-RECORD
           .

      * Dual control.  The entering clerk must hold the action code on
      * Maint-Users.txt; a termination or a position change must also
      * be matched to an approval submitted by a second, different
      * clerk who holds the same code.  An unknown action code is left
      * for the apply EVALUATE to reject as invalid.  Leaves
      * WS-AUTH-REASON blank when the transaction may go on to its
      * edits.
       31-CHECK-AUTHORIZATION-ROUTINE.
           MOVE SPACES TO WS-AUTH-REASON
           MOVE SPACES TO WS-APPROVED-BY-ID
           IF TR-ACTION-ADD OR TR-ACTION-TERMINATE OR
              TR-ACTION-TRANSFER OR TR-ACTION-POSITION OR
              TR-ACTION-DEPENDENTS OR TR-ACTION-ADD-DEP OR
              TR-ACTION-DROP-DEP OR TR-ACTION-LEAVE OR
              TR-ACTION-RETURN
               MOVE TR-USER-ID TO WS-AUTH-LOOKUP-ID
               MOVE TR-ACTION-CODE TO WS-AUTH-ACTION-CODE
               PERFORM 31A-LOOKUP-USER-ROUTINE
               IF NOT USER-IS-AUTHORIZED
                   MOVE 'USER NOT AUTHORIZED FOR ACTION'
                                                 TO WS-AUTH-REASON
               ELSE
                   IF TR-ACTION-TERMINATE OR TR-ACTION-POSITION
                       PERFORM 31B-CHECK-APPROVER-ROUTINE
                   END-IF
               END-IF
           END-IF
           .

      * Sets USER-IS-AUTHORIZED when WS-AUTH-LOOKUP-ID is on the
      * table with WS-AUTH-ACTION-CODE among its codes.
       31A-LOOKUP-USER-ROUTINE.
           MOVE 'N' TO USER-FOUND-SW
           SET USER-IDX TO 1
           SEARCH USER-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN USER-IDX IS GREATER THAN USER-TABLE-COUNT
                   CONTINUE
               WHEN UT-USER-ID(USER-IDX) IS EQUAL TO WS-AUTH-LOOKUP-ID
                   MOVE ZEROS TO WS-AUTH-TALLY
                   INSPECT UT-ACTION-CODES(USER-IDX)
                       TALLYING WS-AUTH-TALLY
                           FOR ALL WS-AUTH-ACTION-CODE
                   IF WS-AUTH-TALLY IS GREATER THAN ZERO
                       SET USER-IS-AUTHORIZED TO TRUE
                   END-IF
           END-SEARCH
           .

      * Claims the first open approval for the transaction's key,
      * action code and effective date that another user submitted.
      * An approval is used up once matched, even if the transaction
      * then fails an edit - it approved that transaction only, and
      * is reported rejected along with it.
       31B-CHECK-APPROVER-ROUTINE.
           SET APV-IDX TO 1
           SEARCH APPROVAL-ENTRY
               AT END
                   MOVE 'AWAITING APPROVAL' TO WS-AUTH-REASON
               WHEN APV-IDX IS GREATER THAN APPROVAL-TABLE-COUNT
                   MOVE 'AWAITING APPROVAL' TO WS-AUTH-REASON
               WHEN AP-KEY(APV-IDX) IS EQUAL TO TR-KEY AND
                    AP-ACTION-CODE(APV-IDX) IS EQUAL TO TR-ACTION-CODE
                    AND AP-EFFECTIVE-DATE(APV-IDX) IS EQUAL TO
                                                  TR-EFFECTIVE-DATE
                    AND AP-OPEN(APV-IDX)
                    AND AP-APPROVER-ID(APV-IDX) IS NOT EQUAL TO
                                                  TR-USER-ID
                   SET AP-MATCHED(APV-IDX) TO TRUE
                   MOVE TR-USER-ID TO AP-ENTERED-BY-ID(APV-IDX)
                   MOVE AP-APPROVER-ID(APV-IDX) TO WS-APPROVED-BY-ID
                   SET WS-APPROVED-ENTRY TO APV-IDX
           END-SEARCH
           .

       32-MATCHED-TRANS-ROUTINE.
           MOVE OLD-MASTER-RECORD TO MA-BEFORE-IMAGE
           MOVE 'Y' TO TRANS-OK-SW
           MOVE SPACES TO RDL-REASON
           PERFORM 31-CHECK-AUTHORIZATION-ROUTINE

      * A carried transaction was keyed against the record as it
      * stood then - if the employee has been terminated since, it
      * is not applied to the separated record.
           EVALUATE TRUE
               WHEN TR-EFFECTIVE-DATE IS NOT EQUAL TO SPACES AND
                    TR-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'EFFECTIVE DATE INVALID' TO RDL-REASON
               WHEN WS-AUTH-REASON IS NOT EQUAL TO SPACES
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE WS-AUTH-REASON TO RDL-REASON
               WHEN TR-ACTION-ADD
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'DUPLICATE - ALREADY ON MASTER' TO RDL-REASON
               WHEN TR-WAS-CARRIED AND
                    (OM-STATUS IS EQUAL TO 'T' OR
                     (OM-SEPARATION-DATE IS NOT EQUAL TO SPACES AND
                      OM-SEPARATION-DATE IS NOT EQUAL TO '00000000'))
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'PENDING - KEY TERMINATED SINCE' TO RDL-REASON
               WHEN TR-ACTION-TERMINATE
                   PERFORM 32A-APPLY-TERMINATE-ROUTINE
               WHEN TR-ACTION-TRANSFER
                   PERFORM 32E-APPLY-ADD-DEPENDENT-ROUTINE
               WHEN TR-ACTION-DROP-DEP
                   PERFORM 32F-APPLY-DROP-DEPENDENT-ROUTINE
               WHEN TR-ACTION-LEAVE
                   PERFORM 32H-APPLY-LEAVE-ROUTINE
               WHEN TR-ACTION-RETURN
                   PERFORM 32I-APPLY-RETURN-ROUTINE
               WHEN OTHER
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'INVALID ACTION CODE' TO RDL-REASON
           END-IF
           .

      * Starts a leave of absence.  Only an active employee can go
      * on leave; both dates must be real dates and the expected
      * return may not come before the start.  The hire date, tier
      * and benefits are left alone - CS370PROGRAM1 keeps pricing
      * health/dental and defers the salary increase.
       32H-APPLY-LEAVE-ROUTINE.
           MOVE TR-LV-START-DATE TO WS-JUL-IN-DATE
           PERFORM 32J-CONVERT-TO-JULIAN-ROUTINE
           MOVE WS-JUL-OUT TO WS-LV-START-JUL
           MOVE TR-LV-RETURN-DATE TO WS-JUL-IN-DATE
           EVALUATE TRUE
               WHEN OM-STATUS IS NOT EQUAL TO 'A'
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'EMPLOYEE NOT ACTIVE - CANNOT LEAVE'
                                                  TO RDL-REASON
               WHEN WS-LV-START-JUL IS EQUAL TO SPACES
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'LEAVE START DATE MISSING/INVALID'
                                                  TO RDL-REASON
               WHEN OTHER
                   PERFORM 32J-CONVERT-TO-JULIAN-ROUTINE
                   EVALUATE TRUE
                       WHEN NOT JULIAN-DATE-VALID
                           MOVE 'N' TO TRANS-OK-SW
                           MOVE 'EXPECTED RETURN MISSING/INVALID'
                                                  TO RDL-REASON
                       WHEN TR-LV-RETURN-DATE IS LESS THAN
                                                  TR-LV-START-DATE
                           MOVE 'N' TO TRANS-OK-SW
                           MOVE 'EXPECTED RETURN BEFORE LEAVE START'
                                                  TO RDL-REASON
                       WHEN OTHER
                           MOVE 'L' TO OM-STATUS
                           MOVE WS-LV-START-JUL TO OM-LEAVE-START-JUL
                           MOVE WS-JUL-OUT TO OM-LEAVE-RETURN-JUL
                   END-EVALUATE
           END-EVALUATE
           .

      * Ends a leave of absence.  The actual return date is the one
      * keyed in the image, else the transaction's effective date,
      * else the cycle date.  The leave start stays on the master -
      * it is what tells CS370PROGRAM1 the employee is owed the
      * increase deferred during the leave.
       32I-APPLY-RETURN-ROUTINE.
           EVALUATE TRUE
               WHEN TR-LV-RETURN-DATE IS NOT EQUAL TO SPACES
                   MOVE TR-LV-RETURN-DATE TO WS-LV-RETURN-DATE
               WHEN TR-EFFECTIVE-DATE IS NUMERIC AND
                    TR-EFFECTIVE-DATE IS NOT EQUAL TO '00000000'
                   MOVE TR-EFFECTIVE-DATE TO WS-LV-RETURN-DATE
               WHEN OTHER
                   MOVE WS-CYCLE-DATE TO WS-LV-RETURN-DATE
           END-EVALUATE
           MOVE WS-LV-RETURN-DATE TO WS-JUL-IN-DATE
           PERFORM 32J-CONVERT-TO-JULIAN-ROUTINE
           EVALUATE TRUE
               WHEN OM-STATUS IS NOT EQUAL TO 'L'
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'EMPLOYEE NOT ON LEAVE' TO RDL-REASON
               WHEN NOT JULIAN-DATE-VALID
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'RETURN DATE INVALID' TO RDL-REASON
               WHEN WS-JUL-OUT IS LESS THAN OM-LEAVE-START-JUL
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'RETURN DATE BEFORE LEAVE START'
                                                  TO RDL-REASON
               WHEN OTHER
                   MOVE 'A' TO OM-STATUS
                   MOVE WS-JUL-OUT TO OM-LEAVE-RETURN-JUL
           END-EVALUATE
           .

      * Converts the YYYYMMDD date in WS-JUL-IN-DATE to Julian YYDDD
      * in WS-JUL-OUT.  Only 2000-2099 fits the two-digit year, so
      * every fourth year is a leap year.  An invalid date leaves
      * WS-JUL-OUT blank and JULIAN-DATE-VALID off.
       32J-CONVERT-TO-JULIAN-ROUTINE.
           MOVE 'N' TO WS-JUL-VALID-SW
           MOVE SPACES TO WS-JUL-OUT
           IF WS-JUL-IN-DATE IS NUMERIC AND
              WS-JUL-IN-CENTURY IS EQUAL TO 20 AND
              WS-JUL-IN-MONTH IS GREATER THAN ZERO AND
              WS-JUL-IN-MONTH IS LESS THAN 13
               DIVIDE WS-JUL-IN-YY BY 4 GIVING WS-JUL-LEAP-QUOTIENT
                   REMAINDER WS-JUL-LEAP-REMAINDER
               EVALUATE WS-JUL-IN-MONTH
                   WHEN 2
                       IF WS-JUL-LEAP-REMAINDER IS EQUAL TO ZERO
                           MOVE 29 TO WS-JUL-MONTH-DAYS
                       ELSE
                           MOVE 28 TO WS-JUL-MONTH-DAYS
                       END-IF
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-JUL-MONTH-DAYS
                   WHEN OTHER
                       MOVE 31 TO WS-JUL-MONTH-DAYS
               END-EVALUATE
               IF WS-JUL-IN-DAY IS GREATER THAN ZERO AND
                  WS-JUL-IN-DAY IS NOT GREATER THAN WS-JUL-MONTH-DAYS
                   MOVE WS-JUL-IN-YY TO WS-JUL-OUT-YY
                   COMPUTE WS-JUL-OUT-DDD =
                       DAYS-BEFORE-MONTH(WS-JUL-IN-MONTH)
                           + WS-JUL-IN-DAY
                   IF WS-JUL-LEAP-REMAINDER IS EQUAL TO ZERO AND
                      WS-JUL-IN-MONTH IS GREATER THAN 2
                       ADD 1 TO WS-JUL-OUT-DDD
                   END-IF
                   MOVE 'Y' TO WS-JUL-VALID-SW
               END-IF
           END-IF
           .

      * Lays the table entry at DEP-IDX into the dependent record
      * area so both audit images use the file's own layout.
       32G-BUILD-DEP-IMAGE-ROUTINE.
           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE 'Y' TO TRANS-OK-SW
           MOVE SPACES TO RDL-REASON
           PERFORM 31-CHECK-AUTHORIZATION-ROUTINE

           EVALUATE TRUE
               WHEN TR-EFFECTIVE-DATE IS NOT EQUAL TO SPACES AND
                    TR-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'EFFECTIVE DATE INVALID' TO RDL-REASON
                   PERFORM 37-RECORD-REJECTED-ROUTINE
               WHEN WS-AUTH-REASON IS NOT EQUAL TO SPACES
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE WS-AUTH-REASON TO RDL-REASON
                   PERFORM 37-RECORD-REJECTED-ROUTINE
               WHEN TR-ACTION-ADD
                   PERFORM 34-APPLY-ADD-ROUTINE
               WHEN TR-WAS-CARRIED
                   PERFORM 33A-SET-CARRIED-REASON-ROUTINE
                   PERFORM 37-RECORD-REJECTED-ROUTINE
               WHEN OTHER
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'EMPLOYEE NOT ON MASTER FILE' TO RDL-REASON
                   PERFORM 37-RECORD-REJECTED-ROUTINE
           END-EVALUATE
           .

      * Names what happened to a due carried transaction's key from
      * the marks 24-CHECK-CARRIED-KEYS-ROUTINE left.
       33A-SET-CARRIED-REASON-ROUTINE.
           MOVE 'N' TO TRANS-OK-SW
           MOVE 'EMPLOYEE NOT ON MASTER FILE' TO RDL-REASON
           SET CK-IDX TO 1
           SEARCH CARRIED-KEY-ENTRY
               AT END
                   CONTINUE
               WHEN CK-IDX IS GREATER THAN CARRIED-KEY-COUNT
                   CONTINUE
               WHEN CK-KEY(CK-IDX) IS EQUAL TO TR-KEY
                   EVALUATE CK-FATE-SW(CK-IDX)
                       WHEN 'A'
                           MOVE 'PENDING - KEY ARCHIVED SINCE'
                                                      TO RDL-REASON
                       WHEN 'X'
                           MOVE 'PENDING - KEY TRANSFERRED SINCE'
                                                      TO RDL-REASON
                   END-EVALUATE
           END-SEARCH
           .

       34-APPLY-ADD-ROUTINE.
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'POSITION NOT SM, SS, OW, SA, SE'
                                                  TO RDL-REASON
               WHEN TR-IMG-STATUS IS NOT EQUAL TO 'A' OR
                    TR-IMG-LEAVE-DATES IS NOT EQUAL TO SPACES
                   MOVE 'N' TO TRANS-OK-SW
                   MOVE 'ADD MUST BE STATUS A - NO LEAVE'
                                                  TO RDL-REASON
           END-EVALUATE

           IF TRANS-PASSES-EDITS
           .

       36-RECORD-APPLIED-ROUTINE.
           IF WS-APPROVED-BY-ID IS NOT EQUAL TO SPACES
               SET APV-IDX TO WS-APPROVED-ENTRY
               SET AP-TRANS-APPLIED(APV-IDX) TO TRUE
           END-IF
           ADD 1 TO TRANS-APPLIED-COUNT
           MOVE 'APPLIED' TO RDL-STATUS
           MOVE 'A' TO MA-STATUS
           .

       38-WRITE-REGISTER-LINE-ROUTINE.
           MOVE TR-ACTION-CODE TO WS-LABEL-ACTION-CODE
           PERFORM 38A-SET-ACTION-LABEL-ROUTINE
           MOVE WS-ACTION-LABEL TO RDL-ACTION

           MOVE TR-KEY-STORE-ID TO RDL-STORE-ID
           MOVE TR-KEY-EMP-ID TO RDL-EMP-ID
           MOVE 1 TO PROPER-SPACING
           .

      * Shared by the register detail and the pending section, so a
      * transaction prints under the same label in both places.
       38A-SET-ACTION-LABEL-ROUTINE.
           EVALUATE WS-LABEL-ACTION-CODE
               WHEN 'A'
                   MOVE 'ADD HIRE' TO WS-ACTION-LABEL
               WHEN 'T'
                   MOVE 'TERMINATE' TO WS-ACTION-LABEL
               WHEN 'X'
                   MOVE 'TRANSFER' TO WS-ACTION-LABEL
               WHEN 'P'
                   MOVE 'POSITION' TO WS-ACTION-LABEL
               WHEN 'D'
                   MOVE 'DEPENDENT' TO WS-ACTION-LABEL
               WHEN 'E'
                   MOVE 'ADD DEP' TO WS-ACTION-LABEL
               WHEN 'R'
                   MOVE 'DROP DEP' TO WS-ACTION-LABEL
               WHEN 'L'
                   MOVE 'LEAVE' TO WS-ACTION-LABEL
               WHEN 'W'
                   MOVE 'RETURN' TO WS-ACTION-LABEL
               WHEN 'V'
                   MOVE 'APPROVAL' TO WS-ACTION-LABEL
               WHEN OTHER
                   MOVE WS-LABEL-ACTION-CODE TO WS-ACTION-LABEL
           END-EVALUATE
           .

       39-WRITE-AUDIT-RECORD-ROUTINE.
           MOVE WS-RUN-DATE TO MA-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO MA-TIME
           MOVE TR-USER-ID TO MA-USER-ID
           MOVE WS-APPROVED-BY-ID TO MA-APPROVER-ID
           MOVE TR-ACTION-CODE TO MA-ACTION-CODE
           MOVE TR-KEY-STORE-ID TO MA-KEY-STORE-ID
           MOVE TR-KEY-EMP-ID TO MA-KEY-EMP-ID
           .

       40-EOF-ROUTINE.
           PERFORM 41-PRINT-PENDING-SECTION-ROUTINE

           MOVE TRANS-READ-COUNT TO RSL1-COUNT
           MOVE 3 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM REGISTER-SUMMARY-LINE-1
           WRITE REGISTER-RECORD FROM REGISTER-SUMMARY-LINE-8
               AFTER ADVANCING PROPER-SPACING

           MOVE PENDING-IN-COUNT TO RSL9-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-SUMMARY-LINE-9
               AFTER ADVANCING PROPER-SPACING

           MOVE PENDING-DUE-COUNT TO RSL10-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-SUMMARY-LINE-10
               AFTER ADVANCING PROPER-SPACING

           MOVE PENDING-OUT-COUNT TO RSL11-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-SUMMARY-LINE-11
               AFTER ADVANCING PROPER-SPACING

           MOVE 'MAINT   ' TO RC-PROGRAM
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           MOVE PM-EFFECTIVE-INPUT-FILE TO RC-INPUT-FILE
               AUDIT-FILE
               RUN-CONTROL-FILE
           .

      * Reads the new pending file back so the register lists
      * exactly what was carried forward - nothing held for a later
      * cycle is out of sight until it comes due.
       41-PRINT-PENDING-SECTION-ROUTINE.
           MOVE WS-CYCLE-DATE TO PSH-CYCLE-DATE
           MOVE 3 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM PENDING-SECTION-HEADING
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE REGISTER-RECORD FROM PENDING-COLUMN-HEADING
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           IF PENDING-OUT-COUNT IS EQUAL TO ZERO
               WRITE REGISTER-RECORD FROM PENDING-NONE-LINE
                   AFTER ADVANCING PROPER-SPACING
           ELSE
               OPEN INPUT PENDING-NEW-FILE
               MOVE SPACE TO SCAN-EOF-FLAG
               PERFORM UNTIL NO-MORE-SCAN-RECORDS
                   READ PENDING-NEW-FILE
                       AT END
                           MOVE 'N' TO SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 41A-PRINT-PENDING-LINE-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE PENDING-NEW-FILE
           END-IF
           .

       41A-PRINT-PENDING-LINE-ROUTINE.
           MOVE PN-ACTION-CODE TO WS-LABEL-ACTION-CODE
           PERFORM 38A-SET-ACTION-LABEL-ROUTINE
           MOVE WS-ACTION-LABEL TO PDL-ACTION
           MOVE PN-KEY-STORE-ID TO PDL-STORE-ID
           MOVE PN-KEY-EMP-ID TO PDL-EMP-ID
           MOVE PN-USER-ID TO PDL-USER-ID
           MOVE PN-EFFECTIVE-DATE TO PDL-EFFECTIVE-DATE
           WRITE REGISTER-RECORD FROM PENDING-DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           .
