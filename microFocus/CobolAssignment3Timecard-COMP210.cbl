       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-TIMECARD.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W06-TIMECARD-STATUS.
           SELECT F02-PAYROLL-FILE ASSIGN TO 'PAYROLLRECORDS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W07-PAYROLL-STATUS.
           SELECT F03-EXCEPTION-FILE ASSIGN TO 'TIMEEXCEPT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-TAKEN-FILE ASSIGN TO 'TIMELEAVE.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F05-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F08-WO-HOURS-FILE ASSIGN TO 'WOHOURS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-LEAVE-HOURS-FILE ASSIGN TO 'LEAVEHOURS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F07-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The time-clock export: one line per employee per day, in
      *employee and date order. A worked day carries the in and out
      *punches as HHMM on the 24-hour clock (an out punch earlier
      *than the in punch is a shift that ran past midnight, reported
      *under the day it started); a vacation or sick day carries the
      *hours of leave taken instead of punches. A worked line may
      *also name the work order the shift was spent on.
       FD F01-TIMECARD-FILE
          RECORD CONTAINS 38 CHARACTERS
          DATA RECORD IS F01-TIMECARD-IN.

       01 F01-TIMECARD-IN.
          05 F01-TC-SSN                   PIC X(9).
          05 F01-TC-WORK-DATE             PIC 9(8).
          05 F01-TC-WORK-DATE-X
             REDEFINES F01-TC-WORK-DATE   PIC X(8).
          05 F01-TC-DAY-CODE              PIC X.
             88 F01-TC-WORKED-DAY         VALUE 'W'.
             88 F01-TC-VACATION-DAY       VALUE 'V'.
             88 F01-TC-SICK-DAY           VALUE 'S'.
             88 F01-TC-LEAVE-DAY          VALUES 'V' 'S'.
             88 F01-TC-DAY-CODE-VALID     VALUES 'W' 'V' 'S'.
          05 F01-TC-IN-TIME.
             10 F01-TC-IN-HH              PIC 99.
             10 F01-TC-IN-MM              PIC 99.
          05 F01-TC-IN-TIME-X
             REDEFINES F01-TC-IN-TIME     PIC X(4).
          05 F01-TC-OUT-TIME.
             10 F01-TC-OUT-HH             PIC 99.
             10 F01-TC-OUT-MM             PIC 99.
          05 F01-TC-OUT-TIME-X
             REDEFINES F01-TC-OUT-TIME    PIC X(4).
          05 F01-TC-LEAVE-HOURS           PIC 99V99.
          05 F01-TC-LEAVE-HOURS-X
             REDEFINES F01-TC-LEAVE-HOURS PIC X(4).
          05 F01-TC-WORK-ORDER            PIC X(8).

      *The payroll input the validation step reads. This run only
      *replaces the hours worked on each employee's line; every
      *other field is still keyed by the payroll clerk.
       FD F02-PAYROLL-FILE
          RECORD CONTAINS 81 CHARACTERS
          DATA RECORD IS F02-PAYROLL-REC.

       01 F02-PAYROLL-REC                PIC X(81).

       FD F03-EXCEPTION-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F03-EXCEPTION-OUT-LINE.

       01 F03-EXCEPTION-OUT-LINE       PIC X(80).

      *Leave-taken transactions for COBOL-ASSIGNMENT-THREE-LEAVE,
      *which reads them after the ones the office keys by hand on
      *LEAVETAKEN.DAT. The file is rebuilt by every run, so running
      *the same week's timecards again replaces its lines instead
      *of adding them a second time.
       FD F04-TAKEN-FILE
          RECORD CONTAINS 15 CHARACTERS
          DATA RECORD IS F04-TAKEN-OUT.

       01 F04-TAKEN-OUT.
          05 F04-TKN-SSN               PIC X(9).
          05 F04-TKN-TYPE              PIC X.
          05 F04-TKN-HOURS             PIC 9(3)V99.

      *The approved shifts booked to a work order, one line per
      *shift, for the pay run to cost into the job-cost labor
      *charges. Rebuilt from scratch every run, like the week's
      *hours it comes from.
       FD F08-WO-HOURS-FILE
          RECORD CONTAINS 29 CHARACTERS
          DATA RECORD IS F08-WO-HOURS-OUT.

       01 F08-WO-HOURS-OUT.
          05 F08-WOH-SSN               PIC X(9).
          05 F08-WOH-WORK-ORDER        PIC X(8).
          05 F08-WOH-WORK-DATE         PIC 9(8).
          05 F08-WOH-HOURS             PIC 99V99.

      *The leave hours inside each employee's applied week, one line
      *per employee who took any, so the pay run can pay them at
      *straight time and figure overtime on the hours worked alone.
      *Carries the last date on the employee's timecard so the pay
      *run can tell this week's file from a stale one. Rebuilt from
      *scratch every run.
       FD F09-LEAVE-HOURS-FILE
          RECORD CONTAINS 22 CHARACTERS
          DATA RECORD IS F09-LEAVE-HOURS-OUT.

       01 F09-LEAVE-HOURS-OUT.
          05 F09-LVH-SSN               PIC X(9).
          05 F09-LVH-HOURS             PIC 999V99.
          05 F09-LVH-WEEK-DATE         PIC 9(8).

      *The shared audit journal: one before-image/after-image entry
      *per master or payroll record this program alters, so changes
      *can be traced long after the fact.
       FD F05-AUDIT-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F05-AUDIT-OUT.

       01 F05-AUDIT-OUT.
          05 F05-AUD-DATE              PIC 9(8).
          05 F05-AUD-TIME              PIC X(6).
          05 F05-AUD-PROGRAM           PIC X(32).
          05 F05-AUD-OPERATOR          PIC X(3).
          05 F05-AUD-FILE              PIC X(12).
          05 F05-AUD-KEY               PIC X(30).
          05 F05-AUD-OLD-RECORD        PIC X(81).
          05 F05-AUD-NEW-RECORD        PIC X(81).

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       FD F06-OPER-FILE
          RECORD CONTAINS 12 CHARACTERS
          DATA RECORD IS F06-OPR-REC.

       01 F06-OPR-REC.
          05 F06-OPR-ID             PIC X(3).
          05 F06-OPR-PASSWORD       PIC X(8).
          05 F06-OPR-AUTHORITY      PIC X.

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F07-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F07-RUNLOG-REC.

       01 F07-RUNLOG-REC.
          05 F07-RUN-TYPE             PIC X.
          05 F07-RUN-PROGRAM          PIC X(32).
          05 F07-RUN-DATE             PIC 9(8).
          05 F07-RUN-TIME             PIC X(6).
          05 F07-RUN-COUNT            PIC 9(5).
          05 F07-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-DAY-APPROVED          VALUE SPACES.

       01 W02-PUNCH-COUNT              PIC 9(5) VALUE ZERO.
       01 W02-APPROVED-COUNT           PIC 9(5) VALUE ZERO.
       01 W02-EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
       01 W02-LEAVE-COUNT              PIC 9(5) VALUE ZERO.
       01 W02-UPDATED-COUNT            PIC 9(5) VALUE ZERO.
       01 W02-NO-INPUT-COUNT           PIC 9(5) VALUE ZERO.
       01 W02-WO-HOURS-COUNT           PIC 9(5) VALUE ZERO.
       01 W02-LEAVE-HOURS-COUNT        PIC 9(5) VALUE ZERO.

      *The longest day the office will pay from the clock without a
      *supervisor looking at it first; anything longer is held off
      *the weekly hours and listed as an exception.
       01 W03-DAY-LIMIT                PIC 99V99 VALUE 12.00.
       01 W03-IN-MINUTES               PIC 9(4).
       01 W03-OUT-MINUTES              PIC 9(4).
       01 W03-SHIFT-HOURS              PIC 99V99.
       01 W03-DAY-HOURS                PIC 999V99.

      *Where this shift ends: the date and minutes from midnight of
      *the day it actually ends, which is the next day for a shift
      *that runs past midnight.
       01 W03-END-DATE                 PIC 9(8).
       01 W03-END-DATE-PARTS REDEFINES W03-END-DATE.
          05 W03-END-YEAR              PIC 9(4).
          05 W03-END-MONTH             PIC 99.
          05 W03-END-DAY               PIC 99.
       01 W03-END-MINUTES              PIC 9(4).

      *Days in each month, February corrected for leap years when
      *it is looked up.
       01 W03-MONTH-DAYS-VALUES.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 28.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 30.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 30.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 30.
          05                           PIC 99 VALUE 31.
          05                           PIC 99 VALUE 30.
          05                           PIC 99 VALUE 31.
       01 W03-MONTH-DAYS-TABLE REDEFINES W03-MONTH-DAYS-VALUES.
          05 W03-MONTH-DAYS            PIC 99 OCCURS 12 TIMES.
       01 W03-DAYS-IN-MONTH            PIC 99.
       01 W03-LEAP-QUOTIENT            PIC 9(4).
       01 W03-LEAP-REMAINDER-4         PIC 9(3).
       01 W03-LEAP-REMAINDER-100       PIC 9(3).
       01 W03-LEAP-REMAINDER-400       PIC 9(3).

      *The previous accepted worked line, so a second shift on the
      *same day can be checked against the first and the day's
      *hours added up across both, and a shift that ran past
      *midnight can be checked against the next day's first shift.
       01 W04-PREV-SSN                 PIC X(9) VALUE SPACES.
       01 W04-PREV-DATE                PIC 9(8) VALUE ZERO.
       01 W04-PREV-END-DATE            PIC 9(8) VALUE ZERO.
       01 W04-PREV-END-MINUTES         PIC 9(4) VALUE ZERO.
       01 W04-PREV-DAY-HOURS           PIC 999V99 VALUE ZERO.

      *One row per employee on the time-clock file, carrying the
      *approved worked and leave hours for the week. The employees
      *on the file are counted into it before anything is opened for
      *output, and more than it holds stops the run there.
       01 W05-HRS-SUB                  PIC 9(4).
       01 W05-HRS-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W05-HRS-MAX                  PIC 9(4) VALUE 2000.
       01 W05-HRS-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W05-HRS-OVERFLOW          VALUE 'YES'.
       01 W05-HRS-TABLE-AREA.
          05 W05-HRS-COUNT             PIC 9(4) VALUE ZERO.
          05 W05-HRS-ENTRY OCCURS 2000 TIMES.
             10 W05-HRS-SSN            PIC X(9).
             10 W05-HRS-WORKED         PIC 999V99.
             10 W05-HRS-LEAVE          PIC 999V99.
             10 W05-HRS-LAST-DATE      PIC 9(8).
             10 W05-HRS-APPLIED-SWITCH PIC X(3).

       01 W06-TIMECARD-STATUS          PIC XX.

      *In-core copy of the whole payroll input, loaded before any
      *hours change so the file can be rebuilt with a freshly
      *computed batch trailer, the same way the correction step
      *rebuilds it.
       01 W07-PAYROLL-STATUS           PIC XX.
       01 W07-REC-SUB                  PIC 9(4).
       01 W07-REC-MAX                  PIC 9(4) VALUE 1000.
       01 W07-REC-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W07-REC-OVERFLOW          VALUE 'YES'.
       01 W07-TRAILER-FOUND-SWITCH     PIC X(3) VALUE 'NO'.
       01 W07-HEADER-FOUND-SWITCH      PIC X(3) VALUE 'NO'.
       01 W07-HEADER-IMAGE             PIC X(81).
       01 W07-BATCH-ID                 PIC X(8).
       01 W07-NEW-COUNT                PIC 9(5).
       01 W07-NEW-HASH                 PIC 9(7)V99.
       01 W07-HOURS-X                  PIC X(5).
       01 W07-HOURS REDEFINES W07-HOURS-X
                                       PIC 999V99.
       01 W07-REC-TABLE-AREA.
          05 W07-REC-COUNT             PIC 9(4) VALUE ZERO.
          05 W07-REC-ENTRY OCCURS 1000 TIMES.
             10 W07-REC-IMAGE          PIC X(81).

       01 W08-TRAILER-RECORD.
          05                           PIC X(8) VALUE 'BATCHTRL'.
          05 W08-TRL-BATCH-ID          PIC X(8).
          05 W08-TRL-COUNT             PIC 9(5).
          05 W08-TRL-HASH              PIC 9(7)V99.
          05                           PIC X(51) VALUE SPACES.

      *One payroll input line taken apart just far enough to reach
      *the hours worked.
       01 W09-PAYROLL-RECORD.
          05 W09-PAY-SSN               PIC X(9).
          05 W09-PAY-FULL-NAME         PIC X(27).
          05 W09-PAY-HOURLY-RATE       PIC X(5).
          05 W09-PAY-HOURS-WORKED      PIC 999V99.
          05 W09-PAY-HOURS-WORKED-X
             REDEFINES W09-PAY-HOURS-WORKED
                                       PIC X(5).
          05 W09-PAY-REST              PIC X(35).
       01 W09-BEFORE-IMAGE             PIC X(81).
       01 W09-WEEK-HOURS               PIC 999V99.

       01 W10-AUDIT-OPERATOR           PIC X(3).
       01 W10-AUDIT-DATE               PIC 9(8).
       01 W10-AUDIT-TIME-RAW           PIC X(8).

       01 W11-EXCEPTION-HEADING.
          05                           PIC X(25) VALUE SPACES.
          05                           PIC X(26)
                 VALUE 'Timecard Exceptions Report'.
          05                           PIC X(29) VALUE SPACES.

       01 W12-EXCEPTION-COLUMNS.
          05                           PIC X(9) VALUE 'SSN'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(8) VALUE 'Date'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(1) VALUE 'C'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(4) VALUE 'In'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(4) VALUE 'Out'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(6) VALUE ' Hours'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE 'Reason'.
          05                           PIC X(35) VALUE SPACES.

       01 W13-EXCEPTION-LINE.
          05 W13-EXC-SSN               PIC X(9).
          05                           PIC X(1) VALUE SPACES.
          05 W13-EXC-DATE              PIC X(8).
          05                           PIC X(1) VALUE SPACES.
          05 W13-EXC-CODE              PIC X.
          05                           PIC X(1) VALUE SPACES.
          05 W13-EXC-IN                PIC X(4).
          05                           PIC X(1) VALUE SPACES.
          05 W13-EXC-OUT               PIC X(4).
          05                           PIC X(1) VALUE SPACES.
          05 W13-EXC-HOURS             PIC ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W13-EXC-REASON            PIC X(35).
          05                           PIC X(6) VALUE SPACES.

       01 W14-HOURS-HEADING.
          05                           PIC X(27) VALUE SPACES.
          05                           PIC X(20)
                 VALUE 'Weekly Hours Applied'.
          05                           PIC X(33) VALUE SPACES.

       01 W15-HOURS-LINE.
          05 W15-SSN                   PIC X(9).
          05                           PIC X(8) VALUE ' WORKED='.
          05 W15-WORKED                PIC ZZ9.99.
          05                           PIC X(7) VALUE ' LEAVE='.
          05 W15-LEAVE                 PIC ZZ9.99.
          05                           PIC X(7) VALUE ' TOTAL='.
          05 W15-TOTAL                 PIC ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W15-REMARK                PIC X(21).
          05                           PIC X(16) VALUE SPACES.

       01 W16-COUNT-LINE.
          05                           PIC X(8) VALUE 'PUNCHES='.
          05 W16-PUNCH-COUNT           PIC ZZZZ9.
          05                           PIC X(10) VALUE ' APPROVED='.
          05 W16-APPROVED-COUNT        PIC ZZZZ9.
          05                           PIC X(12)
                 VALUE ' EXCEPTIONS='.
          05 W16-EXCEPTION-COUNT       PIC ZZZZ9.
          05                           PIC X(14)
                 VALUE ' LEAVE LINES='.
          05 W16-LEAVE-COUNT           PIC ZZZZ9.
          05                           PIC X(16) VALUE SPACES.


      *The operator sign-on state: who signed on, at what authority
      *level, and whether the sign-on was accepted at all.
       01 W30-OPER-STATUS              PIC XX.
       01 W30-OPER-EOF-SWITCH          PIC X(3) VALUE SPACES.
       01 W30-OPERATOR-ID              PIC X(3).
       01 W30-PASSWORD-INPUT           PIC X(8).
       01 W30-OPER-AUTHORITY           PIC X VALUE SPACE.
          88 W30-SUPERVISOR            VALUE 'S'.
       01 W30-SIGNON-OK-SWITCH         PIC X(3) VALUE 'NO'.
          88 W30-SIGNON-OK             VALUE 'YES'.
       01 W30-DENIAL-REASON            PIC X(30).
       01 W30-SIGNON-DATE              PIC 9(8).
       01 W30-SIGNON-TIME-RAW          PIC X(8).


       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
           IF NOT W30-SIGNON-OK
              DISPLAY 'Run stopped at operator sign-on'
              STOP RUN
           END-IF

           PERFORM 110-LOAD-PAYROLL-INPUT
           IF W07-PAYROLL-STATUS NOT = '00'
              DISPLAY 'No payroll input on file - run stopped'
              STOP RUN
           END-IF
           IF W07-REC-OVERFLOW
              DISPLAY 'Payroll input larger than the table - run'
                  ' stopped, payroll input left unchanged'
              STOP RUN
           END-IF

           PERFORM 120-COUNT-TIMECARD-EMPLOYEES
           IF W05-HRS-OVERFLOW
              DISPLAY 'Employee hours table full - run stopped,'
                  ' payroll input left unchanged'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-READ-TIMECARD
           PERFORM 300-PROCESS-PUNCHES
               UNTIL NO-DATA-REMAINS
           PERFORM 500-APPLY-WEEKLY-HOURS
           PERFORM 600-REWRITE-PAYROLL-INPUT
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *Signs the operator on against the operator master: the
      *verified ID is what the audit entries carry, not whatever
      *initials were typed. A missing operator master falls back to
      *the old bare-initials prompt, so a site not yet set up is
      *not locked out; a failed sign-on is logged to the audit
      *journal and stops the run.
       020-OPERATOR-SIGNON.
           OPEN INPUT F06-OPER-FILE

           IF W30-OPER-STATUS NOT = '00'
              DISPLAY 'No operator master on file -'
                  ' operator initials: '
              ACCEPT W30-OPERATOR-ID
              MOVE 'S' TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           ELSE
              DISPLAY 'Operator ID: '
              ACCEPT W30-OPERATOR-ID
              DISPLAY 'Password: '
              ACCEPT W30-PASSWORD-INPUT
              PERFORM 021-READ-OPERATOR-RECORD
              PERFORM 022-CHECK-OPERATOR-RECORD
                  UNTIL W30-OPER-EOF-SWITCH = 'NO'
                  OR W30-SIGNON-OK
              CLOSE F06-OPER-FILE
              IF NOT W30-SIGNON-OK
                 MOVE 'SIGNON DENIED' TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *Reads the next operator master row.
       021-READ-OPERATOR-RECORD.
           READ F06-OPER-FILE
               AT END MOVE 'NO' TO W30-OPER-EOF-SWITCH
           END-READ
           .
      *Tests one operator master row against the sign-on.
       022-CHECK-OPERATOR-RECORD.
           IF F06-OPR-ID = W30-OPERATOR-ID
              AND F06-OPR-PASSWORD = W30-PASSWORD-INPUT
              MOVE F06-OPR-AUTHORITY TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           END-IF

           IF NOT W30-SIGNON-OK
              PERFORM 021-READ-OPERATOR-RECORD
           END-IF
           .
      *Logs a refused sign-on, authority check or override to the
      *shared audit journal, so failed attempts leave a trace.
       025-LOG-SIGNON-DENIAL.
           OPEN EXTEND F05-AUDIT-FILE
           ACCEPT W30-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT W30-SIGNON-TIME-RAW FROM TIME
           MOVE W30-SIGNON-DATE TO F05-AUD-DATE
           MOVE W30-SIGNON-TIME-RAW (1:6) TO F05-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-TIMECARD'
               TO F05-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F05-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F05-AUD-FILE
           MOVE W30-DENIAL-REASON TO F05-AUD-KEY
           MOVE SPACES TO F05-AUD-OLD-RECORD
           MOVE SPACES TO F05-AUD-NEW-RECORD
           WRITE F05-AUDIT-OUT
           CLOSE F05-AUDIT-FILE
           .
      *This procedure opens the files and writes the exception
      *report headings.
       100-OPEN-FILES.
           MOVE W30-OPERATOR-ID TO W10-AUDIT-OPERATOR
           ACCEPT W10-AUDIT-DATE FROM DATE YYYYMMDD

           OPEN INPUT F01-TIMECARD-FILE
           OPEN OUTPUT F03-EXCEPTION-FILE
                       F08-WO-HOURS-FILE
                       F09-LEAVE-HOURS-FILE
                       F04-TAKEN-FILE
           OPEN EXTEND F05-AUDIT-FILE

           IF W06-TIMECARD-STATUS NOT = '00'
              DISPLAY 'No timecard file on file'
              MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-IF

           MOVE W11-EXCEPTION-HEADING TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE

           MOVE SPACES TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE

           MOVE W12-EXCEPTION-COLUMNS TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE
           .
      *Loads the whole payroll input into the W07 table before any
      *hours change: the header and the batch ID are kept aside,
      *the stale trailer is dropped, everything else is held for
      *the rewrite.
       110-LOAD-PAYROLL-INPUT.
           OPEN INPUT F02-PAYROLL-FILE

           IF W07-PAYROLL-STATUS = '00'
              PERFORM 111-READ-PAYROLL-RECORD
              PERFORM 112-STORE-PAYROLL-RECORD
                  UNTIL NO-DATA-REMAINS
                  OR W07-REC-OVERFLOW
              CLOSE F02-PAYROLL-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next payroll input line.
       111-READ-PAYROLL-RECORD.
           READ F02-PAYROLL-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one payroll input line in the table.
       112-STORE-PAYROLL-RECORD.
           EVALUATE TRUE
               WHEN F02-PAYROLL-REC (1:8) = 'BATCHHDR'
                   MOVE 'YES' TO W07-HEADER-FOUND-SWITCH
                   MOVE F02-PAYROLL-REC TO W07-HEADER-IMAGE
                   MOVE F02-PAYROLL-REC (9:8) TO W07-BATCH-ID
               WHEN F02-PAYROLL-REC (1:8) = 'BATCHTRL'
                   MOVE 'YES' TO W07-TRAILER-FOUND-SWITCH
                   IF W07-HEADER-FOUND-SWITCH NOT = 'YES'
                      MOVE F02-PAYROLL-REC (9:8) TO W07-BATCH-ID
                   END-IF
               WHEN OTHER
                   IF W07-REC-COUNT < W07-REC-MAX
                      ADD 1 TO W07-REC-COUNT
                      MOVE F02-PAYROLL-REC
                          TO W07-REC-IMAGE (W07-REC-COUNT)
                   ELSE
                      MOVE 'YES' TO W07-REC-OVERFLOW-SWITCH
                   END-IF
           END-EVALUATE

           IF NOT W07-REC-OVERFLOW
              PERFORM 111-READ-PAYROLL-RECORD
           END-IF
           .
      *Counts the employees on the time-clock file into the weekly
      *hours table, so a file with more of them than the table holds
      *is found before any output is written. The table is emptied
      *again for the run proper. A missing file is reported when it
      *is opened for the run.
       120-COUNT-TIMECARD-EMPLOYEES.
           OPEN INPUT F01-TIMECARD-FILE

           IF W06-TIMECARD-STATUS = '00'
              PERFORM 200-READ-TIMECARD
              PERFORM 121-COUNT-TIMECARD-LINE
                  UNTIL NO-DATA-REMAINS
                  OR W05-HRS-OVERFLOW
              CLOSE F01-TIMECARD-FILE
           END-IF

           MOVE ZERO TO W05-HRS-COUNT
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Finds or adds the employee of one time-clock line.
       121-COUNT-TIMECARD-LINE.
           IF F01-TC-SSN NOT = SPACES
              PERFORM 320-LOCATE-HOURS-ENTRY
           END-IF

           PERFORM 200-READ-TIMECARD
           .
      *Reads the next time-clock line.
       200-READ-TIMECARD.
           READ F01-TIMECARD-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Checks one day's line and, if it is clean, rolls its hours
      *into the employee's week. A day that fails any check is
      *listed on the exception report and kept off the weekly
      *hours, so it is paid only once someone has fixed the punch.
       300-PROCESS-PUNCHES.
           ADD 1 TO W02-PUNCH-COUNT
           MOVE SPACES TO W01-REJECT-REASON
           MOVE ZERO TO W03-SHIFT-HOURS

           PERFORM 310-EDIT-PUNCH-LINE

           IF W01-DAY-APPROVED
              PERFORM 320-LOCATE-HOURS-ENTRY
           END-IF

           IF W01-DAY-APPROVED
              PERFORM 330-ACCUMULATE-DAY
              ADD 1 TO W02-APPROVED-COUNT
           ELSE
              PERFORM 510-WRITE-EXCEPTION-LINE
              ADD 1 TO W02-EXCEPTION-COUNT
           END-IF

           PERFORM 200-READ-TIMECARD
           .
      *Checks the line itself: the day code, then the punches of a
      *worked day or the hours of a leave day.
       310-EDIT-PUNCH-LINE.
           EVALUATE TRUE
               WHEN F01-TC-SSN = SPACES
                   MOVE 'SSN cannot be blank'
                       TO W01-REJECT-REASON
               WHEN F01-TC-WORK-DATE-X NOT NUMERIC
                   MOVE 'Work date must be numeric'
                       TO W01-REJECT-REASON
               WHEN NOT F01-TC-DAY-CODE-VALID
                   MOVE 'Day code must be W, V or S'
                       TO W01-REJECT-REASON
               WHEN F01-TC-WORKED-DAY
                   PERFORM 311-EDIT-WORKED-DAY
               WHEN OTHER
                   PERFORM 316-EDIT-LEAVE-DAY
           END-EVALUATE
           .
      *A worked day needs both punches, each a real clock time. The
      *shift may not start before the employee's previous shift
      *ended, and the day's hours across all its shifts may not run
      *past the daily limit.
       311-EDIT-WORKED-DAY.
           EVALUATE TRUE
               WHEN F01-TC-IN-TIME-X NOT NUMERIC
                   MOVE 'Missing in punch'
                       TO W01-REJECT-REASON
               WHEN F01-TC-OUT-TIME-X NOT NUMERIC
                   MOVE 'Missing out punch'
                       TO W01-REJECT-REASON
               WHEN F01-TC-IN-HH > 23 OR F01-TC-IN-MM > 59
                   OR F01-TC-OUT-HH > 23 OR F01-TC-OUT-MM > 59
                   MOVE 'Punch is not a valid clock time'
                       TO W01-REJECT-REASON
               WHEN F01-TC-IN-TIME = F01-TC-OUT-TIME
                   MOVE 'In and out punches are the same'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 312-COMPUTE-SHIFT-HOURS
                   PERFORM 314-CHECK-SAME-DAY
           END-EVALUATE
           .
      *Works the shift out in minutes from midnight of the day it
      *started; an out punch earlier than the in punch ran past
      *midnight, so a day's worth of minutes is added to it.
       312-COMPUTE-SHIFT-HOURS.
           COMPUTE W03-IN-MINUTES = F01-TC-IN-HH * 60 + F01-TC-IN-MM
           COMPUTE W03-OUT-MINUTES = F01-TC-OUT-HH * 60 + F01-TC-OUT-MM

           IF W03-OUT-MINUTES < W03-IN-MINUTES
              ADD 1440 TO W03-OUT-MINUTES
           END-IF

           COMPUTE W03-SHIFT-HOURS ROUNDED =
               (W03-OUT-MINUTES - W03-IN-MINUTES) / 60

           PERFORM 313-SET-SHIFT-END
           .
      *Sets the date and time the shift ends: the work date, or the
      *day after it for a shift that ran past midnight.
       313-SET-SHIFT-END.
           MOVE F01-TC-WORK-DATE TO W03-END-DATE
           MOVE W03-OUT-MINUTES TO W03-END-MINUTES

           IF W03-END-MINUTES NOT < 1440
              SUBTRACT 1440 FROM W03-END-MINUTES
              PERFORM 315-FIND-DAYS-IN-MONTH
              IF W03-END-DAY < W03-DAYS-IN-MONTH
                 ADD 1 TO W03-END-DAY
              ELSE
                 MOVE 1 TO W03-END-DAY
                 IF W03-END-MONTH < 12
                    ADD 1 TO W03-END-MONTH
                 ELSE
                    MOVE 1 TO W03-END-MONTH
                    ADD 1 TO W03-END-YEAR
                 END-IF
              END-IF
           END-IF
           .
      *Looks up the days in the month of W03-END-DATE, giving
      *February 29 days in a leap year.
       315-FIND-DAYS-IN-MONTH.
           IF W03-END-MONTH < 1 OR W03-END-MONTH > 12
              MOVE 31 TO W03-DAYS-IN-MONTH
           ELSE
              MOVE W03-MONTH-DAYS (W03-END-MONTH) TO W03-DAYS-IN-MONTH
           END-IF

           IF W03-END-MONTH = 2
              DIVIDE W03-END-YEAR BY 4 GIVING W03-LEAP-QUOTIENT
                  REMAINDER W03-LEAP-REMAINDER-4
              DIVIDE W03-END-YEAR BY 100 GIVING W03-LEAP-QUOTIENT
                  REMAINDER W03-LEAP-REMAINDER-100
              DIVIDE W03-END-YEAR BY 400 GIVING W03-LEAP-QUOTIENT
                  REMAINDER W03-LEAP-REMAINDER-400
              IF W03-LEAP-REMAINDER-4 = ZERO
                 AND (W03-LEAP-REMAINDER-100 NOT = ZERO
                      OR W03-LEAP-REMAINDER-400 = ZERO)
                 MOVE 29 TO W03-DAYS-IN-MONTH
              END-IF
           END-IF
           .
      *Compares this shift with the employee's previous accepted
      *shift. Starting before that shift ended is an overlap and is
      *refused, whether on the same day or on the morning after a
      *shift that ran past midnight. On the same day the day's
      *hours are the two shifts together.
       314-CHECK-SAME-DAY.
           IF F01-TC-SSN = W04-PREV-SSN
              AND F01-TC-WORK-DATE NOT < W04-PREV-DATE
              AND (F01-TC-WORK-DATE < W04-PREV-END-DATE
                   OR (F01-TC-WORK-DATE = W04-PREV-END-DATE
                       AND W03-IN-MINUTES < W04-PREV-END-MINUTES))
              MOVE 'Overlaps the previous shift'
                  TO W01-REJECT-REASON
           END-IF

           IF F01-TC-SSN = W04-PREV-SSN
              AND F01-TC-WORK-DATE = W04-PREV-DATE
              COMPUTE W03-DAY-HOURS =
                  W04-PREV-DAY-HOURS + W03-SHIFT-HOURS
           ELSE
              MOVE W03-SHIFT-HOURS TO W03-DAY-HOURS
           END-IF

           IF W01-DAY-APPROVED AND W03-DAY-HOURS > W03-DAY-LIMIT
              MOVE 'Day is over the daily hour limit'
                  TO W01-REJECT-REASON
           END-IF
           .
      *A vacation or sick day carries the hours taken, which must be
      *a real number of hours no longer than a working day.
       316-EDIT-LEAVE-DAY.
           EVALUATE TRUE
               WHEN F01-TC-LEAVE-HOURS-X NOT NUMERIC
                   MOVE 'Leave hours must be numeric'
                       TO W01-REJECT-REASON
               WHEN F01-TC-LEAVE-HOURS = ZERO
                   MOVE 'Leave hours cannot be zero'
                       TO W01-REJECT-REASON
               WHEN F01-TC-LEAVE-HOURS > W03-DAY-LIMIT
                   MOVE 'Day is over the daily hour limit'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   MOVE F01-TC-LEAVE-HOURS TO W03-SHIFT-HOURS
           END-EVALUATE
           .
      *Finds this employee's row in the weekly hours table, adding
      *one the first time the employee shows up.
       320-LOCATE-HOURS-ENTRY.
           MOVE ZERO TO W05-HRS-MATCH-SUB
           PERFORM 321-CHECK-HOURS-ENTRY
               VARYING W05-HRS-SUB FROM 1 BY 1
               UNTIL W05-HRS-SUB > W05-HRS-COUNT
               OR W05-HRS-MATCH-SUB > ZERO

           IF W05-HRS-MATCH-SUB = ZERO
              IF W05-HRS-COUNT < W05-HRS-MAX
                 ADD 1 TO W05-HRS-COUNT
                 MOVE W05-HRS-COUNT TO W05-HRS-MATCH-SUB
                 MOVE F01-TC-SSN TO W05-HRS-SSN (W05-HRS-COUNT)
                 MOVE ZERO TO W05-HRS-WORKED (W05-HRS-COUNT)
                 MOVE ZERO TO W05-HRS-LEAVE (W05-HRS-COUNT)
                 MOVE ZERO TO W05-HRS-LAST-DATE (W05-HRS-COUNT)
                 MOVE 'NO' TO W05-HRS-APPLIED-SWITCH (W05-HRS-COUNT)
              ELSE
                 MOVE 'YES' TO W05-HRS-OVERFLOW-SWITCH
              END-IF
           END-IF
           .
      *Tests one weekly hours row against this line's SSN.
       321-CHECK-HOURS-ENTRY.
           IF W05-HRS-SSN (W05-HRS-SUB) = F01-TC-SSN
              MOVE W05-HRS-SUB TO W05-HRS-MATCH-SUB
           END-IF
           .
      *Adds an approved day into the employee's week. A worked day
      *becomes the previous shift the next line is checked against,
      *and a shift booked to a work order also goes out on the
      *work-order hours; a leave day also goes out as a leave-taken
      *transaction, so the hours are paid here and drawn from the
      *balance by the leave run without being keyed a second time.
       330-ACCUMULATE-DAY.
           MOVE F01-TC-WORK-DATE
               TO W05-HRS-LAST-DATE (W05-HRS-MATCH-SUB)

           IF F01-TC-WORKED-DAY
              ADD W03-SHIFT-HOURS
                  TO W05-HRS-WORKED (W05-HRS-MATCH-SUB)
              MOVE F01-TC-SSN TO W04-PREV-SSN
              MOVE F01-TC-WORK-DATE TO W04-PREV-DATE
              MOVE W03-END-DATE TO W04-PREV-END-DATE
              MOVE W03-END-MINUTES TO W04-PREV-END-MINUTES
              MOVE W03-DAY-HOURS TO W04-PREV-DAY-HOURS
              IF F01-TC-WORK-ORDER NOT = SPACES
                 MOVE F01-TC-SSN TO F08-WOH-SSN
                 MOVE F01-TC-WORK-ORDER TO F08-WOH-WORK-ORDER
                 MOVE F01-TC-WORK-DATE TO F08-WOH-WORK-DATE
                 MOVE W03-SHIFT-HOURS TO F08-WOH-HOURS
                 WRITE F08-WO-HOURS-OUT
                 ADD 1 TO W02-WO-HOURS-COUNT
              END-IF
           ELSE
              ADD W03-SHIFT-HOURS
                  TO W05-HRS-LEAVE (W05-HRS-MATCH-SUB)
              MOVE F01-TC-SSN TO F04-TKN-SSN
              MOVE F01-TC-DAY-CODE TO F04-TKN-TYPE
              MOVE W03-SHIFT-HOURS TO F04-TKN-HOURS
              WRITE F04-TAKEN-OUT
              ADD 1 TO W02-LEAVE-COUNT
           END-IF
           .
      *Puts each employee's approved week onto their payroll input
      *line, listing what was applied. Hours for an employee with
      *no payroll input line cannot be paid from here; they are
      *listed so the clerk can add the line.
       500-APPLY-WEEKLY-HOURS.
           PERFORM 520-APPLY-ONE-RECORD
               VARYING W07-REC-SUB FROM 1 BY 1
               UNTIL W07-REC-SUB > W07-REC-COUNT

           MOVE SPACES TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE

           MOVE W14-HOURS-HEADING TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE

           MOVE SPACES TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE

           PERFORM 530-WRITE-HOURS-LINE
               VARYING W05-HRS-SUB FROM 1 BY 1
               UNTIL W05-HRS-SUB > W05-HRS-COUNT
           .
      *Writes one exception line for the day just refused.
       510-WRITE-EXCEPTION-LINE.
           MOVE F01-TC-SSN TO W13-EXC-SSN
           MOVE F01-TC-WORK-DATE-X TO W13-EXC-DATE
           MOVE F01-TC-DAY-CODE TO W13-EXC-CODE
           MOVE F01-TC-IN-TIME-X TO W13-EXC-IN
           MOVE F01-TC-OUT-TIME-X TO W13-EXC-OUT
           MOVE W03-SHIFT-HOURS TO W13-EXC-HOURS
           MOVE W01-REJECT-REASON TO W13-EXC-REASON

           MOVE W13-EXCEPTION-LINE TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE
           .
      *Replaces the hours worked on one payroll input line with the
      *employee's approved week, if the employee punched at all, and
      *journals the change. The first line for an SSN takes the
      *hours; a repeated line for the same SSN is left as keyed.
      *The line carries worked and leave hours together, so the
      *leave part also goes out on the leave hours file.
       520-APPLY-ONE-RECORD.
           MOVE W07-REC-IMAGE (W07-REC-SUB) TO W09-PAYROLL-RECORD
           MOVE ZERO TO W05-HRS-MATCH-SUB
           PERFORM 522-CHECK-PAYROLL-SSN
               VARYING W05-HRS-SUB FROM 1 BY 1
               UNTIL W05-HRS-SUB > W05-HRS-COUNT
               OR W05-HRS-MATCH-SUB > ZERO

           IF W05-HRS-MATCH-SUB > ZERO
              IF W05-HRS-APPLIED-SWITCH (W05-HRS-MATCH-SUB) = 'NO'
                 MOVE W09-PAYROLL-RECORD TO W09-BEFORE-IMAGE
                 COMPUTE W09-WEEK-HOURS =
                     W05-HRS-WORKED (W05-HRS-MATCH-SUB)
                     + W05-HRS-LEAVE (W05-HRS-MATCH-SUB)
                 MOVE W09-WEEK-HOURS TO W09-PAY-HOURS-WORKED
                 MOVE W09-PAYROLL-RECORD
                     TO W07-REC-IMAGE (W07-REC-SUB)
                 MOVE 'YES'
                     TO W05-HRS-APPLIED-SWITCH (W05-HRS-MATCH-SUB)
                 PERFORM 525-WRITE-AUDIT-ENTRY
                 ADD 1 TO W02-UPDATED-COUNT
                 IF W05-HRS-LEAVE (W05-HRS-MATCH-SUB) > ZERO
                    PERFORM 527-WRITE-LEAVE-HOURS
                 END-IF
              END-IF
           END-IF
           .
      *Writes the leave part of the week just applied.
       527-WRITE-LEAVE-HOURS.
           MOVE W05-HRS-SSN (W05-HRS-MATCH-SUB) TO F09-LVH-SSN
           MOVE W05-HRS-LEAVE (W05-HRS-MATCH-SUB) TO F09-LVH-HOURS
           MOVE W05-HRS-LAST-DATE (W05-HRS-MATCH-SUB)
               TO F09-LVH-WEEK-DATE
           WRITE F09-LEAVE-HOURS-OUT
           ADD 1 TO W02-LEAVE-HOURS-COUNT
           .
      *Tests one weekly hours row against this payroll line's SSN.
       522-CHECK-PAYROLL-SSN.
           IF W05-HRS-SSN (W05-HRS-SUB) = W09-PAY-SSN
              MOVE W05-HRS-SUB TO W05-HRS-MATCH-SUB
           END-IF
           .
      *Writes the before-image/after-image audit entry for the
      *payroll input line whose hours were just replaced.
       525-WRITE-AUDIT-ENTRY.
           ACCEPT W10-AUDIT-TIME-RAW FROM TIME
           MOVE W10-AUDIT-DATE TO F05-AUD-DATE
           MOVE W10-AUDIT-TIME-RAW (1:6) TO F05-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-TIMECARD' TO F05-AUD-PROGRAM
           MOVE W10-AUDIT-OPERATOR TO F05-AUD-OPERATOR
           MOVE 'PAYROLL' TO F05-AUD-FILE
           MOVE W09-PAY-SSN TO F05-AUD-KEY
           MOVE W09-BEFORE-IMAGE TO F05-AUD-OLD-RECORD
           MOVE W09-PAYROLL-RECORD TO F05-AUD-NEW-RECORD
           WRITE F05-AUDIT-OUT
           .
      *Lists one employee's approved week and whether it reached a
      *payroll input line.
       530-WRITE-HOURS-LINE.
           MOVE W05-HRS-SSN (W05-HRS-SUB) TO W15-SSN
           MOVE W05-HRS-WORKED (W05-HRS-SUB) TO W15-WORKED
           MOVE W05-HRS-LEAVE (W05-HRS-SUB) TO W15-LEAVE
           COMPUTE W09-WEEK-HOURS =
               W05-HRS-WORKED (W05-HRS-SUB)
               + W05-HRS-LEAVE (W05-HRS-SUB)
           MOVE W09-WEEK-HOURS TO W15-TOTAL

           IF W05-HRS-APPLIED-SWITCH (W05-HRS-SUB) = 'YES'
              MOVE SPACES TO W15-REMARK
           ELSE
              MOVE 'NO PAYROLL INPUT LINE' TO W15-REMARK
              ADD 1 TO W02-NO-INPUT-COUNT
           END-IF

           MOVE W15-HOURS-LINE TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE
           .
      *Rebuilds the payroll input: header first, every detail in the
      *order it arrived, then a freshly computed trailer so the
      *validation step's batch check balances on the new hours. A
      *file that arrived with no trailer is written back without
      *one, as it came.
       600-REWRITE-PAYROLL-INPUT.
           MOVE ZERO TO W07-NEW-COUNT
           MOVE ZERO TO W07-NEW-HASH

           OPEN OUTPUT F02-PAYROLL-FILE

           IF W07-HEADER-FOUND-SWITCH = 'YES'
              MOVE W07-HEADER-IMAGE TO F02-PAYROLL-REC
              WRITE F02-PAYROLL-REC
           END-IF

           PERFORM 610-WRITE-PAYROLL-RECORD
               VARYING W07-REC-SUB FROM 1 BY 1
               UNTIL W07-REC-SUB > W07-REC-COUNT

           IF W07-TRAILER-FOUND-SWITCH = 'YES'
              MOVE W07-BATCH-ID TO W08-TRL-BATCH-ID
              MOVE W07-NEW-COUNT TO W08-TRL-COUNT
              MOVE W07-NEW-HASH TO W08-TRL-HASH
              MOVE W08-TRAILER-RECORD TO F02-PAYROLL-REC
              WRITE F02-PAYROLL-REC
           END-IF

           CLOSE F02-PAYROLL-FILE
           .
      *Writes one detail back and rolls it into the new totals, the
      *same way the validation's batch check computes them.
       610-WRITE-PAYROLL-RECORD.
           MOVE W07-REC-IMAGE (W07-REC-SUB) TO F02-PAYROLL-REC
           ADD 1 TO W07-NEW-COUNT
           MOVE W07-REC-IMAGE (W07-REC-SUB) (42:5) TO W07-HOURS-X
           IF W07-HOURS IS NUMERIC
              ADD W07-HOURS TO W07-NEW-HASH
           END-IF
           WRITE F02-PAYROLL-REC
           .
      *Writes the run counts at the foot of the report and on the
      *console.
       800-WRITE-SUMMARY.
           MOVE W02-PUNCH-COUNT TO W16-PUNCH-COUNT
           MOVE W02-APPROVED-COUNT TO W16-APPROVED-COUNT
           MOVE W02-EXCEPTION-COUNT TO W16-EXCEPTION-COUNT
           MOVE W02-LEAVE-COUNT TO W16-LEAVE-COUNT

           MOVE W16-COUNT-LINE TO F03-EXCEPTION-OUT-LINE
           WRITE F03-EXCEPTION-OUT-LINE
               AFTER ADVANCING 2 LINES

           DISPLAY 'Punch lines read          : ' W02-PUNCH-COUNT
           DISPLAY 'Days approved             : ' W02-APPROVED-COUNT
           DISPLAY 'Days on exception report  : ' W02-EXCEPTION-COUNT
           DISPLAY 'Leave-taken lines written : ' W02-LEAVE-COUNT
           DISPLAY 'Payroll lines updated     : ' W02-UPDATED-COUNT
           DISPLAY 'Employees with no input   : ' W02-NO-INPUT-COUNT
           DISPLAY 'Work-order shifts written : ' W02-WO-HOURS-COUNT
           DISPLAY 'Leave hours lines written : ' W02-LEAVE-HOURS-COUNT
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           IF W06-TIMECARD-STATUS = '00' OR W06-TIMECARD-STATUS = '10'
              CLOSE F01-TIMECARD-FILE
           END-IF
           CLOSE F03-EXCEPTION-FILE
                 F08-WO-HOURS-FILE
                 F09-LEAVE-HOURS-FILE
                 F04-TAKEN-FILE
                 F05-AUDIT-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F07-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F07-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-TIMECARD'
               TO F07-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F07-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F07-RUN-TIME
           MOVE ZERO TO F07-RUN-COUNT
           MOVE SPACE TO F07-RUN-END-STATUS
           WRITE F07-RUNLOG-REC
           CLOSE F07-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F07-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F07-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-TIMECARD'
               TO F07-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F07-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F07-RUN-TIME
           MOVE ZERO TO F07-RUN-COUNT
           ADD W02-PUNCH-COUNT TO F07-RUN-COUNT
           MOVE 'N' TO F07-RUN-END-STATUS
           WRITE F07-RUNLOG-REC
           CLOSE F07-RUNLOG-FILE
           .
