       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-FINPAY.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-MASTER-FILE ASSIGN TO 'ASST1.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F01-EMP-SSN.
           SELECT F02-REGISTER-FILE ASSIGN TO 'FINALPAY.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-LEAVE-FILE ASSIGN TO 'LEAVEMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F03-LVE-SSN
                                 FILE STATUS IS W03-LEAVE-STATUS.
           SELECT F04-RATE-FILE ASSIGN TO 'PAYRATEMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W04-RATE-STATUS.
           SELECT OPTIONAL F05-ADJUST-FILE
                                 ASSIGN TO 'PAYADJUST.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-SETTLE-FILE ASSIGN TO 'FINALSETTLE.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W05-SETTLE-STATUS.
           SELECT F07-LEAVE-WORK-FILE ASSIGN TO 'FINLVEWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F07-WRK-SSN.
           SELECT F08-ADJUST-WORK-FILE ASSIGN TO 'FINADJWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-AUDIT-WORK-FILE ASSIGN TO 'FINAUDWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F11-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F15-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F17-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The pay-envelope employee master, shared with ASSIGNMENT-ONE:
      *read end to end for the employees its maintenance run has
      *marked terminated.
       FD F01-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F01-MASTER-IN.

       01 F01-MASTER-IN.
          05 F01-EMP-NAME              PIC X(18).
          05 F01-EMP-SSN               PIC 9(9).
          05 F01-EMP-GROSSPAY          PIC 9(6)V99.
          05 F01-EMP-STATUS            PIC X.
             88 F01-EMP-TERMINATED     VALUE 'T'.
          05 F01-EMP-HIRE-DATE         PIC 9(8).
          05 F01-EMP-TERM-DATE         PIC 9(8).
          05 F01-EMP-WORK-JURIS        PIC X(3).

       FD F02-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F02-REGISTER-OUT-LINE.

       01 F02-REGISTER-OUT-LINE        PIC X(80).

      *The vacation and sick balances the pay run accrues. A
      *settled employee's balances are zeroed here - the vacation
      *is paid out and the sick time lapses.
       FD F03-LEAVE-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F03-LEAVE-REC.

       01 F03-LEAVE-REC.
          05 F03-LVE-SSN               PIC X(9).
          05 F03-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 F03-LVE-SICK-BALANCE      PIC S9(3)V99.

      *This run's working copy of every settled employee's leave
      *row, keyed like the master. Nothing reaches the master until
      *every termination is through, so a run that dies part way
      *leaves the master as it was. The settlement lines and audit
      *entries wait on their own work files and are added only
      *once the master and the settlement log are rewritten, so
      *such a run has sent nothing to the supplemental run either
      *and can be run again. A run that dies after the settlement
      *log is rewritten leaves its lines on FINADJWORK.DAT, to be
      *added to PAYADJUST.DAT by hand.
       FD F07-LEAVE-WORK-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F07-LEAVE-WORK-REC.

       01 F07-LEAVE-WORK-REC.
          05 F07-WRK-SSN               PIC X(9).
          05 F07-WRK-VAC-BALANCE       PIC S9(3)V99.
          05 F07-WRK-SICK-BALANCE      PIC S9(3)V99.

      *The effective-dated pay-rate master kept by PAYRATE: the
      *vacation is paid out at the rate in effect on the term date.
       FD F04-RATE-FILE
          RECORD CONTAINS 33 CHARACTERS
          DATA RECORD IS F04-RATE-REC.

       01 F04-RATE-REC.
          05 F04-RTE-SSN               PIC X(9).
          05 F04-RTE-EFF-DATE          PIC 9(8).
          05 F04-RTE-RATE              PIC 999V99.
          05 F04-RTE-ENTERED-DATE      PIC 9(8).
          05 F04-RTE-OPERATOR          PIC X(3).

      *The supplemental pay input: each settlement goes in as a T
      *line carrying the hours, rate and term date, and the next
      *supplemental run taxes it, takes the final deductions and
      *prints the settlement statement.
       FD F05-ADJUST-FILE
          RECORD CONTAINS 34 CHARACTERS
          DATA RECORD IS F05-ADJUST-OUT.

       01 F05-ADJUST-OUT.
          05 F05-ADJ-SSN               PIC X(9).
          05 F05-ADJ-CODE              PIC X.
          05 F05-ADJ-AMOUNT            PIC 9(6)V99.
          05 F05-ADJ-HOURS             PIC 9(3)V99.
          05 F05-ADJ-RATE              PIC 999V99.
          05 F05-ADJ-TERM-DATE         PIC 9(8).

      *The settlement lines and audit entries of this run, held
      *until the master and the settlement log are rewritten.
       FD F08-ADJUST-WORK-FILE
          RECORD CONTAINS 34 CHARACTERS
          DATA RECORD IS F08-ADJUST-WORK-REC.

       01 F08-ADJUST-WORK-REC          PIC X(34).

       FD F09-AUDIT-WORK-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F09-AUDIT-WORK-REC.

       01 F09-AUDIT-WORK-REC           PIC X(253).

      *The final settlement log: one row per termination settled,
      *keyed by employee and term date, so a termination is only
      *ever settled once and a rehired employee's next termination
      *is settled afresh.
       FD F06-SETTLE-FILE
          RECORD CONTAINS 41 CHARACTERS
          DATA RECORD IS F06-SETTLE-REC.

       01 F06-SETTLE-REC.
          05 F06-STL-SSN               PIC X(9).
          05 F06-STL-TERM-DATE         PIC 9(8).
          05 F06-STL-SETTLE-DATE       PIC 9(8).
          05 F06-STL-VAC-HOURS         PIC S9(3)V99.
          05 F06-STL-PAYOUT            PIC 9(6)V99.
          05 F06-STL-OPERATOR          PIC X(3).

      *The shared audit journal: one entry per leave row zeroed,
      *with the balances before and after.
       FD F11-AUDIT-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F11-AUDIT-OUT.

       01 F11-AUDIT-OUT.
          05 F11-AUD-DATE              PIC 9(8).
          05 F11-AUD-TIME              PIC X(6).
          05 F11-AUD-PROGRAM           PIC X(32).
          05 F11-AUD-OPERATOR          PIC X(3).
          05 F11-AUD-FILE              PIC X(12).
          05 F11-AUD-KEY               PIC X(30).
          05 F11-AUD-OLD-RECORD        PIC X(81).
          05 F11-AUD-NEW-RECORD        PIC X(81).

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       FD F15-OPER-FILE
          RECORD CONTAINS 12 CHARACTERS
          DATA RECORD IS F15-OPR-REC.

       01 F15-OPR-REC.
          05 F15-OPR-ID             PIC X(3).
          05 F15-OPR-PASSWORD       PIC X(8).
          05 F15-OPR-AUTHORITY      PIC X.

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F17-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F17-RUNLOG-REC.

       01 F17-RUNLOG-REC.
          05 F17-RUN-TYPE             PIC X.
          05 F17-RUN-PROGRAM          PIC X(32).
          05 F17-RUN-DATE             PIC 9(8).
          05 F17-RUN-TIME             PIC X(6).
          05 F17-RUN-COUNT            PIC 9(5).
          05 F17-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-RUN-DATE                 PIC 9(8).
       01 W01-VAC-HOURS                PIC 9(3)V99.
       01 W01-PAYOUT-RATE              PIC 999V99.
       01 W01-PAYOUT                   PIC 9(6)V99.
       01 W01-NOTE                     PIC X(16).

       01 W02-RUN-TOTALS.
          05 W02-SETTLED-COUNT         PIC 9(5) VALUE ZERO.
          05 W02-HELD-COUNT            PIC 9(5) VALUE ZERO.
          05 W02-ALREADY-COUNT         PIC 9(5) VALUE ZERO.
          05 W02-TOTAL-HOURS           PIC 9(6)V99 VALUE ZERO.
          05 W02-TOTAL-PAYOUT          PIC 9(8)V99 VALUE ZERO.

      *The terminated employee's leave balances, read by SSN from
      *the work file or, the first time the run meets the employee,
      *from LEAVEMASTER.DAT.
       01 W03-LEAVE-STATUS             PIC XX.
       01 W03-LVE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W03-LVE-MASTER-SWITCH        PIC X(3) VALUE 'NO'.
          88 W03-LVE-MASTER-OPEN       VALUE 'YES'.
       01 W03-LVE-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W03-LVE-FOUND             VALUE 'YES'.
       01 W03-LVE-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W03-LVE-ENTRY.
          05 W03-LVE-SSN               PIC X(9).
          05 W03-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 W03-LVE-SICK-BALANCE      PIC S9(3)V99.

      *In-core copy of the pay-rate master, for the rate in effect
      *on each term date.
       01 W04-RATE-STATUS              PIC XX.
       01 W04-RTE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-RTE-SUB                  PIC 9(4).
       01 W04-RTE-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W04-RTE-MAX                  PIC 9(4) VALUE 2000.
       01 W04-RTE-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W04-RTE-OVERFLOW          VALUE 'YES'.
       01 W04-RATE-TABLE-AREA.
          05 W04-RTE-COUNT             PIC 9(4) VALUE ZERO.
          05 W04-RTE-ENTRY OCCURS 2000 TIMES.
             10 W04-RTE-SSN            PIC X(9).
             10 W04-RTE-EFF-DATE       PIC 9(8).
             10 W04-RTE-RATE           PIC 999V99.

      *In-core copy of the settlement log, rewritten at end of run
      *with this run's settlements added. The terminations still to
      *settle are counted first, and a log that could not take them
      *all stops the run before anything is written.
       01 W05-SETTLE-STATUS            PIC XX.
       01 W05-STL-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W05-STL-SUB                  PIC 9(4).
       01 W05-STL-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W05-STL-MAX                  PIC 9(4) VALUE 2000.
       01 W05-STL-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W05-STL-OVERFLOW          VALUE 'YES'.
       01 W05-STL-NEW-COUNT            PIC 9(5) VALUE ZERO.
       01 W05-SETTLE-TABLE-AREA.
          05 W05-STL-COUNT             PIC 9(4) VALUE ZERO.
          05 W05-STL-ENTRY OCCURS 2000 TIMES.
             10 W05-STL-SSN            PIC X(9).
             10 W05-STL-TERM-DATE      PIC 9(8).
             10 W05-STL-SETTLE-DATE    PIC 9(8).
             10 W05-STL-VAC-HOURS      PIC S9(3)V99.
             10 W05-STL-PAYOUT         PIC 9(6)V99.
             10 W05-STL-OPERATOR       PIC X(3).

      *A leave master row image for the audit journal.
       01 W06-AUDIT-LEAVE-ROW.
          05 W06-ROW-SSN               PIC X(9).
          05 W06-ROW-VAC-BALANCE       PIC S9(3)V99.
          05 W06-ROW-SICK-BALANCE      PIC S9(3)V99.

       01 W07-REGISTER-HEADING.
          05                           PIC X(25) VALUE SPACES.
          05                           PIC X(30)
                 VALUE 'Termination Final Pay Register'.
          05                           PIC X(25) VALUE SPACES.

       01 W08-REGISTER-HEADING-TWO.
          05                           PIC X(9) VALUE 'SSN'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(18) VALUE 'Name'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(8) VALUE 'Term'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(6) VALUE 'VacHrs'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(6) VALUE '  Rate'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(10) VALUE '    Payout'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(16) VALUE 'Note'.

       01 W09-REGISTER-LINE.
          05 W09-SSN                   PIC 9(9).
          05                           PIC X(2) VALUE SPACES.
          05 W09-NAME                  PIC X(18).
          05                           PIC X(1) VALUE SPACES.
          05 W09-TERM-DATE             PIC 9(8).
          05                           PIC X(1) VALUE SPACES.
          05 W09-VAC-HOURS             PIC ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-RATE                  PIC ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-PAYOUT                PIC ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-NOTE                  PIC X(16).

       01 W10-REPORT-FOOTER.
          05 W10-REPORT                PIC X(33)
                 VALUE 'Report Produced By Real Ortelli'.
          05                           PIC X(47) VALUE SPACES.

       01 W12-TOTAL-LINE.
          05                           PIC X(8) VALUE 'SETTLED='.
          05 W12-SETTLED-COUNT         PIC ZZZZ9.
          05                           PIC X(6) VALUE ' HELD='.
          05 W12-HELD-COUNT            PIC ZZZZ9.
          05                           PIC X(11) VALUE ' VAC HOURS='.
          05 W12-TOTAL-HOURS           PIC ZZZ,ZZ9.99.
          05                           PIC X(8) VALUE ' PAYOUT='.
          05 W12-TOTAL-PAYOUT          PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(14) VALUE SPACES.

       01 W22-AUDIT-TIME-RAW           PIC X(8).

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

           IF NOT W30-SUPERVISOR
              DISPLAY 'Final pay settlement requires supervisor'
                  ' authority'
              MOVE 'FINAL PAY DENIED' TO W30-DENIAL-REASON
              PERFORM 025-LOG-SIGNON-DENIAL
              STOP RUN
           END-IF

           PERFORM 110-OPEN-LEAVE-MASTER
           PERFORM 120-LOAD-RATE-MASTER
           IF W04-RTE-OVERFLOW
              DISPLAY 'Pay rate table full - run stopped,'
                  ' masters left unchanged'
              STOP RUN
           END-IF

           PERFORM 130-LOAD-SETTLE-LOG
           IF NOT W05-STL-OVERFLOW
              PERFORM 140-COUNT-TERMINATIONS
           END-IF
           IF W05-STL-OVERFLOW
              DISPLAY 'Settlement table full - run stopped,'
                  ' masters left unchanged'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 300-READ-EMPLOYEE
           PERFORM 400-PROCESS-EMPLOYEES
               UNTIL NO-DATA-REMAINS
           PERFORM 490-REWRITE-LEAVE-MASTER
           PERFORM 495-REWRITE-SETTLE-LOG
           PERFORM 497-APPEND-STAGED-LINES
           PERFORM 500-WRITE-FOOTER
           PERFORM 600-CLOSE-FILES
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
           OPEN INPUT F15-OPER-FILE

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
              CLOSE F15-OPER-FILE
              IF NOT W30-SIGNON-OK
                 MOVE 'SIGNON DENIED' TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *Reads the next operator master row.
       021-READ-OPERATOR-RECORD.
           READ F15-OPER-FILE
               AT END MOVE 'NO' TO W30-OPER-EOF-SWITCH
           END-READ
           .
      *Tests one operator master row against the sign-on.
       022-CHECK-OPERATOR-RECORD.
           IF F15-OPR-ID = W30-OPERATOR-ID
              AND F15-OPR-PASSWORD = W30-PASSWORD-INPUT
              MOVE F15-OPR-AUTHORITY TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           END-IF

           IF NOT W30-SIGNON-OK
              PERFORM 021-READ-OPERATOR-RECORD
           END-IF
           .
      *Logs a refused sign-on, authority check or override to the
      *shared audit journal, so failed attempts leave a trace.
       025-LOG-SIGNON-DENIAL.
           OPEN EXTEND F11-AUDIT-FILE
           ACCEPT W30-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT W30-SIGNON-TIME-RAW FROM TIME
           MOVE W30-SIGNON-DATE TO F11-AUD-DATE
           MOVE W30-SIGNON-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-FINPAY'
               TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F11-AUD-FILE
           MOVE W30-DENIAL-REASON TO F11-AUD-KEY
           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE SPACES TO F11-AUD-NEW-RECORD
           WRITE F11-AUDIT-OUT
           CLOSE F11-AUDIT-FILE
           .
      *This procedure opens the files. Settlement lines and audit
      *entries go to their work files until the run is through.
       100-OPEN-FILES.
           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT F01-MASTER-FILE
                OUTPUT F02-REGISTER-FILE
                       F07-LEAVE-WORK-FILE
                       F08-ADJUST-WORK-FILE
                       F09-AUDIT-WORK-FILE
           CLOSE F07-LEAVE-WORK-FILE
           OPEN I-O F07-LEAVE-WORK-FILE
           .
      *Opens the leave master for reading by SSN. A missing master
      *holds every settlement, since no vacation can be worked out;
      *a master that is there but cannot be opened stops the run
      *before anything is written.
       110-OPEN-LEAVE-MASTER.
           OPEN INPUT F03-LEAVE-FILE

           IF W03-LEAVE-STATUS = '00'
              MOVE 'YES' TO W03-LVE-MASTER-SWITCH
           ELSE
              IF W03-LEAVE-STATUS NOT = '35'
                 DISPLAY 'Leave master could not be opened, status '
                     W03-LEAVE-STATUS ' - run stopped, masters left'
                     ' unchanged'
                 STOP RUN
              END-IF
              DISPLAY 'No leave master on file'
           END-IF
           .
      *Loads the pay-rate master into the W04 table. A master
      *larger than the table stops the run; a missing master holds
      *every settlement that has vacation to pay.
       120-LOAD-RATE-MASTER.
           OPEN INPUT F04-RATE-FILE

           IF W04-RATE-STATUS = '00'
              PERFORM 121-READ-RATE-MASTER
              PERFORM 122-STORE-RATE-ENTRY
                  UNTIL W04-RTE-EOF-SWITCH = 'NO'
                  OR W04-RTE-COUNT = W04-RTE-MAX
              IF W04-RTE-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W04-RTE-OVERFLOW-SWITCH
              END-IF
              CLOSE F04-RATE-FILE
           ELSE
              DISPLAY 'No pay rate master on file'
           END-IF
           .
      *Reads the next pay-rate master row.
       121-READ-RATE-MASTER.
           READ F04-RATE-FILE
               AT END MOVE 'NO' TO W04-RTE-EOF-SWITCH
           END-READ
           .
      *Stores one pay-rate master row in the table.
       122-STORE-RATE-ENTRY.
           ADD 1 TO W04-RTE-COUNT
           MOVE F04-RTE-SSN TO W04-RTE-SSN (W04-RTE-COUNT)
           MOVE F04-RTE-EFF-DATE TO W04-RTE-EFF-DATE (W04-RTE-COUNT)
           MOVE F04-RTE-RATE TO W04-RTE-RATE (W04-RTE-COUNT)

           PERFORM 121-READ-RATE-MASTER
           .
      *Loads the settlement log into the W05 table. A missing log
      *(the first settlement run) starts the table empty; a log that
      *is there but cannot be opened stops the run, since the
      *rewrite would otherwise lose every settlement already made.
       130-LOAD-SETTLE-LOG.
           OPEN INPUT F06-SETTLE-FILE

           IF W05-SETTLE-STATUS NOT = '00'
              AND W05-SETTLE-STATUS NOT = '35'
              DISPLAY 'Settlement log could not be opened, status '
                  W05-SETTLE-STATUS ' - run stopped, masters left'
                  ' unchanged'
              STOP RUN
           END-IF

           IF W05-SETTLE-STATUS = '00'
              PERFORM 131-READ-SETTLE-LOG
              PERFORM 132-STORE-SETTLE-ENTRY
                  UNTIL W05-STL-EOF-SWITCH = 'NO'
                  OR W05-STL-COUNT = W05-STL-MAX
              IF W05-STL-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W05-STL-OVERFLOW-SWITCH
              END-IF
              CLOSE F06-SETTLE-FILE
           END-IF
           .
      *Reads the next settlement log row.
       131-READ-SETTLE-LOG.
           READ F06-SETTLE-FILE
               AT END MOVE 'NO' TO W05-STL-EOF-SWITCH
           END-READ
           .
      *Stores one settlement log row in the table.
       132-STORE-SETTLE-ENTRY.
           ADD 1 TO W05-STL-COUNT
           MOVE F06-STL-SSN TO W05-STL-SSN (W05-STL-COUNT)
           MOVE F06-STL-TERM-DATE TO W05-STL-TERM-DATE (W05-STL-COUNT)
           MOVE F06-STL-SETTLE-DATE
               TO W05-STL-SETTLE-DATE (W05-STL-COUNT)
           MOVE F06-STL-VAC-HOURS TO W05-STL-VAC-HOURS (W05-STL-COUNT)
           MOVE F06-STL-PAYOUT TO W05-STL-PAYOUT (W05-STL-COUNT)
           MOVE F06-STL-OPERATOR TO W05-STL-OPERATOR (W05-STL-COUNT)

           PERFORM 131-READ-SETTLE-LOG
           .
      *Counts the terminations this run will settle, those not yet
      *on the settlement log, and flags the log full when they
      *would not all fit.
       140-COUNT-TERMINATIONS.
           OPEN INPUT F01-MASTER-FILE
           PERFORM 300-READ-EMPLOYEE
           PERFORM 141-COUNT-TERMINATION
               UNTIL NO-DATA-REMAINS
           CLOSE F01-MASTER-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH

           IF W05-STL-COUNT + W05-STL-NEW-COUNT > W05-STL-MAX
              MOVE 'YES' TO W05-STL-OVERFLOW-SWITCH
           END-IF
           .
      *Counts one employee if terminated and not yet settled.
       141-COUNT-TERMINATION.
           IF F01-EMP-TERMINATED
              AND F01-EMP-TERM-DATE > ZERO
              PERFORM 410-LOCATE-SETTLE-ENTRY
              IF W05-STL-MATCH-SUB = ZERO
                 ADD 1 TO W05-STL-NEW-COUNT
              END-IF
           END-IF

           PERFORM 300-READ-EMPLOYEE
           .
      *Prints headings for the final pay register.
       200-WRITE-HEADING-LINES.
           MOVE W07-REGISTER-HEADING TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE SPACES TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE W08-REGISTER-HEADING-TWO TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Reads the next employee master row.
       300-READ-EMPLOYEE.
           READ F01-MASTER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Settles a terminated employee whose termination has not
      *been settled yet. Active employees, and terminations already
      *on the settlement log, are passed over.
       400-PROCESS-EMPLOYEES.
           IF F01-EMP-TERMINATED
              AND F01-EMP-TERM-DATE > ZERO
              PERFORM 410-LOCATE-SETTLE-ENTRY
              IF W05-STL-MATCH-SUB > ZERO
                 ADD 1 TO W02-ALREADY-COUNT
              ELSE
                 PERFORM 420-SETTLE-EMPLOYEE
              END-IF
           END-IF

           PERFORM 300-READ-EMPLOYEE
           .
      *Looks for this termination on the settlement log.
       410-LOCATE-SETTLE-ENTRY.
           MOVE ZERO TO W05-STL-MATCH-SUB
           PERFORM 411-CHECK-SETTLE-ENTRY
               VARYING W05-STL-SUB FROM 1 BY 1
               UNTIL W05-STL-SUB > W05-STL-COUNT
               OR W05-STL-MATCH-SUB > ZERO
           .
      *Tests one settlement log row against this termination.
       411-CHECK-SETTLE-ENTRY.
           IF W05-STL-SSN (W05-STL-SUB) = F01-EMP-SSN
              AND W05-STL-TERM-DATE (W05-STL-SUB) = F01-EMP-TERM-DATE
              MOVE W05-STL-SUB TO W05-STL-MATCH-SUB
           END-IF
           .
      *Works out the vacation payout at the rate in effect on the
      *term date and sends it through the supplemental run as a T
      *line - even with nothing to pay out, so that run still
      *takes the final deductions, ends the standing ones and
      *prints the statement. A negative vacation balance (leave
      *taken in advance) pays nothing and is not recovered here.
      *An employee with vacation to pay but no rate on file is held
      *for the next run, once PAYRATE has a rate for them. With no
      *leave master on file every settlement is held the same way.
       420-SETTLE-EMPLOYEE.
           MOVE ZERO TO W01-VAC-HOURS
           MOVE ZERO TO W01-PAYOUT-RATE
           MOVE ZERO TO W01-PAYOUT
           MOVE 'SENT TO SUPP RUN' TO W01-NOTE

           PERFORM 430-LOCATE-LEAVE-ENTRY
           IF W03-LVE-FOUND
              IF W03-LVE-VAC-BALANCE > ZERO
                 MOVE W03-LVE-VAC-BALANCE TO W01-VAC-HOURS
              END-IF
           END-IF

           PERFORM 440-LOCATE-RATE-ENTRY
           IF W04-RTE-MATCH-SUB > ZERO
              MOVE W04-RTE-RATE (W04-RTE-MATCH-SUB) TO W01-PAYOUT-RATE
           END-IF

           IF NOT W03-LVE-MASTER-OPEN
              MOVE 'HELD - NO LEAVE' TO W01-NOTE
              ADD 1 TO W02-HELD-COUNT
           ELSE
              IF W01-VAC-HOURS > ZERO
                 AND W04-RTE-MATCH-SUB = ZERO
                 MOVE 'HELD - NO RATE' TO W01-NOTE
                 ADD 1 TO W02-HELD-COUNT
              ELSE
                 COMPUTE W01-PAYOUT ROUNDED =
                     W01-VAC-HOURS * W01-PAYOUT-RATE
                 PERFORM 450-WRITE-SETTLEMENT-LINE
                 PERFORM 460-ZERO-LEAVE-BALANCES
                 PERFORM 470-ADD-SETTLE-ENTRY
                 ADD 1 TO W02-SETTLED-COUNT
                 ADD W01-VAC-HOURS TO W02-TOTAL-HOURS
                 ADD W01-PAYOUT TO W02-TOTAL-PAYOUT
              END-IF
           END-IF

           PERFORM 480-WRITE-REGISTER-LINE
           .
      *Finds this employee's leave row: on the work file if this
      *run has already met the employee, otherwise on the master, in
      *which case the row is copied to the work file.
       430-LOCATE-LEAVE-ENTRY.
           MOVE 'NO' TO W03-LVE-FOUND-SWITCH
           MOVE F01-EMP-SSN TO F07-WRK-SSN

           READ F07-LEAVE-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W03-LVE-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W03-LVE-STAGED-SWITCH
           END-READ

           IF W03-LVE-STAGED-SWITCH = 'YES'
              MOVE F07-LEAVE-WORK-REC TO W03-LVE-ENTRY
              MOVE 'YES' TO W03-LVE-FOUND-SWITCH
           ELSE
              IF W03-LVE-MASTER-OPEN
                 PERFORM 431-READ-LEAVE-MASTER
              END-IF
           END-IF
           .
      *Reads this employee's SSN from the leave master and, if it is
      *there, stages the row on the work file.
       431-READ-LEAVE-MASTER.
           MOVE F01-EMP-SSN TO F03-LVE-SSN

           READ F03-LEAVE-FILE
               INVALID KEY
                   MOVE 'NO' TO W03-LVE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W03-LVE-FOUND-SWITCH
           END-READ

           IF W03-LVE-FOUND
              MOVE F03-LEAVE-REC TO W03-LVE-ENTRY
              MOVE W03-LVE-ENTRY TO F07-LEAVE-WORK-REC
              WRITE F07-LEAVE-WORK-REC
           END-IF
           .
      *Finds the rate in effect on the term date - the row with the
      *latest effective date not after it.
       440-LOCATE-RATE-ENTRY.
           MOVE ZERO TO W04-RTE-MATCH-SUB
           PERFORM 441-CHECK-RATE-ENTRY
               VARYING W04-RTE-SUB FROM 1 BY 1
               UNTIL W04-RTE-SUB > W04-RTE-COUNT
           .
      *Tests one rate table row against this termination.
       441-CHECK-RATE-ENTRY.
           IF W04-RTE-SSN (W04-RTE-SUB) = F01-EMP-SSN
              AND W04-RTE-EFF-DATE (W04-RTE-SUB)
                  NOT > F01-EMP-TERM-DATE
              IF W04-RTE-MATCH-SUB = ZERO
                 MOVE W04-RTE-SUB TO W04-RTE-MATCH-SUB
              ELSE
                 IF W04-RTE-EFF-DATE (W04-RTE-SUB) >
                    W04-RTE-EFF-DATE (W04-RTE-MATCH-SUB)
                    MOVE W04-RTE-SUB TO W04-RTE-MATCH-SUB
                 END-IF
              END-IF
           END-IF
           .
      *Writes the settlement as a T line for the supplemental run,
      *held on the work file for now.
       450-WRITE-SETTLEMENT-LINE.
           MOVE F01-EMP-SSN TO F05-ADJ-SSN
           MOVE 'T' TO F05-ADJ-CODE
           MOVE W01-PAYOUT TO F05-ADJ-AMOUNT
           MOVE W01-VAC-HOURS TO F05-ADJ-HOURS
           MOVE W01-PAYOUT-RATE TO F05-ADJ-RATE
           MOVE F01-EMP-TERM-DATE TO F05-ADJ-TERM-DATE
           WRITE F08-ADJUST-WORK-REC FROM F05-ADJUST-OUT
           .
      *Zeroes the vacation and sick balances on the work file,
      *journaling the row before and after.
       460-ZERO-LEAVE-BALANCES.
           IF W03-LVE-FOUND
              MOVE W03-LVE-SSN TO W06-ROW-SSN
              MOVE W03-LVE-VAC-BALANCE TO W06-ROW-VAC-BALANCE
              MOVE W03-LVE-SICK-BALANCE TO W06-ROW-SICK-BALANCE
              MOVE W06-AUDIT-LEAVE-ROW TO F11-AUD-OLD-RECORD

              MOVE ZERO TO W03-LVE-VAC-BALANCE
              MOVE ZERO TO W03-LVE-SICK-BALANCE
              MOVE W03-LVE-ENTRY TO F07-LEAVE-WORK-REC
              REWRITE F07-LEAVE-WORK-REC
              MOVE ZERO TO W06-ROW-VAC-BALANCE
              MOVE ZERO TO W06-ROW-SICK-BALANCE
              MOVE W06-AUDIT-LEAVE-ROW TO F11-AUD-NEW-RECORD

              MOVE 'LEAVEMASTER' TO F11-AUD-FILE
              MOVE W06-ROW-SSN TO F11-AUD-KEY
              PERFORM 493-WRITE-AUDIT-ENTRY
           END-IF
           .
      *Records this termination on the settlement log.
       470-ADD-SETTLE-ENTRY.
           ADD 1 TO W05-STL-COUNT
           MOVE F01-EMP-SSN TO W05-STL-SSN (W05-STL-COUNT)
           MOVE F01-EMP-TERM-DATE TO W05-STL-TERM-DATE (W05-STL-COUNT)
           MOVE W01-RUN-DATE TO W05-STL-SETTLE-DATE (W05-STL-COUNT)
           MOVE W01-VAC-HOURS TO W05-STL-VAC-HOURS (W05-STL-COUNT)
           MOVE W01-PAYOUT TO W05-STL-PAYOUT (W05-STL-COUNT)
           MOVE W30-OPERATOR-ID TO W05-STL-OPERATOR (W05-STL-COUNT)
           .
      *Writes one line of the final pay register.
       480-WRITE-REGISTER-LINE.
           MOVE F01-EMP-SSN TO W09-SSN
           MOVE F01-EMP-NAME TO W09-NAME
           MOVE F01-EMP-TERM-DATE TO W09-TERM-DATE
           MOVE W01-VAC-HOURS TO W09-VAC-HOURS
           MOVE W01-PAYOUT-RATE TO W09-RATE
           MOVE W01-PAYOUT TO W09-PAYOUT
           MOVE W01-NOTE TO W09-NOTE

           MOVE W09-REGISTER-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Rewrites the zeroed balances on LEAVEMASTER.DAT, one work
      *file row at a time. Every other row stays as it was.
       490-REWRITE-LEAVE-MASTER.
           CLOSE F07-LEAVE-WORK-FILE

           IF W02-SETTLED-COUNT > ZERO
              AND W03-LVE-MASTER-OPEN
              CLOSE F03-LEAVE-FILE
              OPEN INPUT F07-LEAVE-WORK-FILE
              OPEN I-O F03-LEAVE-FILE
              MOVE SPACES TO W03-LVE-EOF-SWITCH
              PERFORM 491-READ-LEAVE-WORK
              PERFORM 492-REWRITE-LEAVE-ENTRY
                  UNTIL W03-LVE-EOF-SWITCH = 'NO'
              CLOSE F07-LEAVE-WORK-FILE
                    F03-LEAVE-FILE
              MOVE 'NO' TO W03-LVE-MASTER-SWITCH
           END-IF
           .
      *Reads the next work file row, in SSN order.
       491-READ-LEAVE-WORK.
           READ F07-LEAVE-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W03-LVE-EOF-SWITCH
           END-READ
           .
      *Rewrites one employee's master row from the work file.
       492-REWRITE-LEAVE-ENTRY.
           MOVE F07-LEAVE-WORK-REC TO F03-LEAVE-REC

           REWRITE F03-LEAVE-REC
               INVALID KEY
                   DISPLAY 'Leave master row ' F03-LVE-SSN
                       ' could not be rewritten'
           END-REWRITE

           PERFORM 491-READ-LEAVE-WORK
           .
      *Stamps one audit entry whose file, key and images the caller
      *has already placed, and holds it on the audit work file.
       493-WRITE-AUDIT-ENTRY.
           ACCEPT W22-AUDIT-TIME-RAW FROM TIME
           MOVE W01-RUN-DATE TO F11-AUD-DATE
           MOVE W22-AUDIT-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-FINPAY' TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           WRITE F09-AUDIT-WORK-REC FROM F11-AUDIT-OUT
           .
      *Writes the whole settlement log back to FINALSETTLE.DAT.
       495-REWRITE-SETTLE-LOG.
           IF W02-SETTLED-COUNT > ZERO
              OPEN OUTPUT F06-SETTLE-FILE
              PERFORM 496-WRITE-SETTLE-ENTRY
                  VARYING W05-STL-SUB FROM 1 BY 1
                  UNTIL W05-STL-SUB > W05-STL-COUNT
              CLOSE F06-SETTLE-FILE
           END-IF
           .
      *Writes one settlement log row.
       496-WRITE-SETTLE-ENTRY.
           MOVE W05-STL-SSN (W05-STL-SUB) TO F06-STL-SSN
           MOVE W05-STL-TERM-DATE (W05-STL-SUB) TO F06-STL-TERM-DATE
           MOVE W05-STL-SETTLE-DATE (W05-STL-SUB)
               TO F06-STL-SETTLE-DATE
           MOVE W05-STL-VAC-HOURS (W05-STL-SUB) TO F06-STL-VAC-HOURS
           MOVE W05-STL-PAYOUT (W05-STL-SUB) TO F06-STL-PAYOUT
           MOVE W05-STL-OPERATOR (W05-STL-SUB) TO F06-STL-OPERATOR
           WRITE F06-SETTLE-REC
           .
      *With the master and the settlement log rewritten, adds the
      *held settlement lines to whatever supplemental input is
      *already waiting, and the held audit entries to the journal.
       497-APPEND-STAGED-LINES.
           CLOSE F08-ADJUST-WORK-FILE
                 F09-AUDIT-WORK-FILE

           OPEN INPUT F08-ADJUST-WORK-FILE
           OPEN EXTEND F05-ADJUST-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 498-READ-ADJUST-WORK
           PERFORM 499-APPEND-ADJUST-LINE
               UNTIL NO-DATA-REMAINS
           CLOSE F08-ADJUST-WORK-FILE
                 F05-ADJUST-FILE

           OPEN INPUT F09-AUDIT-WORK-FILE
           OPEN EXTEND F11-AUDIT-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 501-READ-AUDIT-WORK
           PERFORM 502-APPEND-AUDIT-ENTRY
               UNTIL NO-DATA-REMAINS
           CLOSE F09-AUDIT-WORK-FILE
                 F11-AUDIT-FILE
           .
      *Reads the next held settlement line.
       498-READ-ADJUST-WORK.
           READ F08-ADJUST-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held settlement line to the supplemental input.
       499-APPEND-ADJUST-LINE.
           WRITE F05-ADJUST-OUT FROM F08-ADJUST-WORK-REC
           PERFORM 498-READ-ADJUST-WORK
           .
      *Reads the next held audit entry.
       501-READ-AUDIT-WORK.
           READ F09-AUDIT-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held audit entry to the audit journal.
       502-APPEND-AUDIT-ENTRY.
           WRITE F11-AUDIT-OUT FROM F09-AUDIT-WORK-REC
           PERFORM 501-READ-AUDIT-WORK
           .
      *Writes the totals and footer to the final pay register.
       500-WRITE-FOOTER.
           MOVE W02-SETTLED-COUNT TO W12-SETTLED-COUNT
           MOVE W02-HELD-COUNT TO W12-HELD-COUNT
           MOVE W02-TOTAL-HOURS TO W12-TOTAL-HOURS
           MOVE W02-TOTAL-PAYOUT TO W12-TOTAL-PAYOUT
           MOVE W12-TOTAL-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES

           MOVE W10-REPORT-FOOTER TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES

           DISPLAY 'Terminations settled     : ' W02-SETTLED-COUNT
           DISPLAY 'Terminations held        : ' W02-HELD-COUNT
           DISPLAY 'Already settled, skipped : ' W02-ALREADY-COUNT
           .
      *This procedure closes the files.
       600-CLOSE-FILES.
           CLOSE F01-MASTER-FILE
                 F02-REGISTER-FILE
           IF W03-LVE-MASTER-OPEN
              CLOSE F03-LEAVE-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F17-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-FINPAY'
               TO F17-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F17-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           MOVE SPACE TO F17-RUN-END-STATUS
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F17-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-FINPAY'
               TO F17-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F17-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           ADD W02-SETTLED-COUNT TO F17-RUN-COUNT
           ADD W02-HELD-COUNT TO F17-RUN-COUNT
           MOVE 'N' TO F17-RUN-END-STATUS
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
