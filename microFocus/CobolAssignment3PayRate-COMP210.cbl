       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-PAYRATE.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-RATETRAN-FILE ASSIGN TO 'PAYRATETRAN.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-TRAN-STATUS.
           SELECT F02-REGISTER-FILE ASSIGN TO 'PAYRATECHG.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-RATE-FILE ASSIGN TO 'PAYRATEMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W03-RATE-STATUS.
           SELECT F04-REJECT-FILE ASSIGN TO 'PAYRATEREJ.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F05-ADJUST-FILE
                                 ASSIGN TO 'PAYADJUST.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-ADJUST-WORK-FILE ASSIGN TO 'RATADJWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F08-AUDIT-WORK-FILE ASSIGN TO 'RATAUDWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-MASTER-FILE ASSIGN TO 'ASST1.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F06-EMP-SSN.
           SELECT OPTIONAL F11-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F14-HISTORY-FILE
                                 ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F15-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F17-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *One pay-rate change per line: the employee, the action (A=a
      *new rate from the effective date, C=correct the rate already
      *on file for that effective date), the effective date and the
      *hourly rate.
       FD F01-RATETRAN-FILE
          RECORD CONTAINS 23 CHARACTERS
          DATA RECORD IS F01-RATETRAN-IN.

       01 F01-RATETRAN-IN.
          05 F01-RTT-SSN               PIC X(9).
          05 F01-RTT-ACTION            PIC X.
             88 F01-RTT-ADD            VALUE 'A'.
             88 F01-RTT-CORRECT        VALUE 'C'.
             88 F01-RTT-ACTION-VALID   VALUES 'A' 'C'.
          05 F01-RTT-EFF-DATE          PIC 9(8).
          05 F01-RTT-EFF-DATE-X
             REDEFINES F01-RTT-EFF-DATE.
             10 F01-RTT-EFF-YEAR       PIC X(4).
             10 F01-RTT-EFF-MONTH      PIC 99.
                88 F01-RTT-MONTH-VALID VALUE 1 THRU 12.
             10 F01-RTT-EFF-DAY        PIC 99.
                88 F01-RTT-DAY-VALID   VALUE 1 THRU 31.
          05 F01-RTT-RATE              PIC 999V99.
          05 F01-RTT-RATE-X
             REDEFINES F01-RTT-RATE    PIC X(5).

       FD F02-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F02-REGISTER-OUT-LINE.

       01 F02-REGISTER-OUT-LINE        PIC X(80).

      *The pay-rate master: each employee's rate history, one row
      *per rate with the date it took effect, and who entered it
      *when. The rate in effect on a date is the row with the
      *latest effective date not after it.
       FD F03-RATE-FILE
          RECORD CONTAINS 33 CHARACTERS
          DATA RECORD IS F03-RATE-REC.

       01 F03-RATE-REC.
          05 F03-RTE-SSN               PIC X(9).
          05 F03-RTE-EFF-DATE          PIC 9(8).
          05 F03-RTE-RATE              PIC 999V99.
          05 F03-RTE-ENTERED-DATE      PIC 9(8).
          05 F03-RTE-OPERATOR          PIC X(3).

       FD F04-REJECT-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F04-REJECT-OUT-LINE.

       01 F04-REJECT-OUT-LINE          PIC X(80).

      *The supplemental pay input: retro pay worked out here is
      *added to it as R lines for the next supplemental run.
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

      *The retro lines and audit entries of this run, held until
      *the rate master is rewritten, so a run that dies part way
      *leaves the master and the supplemental input as they were.
       FD F07-ADJUST-WORK-FILE
          RECORD CONTAINS 34 CHARACTERS
          DATA RECORD IS F07-ADJUST-WORK-REC.

       01 F07-ADJUST-WORK-REC          PIC X(34).

       FD F08-AUDIT-WORK-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F08-AUDIT-WORK-REC.

       01 F08-AUDIT-WORK-REC           PIC X(253).

      *The pay-envelope employee master, shared with ASSIGNMENT-ONE:
      *a rate can only be kept for an employee who exists there.
       FD F06-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F06-MASTER-IN.

       01 F06-MASTER-IN.
          05 F06-EMP-NAME              PIC X(18).
          05 F06-EMP-SSN               PIC 9(9).
          05 F06-EMP-GROSSPAY          PIC 9(6)V99.
          05 F06-EMP-STATUS            PIC X.
          05 F06-EMP-HIRE-DATE         PIC 9(8).
          05 F06-EMP-TERM-DATE         PIC 9(8).
          05 F06-EMP-WORK-JURIS        PIC X(3).

      *The shared audit journal: one entry per rate master row
      *added or corrected, with the row before and after.
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

      *The per-period pay history the pay runs append to. The hours
      *on the rows paid since a raise took effect are what the
      *retro pay is worked out from; a void reversal (V) takes its
      *hours back off.
       FD F14-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F14-HISTORY-REC.

       01 F14-HISTORY-REC.
          05 F14-HST-SSN               PIC X(9).
          05 F14-HST-PERIOD            PIC X(6).
          05 F14-HST-PAY-DATE          PIC 9(8).
          05 F14-HST-GROSS             PIC 9(6)V99.
          05 F14-HST-WITHHOLDING       PIC 9(6)V99.
          05 F14-HST-FICA              PIC 9(6)V99.
          05 F14-HST-INSURANCE         PIC 9(4)V99.
          05 F14-HST-NET               PIC 9(6)V99.
          05 F14-HST-HOURS             PIC 9(3)V99.
          05 F14-HST-ENTRY-TYPE        PIC X.
             88 F14-HST-PAY-RUN        VALUE 'P' SPACE.
             88 F14-HST-VOID-REVERSAL  VALUE 'V'.
             88 F14-HST-REISSUE        VALUE 'I'.
          05 F14-HST-WORK-JURIS        PIC X(3).
          05 F14-HST-STATE-TAX         PIC 9(6)V99.
          05 F14-HST-LOCAL-TAX         PIC 9(6)V99.

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
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-TRAN-ACCEPTED         VALUE SPACES.
       01 W01-RUN-DATE                 PIC 9(8).
       01 W01-MASTER-FOUND-SWITCH      PIC X(3) VALUE 'NO'.

       01 W02-TRAN-STATUS              PIC XX.
       01 W02-APPLIED-COUNT            PIC 9(5) VALUE ZERO.
       01 W02-REJECTED-COUNT           PIC 9(5) VALUE ZERO.
       01 W02-RETRO-COUNT              PIC 9(5) VALUE ZERO.
       01 W02-RETRO-TOTAL              PIC 9(8)V99 VALUE ZERO.

      *In-core copy of the pay-rate master. The whole master is
      *loaded before anything is written, so an overflow can stop
      *the run with the master still untouched on disk.
       01 W03-RATE-STATUS              PIC XX.
       01 W03-RTE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W03-RTE-SUB                  PIC 9(4).
       01 W03-RTE-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W03-RTE-PRIOR-SUB            PIC 9(4) VALUE ZERO.
       01 W03-RTE-MAX                  PIC 9(4) VALUE 2000.
       01 W03-RTE-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W03-RTE-OVERFLOW          VALUE 'YES'.
       01 W03-NEXT-EFF-DATE            PIC 9(8).
       01 W03-RATE-TABLE-AREA.
          05 W03-RTE-COUNT             PIC 9(4) VALUE ZERO.
          05 W03-RTE-ENTRY OCCURS 2000 TIMES.
             10 W03-RTE-SSN            PIC X(9).
             10 W03-RTE-EFF-DATE       PIC 9(8).
             10 W03-RTE-RATE           PIC 999V99.
             10 W03-RTE-ENTERED-DATE   PIC 9(8).
             10 W03-RTE-OPERATOR       PIC X(3).

      *The retro work for one raise: the rate it replaces, and the
      *hours and pay owed on the history rows paid at the old rate
      *between the effective date and the next rate on file.
       01 W04-HST-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-OLD-RATE                 PIC 999V99.
       01 W04-RATE-DIFFERENCE          PIC S999V99.
       01 W04-OVERTIME-HOURS           PIC 999V99.
       01 W04-ROW-AMOUNT               PIC S9(6)V99.
       01 W04-RETRO-HOURS              PIC S9(5)V99.
       01 W04-RETRO-AMOUNT             PIC S9(7)V99.
       01 W04-RETRO-NOTE               PIC X(14).

      *A rate master row image for the audit journal.
       01 W05-AUDIT-RATE-ROW.
          05 W05-ROW-SSN               PIC X(9).
          05 W05-ROW-EFF-DATE          PIC 9(8).
          05 W05-ROW-RATE              PIC 999V99.
          05 W05-ROW-ENTERED-DATE      PIC 9(8).
          05 W05-ROW-OPERATOR          PIC X(3).

       01 W05-AUDIT-KEY.
          05 W05-KEY-SSN               PIC X(9).
          05                           PIC X(1) VALUE SPACES.
          05 W05-KEY-EFF-DATE          PIC 9(8).
          05                           PIC X(12) VALUE SPACES.

       01 W06-REGISTER-HEADING.
          05                           PIC X(26) VALUE SPACES.
          05                           PIC X(27)
                 VALUE 'Pay Rate Change and Retro'.
          05                           PIC X(27) VALUE SPACES.

       01 W07-REGISTER-HEADING-TWO.
          05                           PIC X(9) VALUE 'SSN'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(1) VALUE 'A'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Eff Date'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE '   Old'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE '   New'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(10) VALUE 'Retro Hrs'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(11) VALUE 'Retro Pay'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(15) VALUE SPACES.

       01 W08-REGISTER-LINE.
          05 W08-SSN                   PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W08-ACTION                PIC X.
          05                           PIC X(2) VALUE SPACES.
          05 W08-EFF-DATE              PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W08-OLD-RATE              PIC ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W08-NEW-RATE              PIC ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W08-RETRO-HOURS           PIC ZZ,ZZ9.99-.
          05                           PIC X(2) VALUE SPACES.
          05 W08-RETRO-AMOUNT          PIC ZZZ,ZZ9.99-.
          05                           PIC X(2) VALUE SPACES.
          05 W08-NOTE                  PIC X(14).
          05                           PIC X(1) VALUE SPACES.

       01 W10-REPORT-FOOTER.
          05 W10-REPORT                PIC X(33)
                 VALUE 'Report Produced By Real Ortelli'.
          05                           PIC X(47) VALUE SPACES.

       01 W11-REJECT-LINE.
          05 W11-REJ-SSN               PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-ACTION            PIC X.
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-EFF-DATE          PIC X(8).
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-RATE              PIC X(5).
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-REASON            PIC X(35).
          05                           PIC X(14) VALUE SPACES.

       01 W12-TOTAL-LINE.
          05                           PIC X(8) VALUE 'APPLIED='.
          05 W12-APPLIED-COUNT         PIC ZZZZ9.
          05                           PIC X(10) VALUE ' REJECTED='.
          05 W12-REJECTED-COUNT        PIC ZZZZ9.
          05                           PIC X(13)
                 VALUE ' RETRO LINES='.
          05 W12-RETRO-COUNT           PIC ZZZZ9.
          05                           PIC X(13)
                 VALUE ' RETRO TOTAL='.
          05 W12-RETRO-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(8) VALUE SPACES.

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
              DISPLAY 'Pay rate changes require supervisor'
                  ' authority'
              MOVE 'RATE CHANGE DENIED' TO W30-DENIAL-REASON
              PERFORM 025-LOG-SIGNON-DENIAL
              STOP RUN
           END-IF

           PERFORM 110-LOAD-RATE-MASTER
           IF W03-RTE-OVERFLOW
              DISPLAY 'Rate table full - run stopped,'
                  ' master left unchanged'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 300-READ-TRANSACTION
           PERFORM 400-PROCESS-TRANSACTIONS
               UNTIL NO-DATA-REMAINS
           PERFORM 490-REWRITE-RATE-MASTER
           PERFORM 495-APPEND-STAGED-LINES
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
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYRATE'
               TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F11-AUD-FILE
           MOVE W30-DENIAL-REASON TO F11-AUD-KEY
           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE SPACES TO F11-AUD-NEW-RECORD
           WRITE F11-AUDIT-OUT
           CLOSE F11-AUDIT-FILE
           .
      *This procedure opens the files. Retro lines and audit
      *entries go to their work files until the run is through.
       100-OPEN-FILES.
           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT F01-RATETRAN-FILE
                      F06-MASTER-FILE
                OUTPUT F02-REGISTER-FILE
                       F04-REJECT-FILE
                       F07-ADJUST-WORK-FILE
                       F08-AUDIT-WORK-FILE

           IF W02-TRAN-STATUS NOT = '00'
              DISPLAY 'No pay rate transactions on file'
              MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-IF
           .
      *Loads the whole pay-rate master into the W03 table. A
      *missing master starts the table empty - the first rates
      *entered build it.
       110-LOAD-RATE-MASTER.
           OPEN INPUT F03-RATE-FILE

           IF W03-RATE-STATUS = '00'
              PERFORM 111-READ-RATE-MASTER
              PERFORM 112-STORE-RATE-ENTRY
                  UNTIL W03-RTE-EOF-SWITCH = 'NO'
                  OR W03-RTE-COUNT = W03-RTE-MAX
              IF W03-RTE-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W03-RTE-OVERFLOW-SWITCH
              END-IF
              CLOSE F03-RATE-FILE
           ELSE
              DISPLAY 'No pay rate master on file'
           END-IF
           .
      *Reads the next pay-rate master row.
       111-READ-RATE-MASTER.
           READ F03-RATE-FILE
               AT END MOVE 'NO' TO W03-RTE-EOF-SWITCH
           END-READ
           .
      *Stores one pay-rate master row in the table.
       112-STORE-RATE-ENTRY.
           ADD 1 TO W03-RTE-COUNT
           MOVE F03-RTE-SSN TO W03-RTE-SSN (W03-RTE-COUNT)
           MOVE F03-RTE-EFF-DATE TO W03-RTE-EFF-DATE (W03-RTE-COUNT)
           MOVE F03-RTE-RATE TO W03-RTE-RATE (W03-RTE-COUNT)
           MOVE F03-RTE-ENTERED-DATE
               TO W03-RTE-ENTERED-DATE (W03-RTE-COUNT)
           MOVE F03-RTE-OPERATOR TO W03-RTE-OPERATOR (W03-RTE-COUNT)

           PERFORM 111-READ-RATE-MASTER
           .
      *Prints headings for the rate change register.
       200-WRITE-HEADING-LINES.
           MOVE W06-REGISTER-HEADING TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE SPACES TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE W07-REGISTER-HEADING-TWO TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Reads a pay rate transaction.
       300-READ-TRANSACTION.
           READ F01-RATETRAN-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Applies one rate change to the master, then works out any
      *retro pay the change makes owing on periods already paid.
       400-PROCESS-TRANSACTIONS.
           MOVE SPACES TO W01-REJECT-REASON

           PERFORM 410-EDIT-TRANSACTION

           IF W01-TRAN-ACCEPTED
              PERFORM 430-APPLY-RATE-CHANGE
              PERFORM 440-CALCULATE-RETRO
              PERFORM 470-WRITE-REGISTER-LINE
              ADD 1 TO W02-APPLIED-COUNT
           ELSE
              PERFORM 480-WRITE-REJECT-LINE
              ADD 1 TO W02-REJECTED-COUNT
           END-IF

           PERFORM 300-READ-TRANSACTION
           .
      *Checks the transaction itself, then the employee and the
      *rates already on file for them.
       410-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN F01-RTT-SSN = SPACES
                   MOVE 'SSN cannot be blank'
                       TO W01-REJECT-REASON
               WHEN NOT F01-RTT-ACTION-VALID
                   MOVE 'Action must be A or C'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-EFF-DATE NOT NUMERIC
                   MOVE 'Effective date must be numeric'
                       TO W01-REJECT-REASON
               WHEN NOT F01-RTT-MONTH-VALID
                   OR NOT F01-RTT-DAY-VALID
                   MOVE 'Effective date is not a valid date'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-RATE NOT NUMERIC
                   MOVE 'Hourly rate must be numeric'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-RATE = ZERO
                   MOVE 'Hourly rate cannot be zero'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-RATE > 200.00
                   MOVE 'Hourly rate exceeds maximum'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 415-EDIT-AGAINST-MASTERS
           END-EVALUATE
           .
      *Checks the employee is on the employee master, and that the
      *effective date is already on file for a correction and not
      *yet on file for an add.
       415-EDIT-AGAINST-MASTERS.
           MOVE F01-RTT-SSN TO F06-EMP-SSN
           READ F06-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO W01-MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W01-MASTER-FOUND-SWITCH
           END-READ

           PERFORM 420-LOCATE-RATE-ROWS

           EVALUATE TRUE
               WHEN W01-MASTER-FOUND-SWITCH NOT = 'YES'
                   MOVE 'SSN not on employee master'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-ADD
                   AND W03-RTE-MATCH-SUB > ZERO
                   MOVE 'Rate already on file for that date'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-CORRECT
                   AND W03-RTE-MATCH-SUB = ZERO
                   MOVE 'No rate on file for that date'
                       TO W01-REJECT-REASON
               WHEN F01-RTT-ADD
                   AND W03-RTE-COUNT NOT < W03-RTE-MAX
                   MOVE 'Rate table full - rate not added'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *Finds this employee's rate rows around the effective date:
      *the row for the date itself, the row in effect on it before
      *this change, and the date the next later rate takes over.
       420-LOCATE-RATE-ROWS.
           MOVE ZERO TO W03-RTE-MATCH-SUB
           MOVE ZERO TO W03-RTE-PRIOR-SUB
           MOVE 99999999 TO W03-NEXT-EFF-DATE
           PERFORM 421-CHECK-RATE-ENTRY
               VARYING W03-RTE-SUB FROM 1 BY 1
               UNTIL W03-RTE-SUB > W03-RTE-COUNT
           .
      *Tests one rate table row against the transaction.
       421-CHECK-RATE-ENTRY.
           IF W03-RTE-SSN (W03-RTE-SUB) = F01-RTT-SSN
              IF W03-RTE-EFF-DATE (W03-RTE-SUB) = F01-RTT-EFF-DATE
                 MOVE W03-RTE-SUB TO W03-RTE-MATCH-SUB
              END-IF
              IF W03-RTE-EFF-DATE (W03-RTE-SUB) NOT > F01-RTT-EFF-DATE
                 IF W03-RTE-PRIOR-SUB = ZERO
                    MOVE W03-RTE-SUB TO W03-RTE-PRIOR-SUB
                 ELSE
                    IF W03-RTE-EFF-DATE (W03-RTE-SUB) >
                       W03-RTE-EFF-DATE (W03-RTE-PRIOR-SUB)
                       MOVE W03-RTE-SUB TO W03-RTE-PRIOR-SUB
                    END-IF
                 END-IF
              ELSE
                 IF W03-RTE-EFF-DATE (W03-RTE-SUB) < W03-NEXT-EFF-DATE
                    MOVE W03-RTE-EFF-DATE (W03-RTE-SUB)
                        TO W03-NEXT-EFF-DATE
                 END-IF
              END-IF
           END-IF
           .
      *Adds the new rate row, or corrects the rate on the existing
      *one, keeping the rate it replaces for the retro and
      *journaling the row before and after.
       430-APPLY-RATE-CHANGE.
           IF W03-RTE-PRIOR-SUB > ZERO
              MOVE W03-RTE-RATE (W03-RTE-PRIOR-SUB) TO W04-OLD-RATE
           ELSE
              MOVE ZERO TO W04-OLD-RATE
           END-IF

           IF F01-RTT-ADD
              ADD 1 TO W03-RTE-COUNT
              MOVE W03-RTE-COUNT TO W03-RTE-MATCH-SUB
              MOVE F01-RTT-SSN TO W03-RTE-SSN (W03-RTE-MATCH-SUB)
              MOVE F01-RTT-EFF-DATE
                  TO W03-RTE-EFF-DATE (W03-RTE-MATCH-SUB)
              MOVE SPACES TO F11-AUD-OLD-RECORD
           ELSE
              PERFORM 432-BUILD-AUDIT-RATE-ROW
              MOVE W05-AUDIT-RATE-ROW TO F11-AUD-OLD-RECORD
           END-IF

           MOVE F01-RTT-RATE TO W03-RTE-RATE (W03-RTE-MATCH-SUB)
           MOVE W01-RUN-DATE
               TO W03-RTE-ENTERED-DATE (W03-RTE-MATCH-SUB)
           MOVE W30-OPERATOR-ID TO W03-RTE-OPERATOR (W03-RTE-MATCH-SUB)

           PERFORM 432-BUILD-AUDIT-RATE-ROW
           MOVE W05-AUDIT-RATE-ROW TO F11-AUD-NEW-RECORD
           MOVE F01-RTT-SSN TO W05-KEY-SSN
           MOVE F01-RTT-EFF-DATE TO W05-KEY-EFF-DATE
           MOVE W05-AUDIT-KEY TO F11-AUD-KEY
           MOVE 'PAYRATEMAST' TO F11-AUD-FILE
           PERFORM 493-WRITE-AUDIT-ENTRY
           .
      *Builds the rate master row image for the audit journal from
      *the row being worked on.
       432-BUILD-AUDIT-RATE-ROW.
           MOVE W03-RTE-SSN (W03-RTE-MATCH-SUB) TO W05-ROW-SSN
           MOVE W03-RTE-EFF-DATE (W03-RTE-MATCH-SUB)
               TO W05-ROW-EFF-DATE
           MOVE W03-RTE-RATE (W03-RTE-MATCH-SUB) TO W05-ROW-RATE
           MOVE W03-RTE-ENTERED-DATE (W03-RTE-MATCH-SUB)
               TO W05-ROW-ENTERED-DATE
           MOVE W03-RTE-OPERATOR (W03-RTE-MATCH-SUB)
               TO W05-ROW-OPERATOR
           .
      *Works out the retro pay a raise makes owing. Every history
      *row paid from the effective date up to the next rate on file
      *was paid at the old rate, so its hours earn the difference,
      *with the overtime premium on hours over 40 where the row's
      *gross shows one was paid. A first rate for an employee has
      *nothing to compare against, and a rate cut is not clawed
      *back here - both are only noted on the register.
       440-CALCULATE-RETRO.
           MOVE ZERO TO W04-RETRO-HOURS
           MOVE ZERO TO W04-RETRO-AMOUNT

           IF W04-OLD-RATE = ZERO
              MOVE 'FIRST RATE' TO W04-RETRO-NOTE
           ELSE
              COMPUTE W04-RATE-DIFFERENCE = F01-RTT-RATE - W04-OLD-RATE
              MOVE SPACES TO W04-HST-EOF-SWITCH
              OPEN INPUT F14-HISTORY-FILE
              PERFORM 441-READ-HISTORY-RECORD
              PERFORM 442-CHECK-HISTORY-RECORD
                  UNTIL W04-HST-EOF-SWITCH = 'NO'
              CLOSE F14-HISTORY-FILE

              EVALUATE TRUE
                  WHEN W04-RETRO-AMOUNT > ZERO
                      PERFORM 450-WRITE-RETRO-ADJUSTMENT
                      MOVE 'RETRO WRITTEN' TO W04-RETRO-NOTE
                  WHEN W04-RETRO-AMOUNT < ZERO
                      MOVE 'RETRO NEGATIVE' TO W04-RETRO-NOTE
                  WHEN OTHER
                      MOVE 'NO RETRO' TO W04-RETRO-NOTE
              END-EVALUATE
           END-IF
           .
      *Reads the next pay history row.
       441-READ-HISTORY-RECORD.
           READ F14-HISTORY-FILE
               AT END MOVE 'NO' TO W04-HST-EOF-SWITCH
           END-READ
           .
      *Adds one history row's retro if it is this employee's and
      *was paid while the changed rate was in effect. Supplemental
      *rows are flat amounts, not hours, and earn no retro. The
      *overtime hours are read back from the premium in the gross,
      *since leave hours on the row are paid at straight time.
       442-CHECK-HISTORY-RECORD.
           IF F14-HST-SSN = F01-RTT-SSN
              AND F14-HST-PAY-DATE NOT < F01-RTT-EFF-DATE
              AND F14-HST-PAY-DATE < W03-NEXT-EFF-DATE
              AND (F14-HST-PAY-RUN OR F14-HST-VOID-REVERSAL
                   OR F14-HST-REISSUE)
              COMPUTE W04-ROW-AMOUNT ROUNDED =
                  F14-HST-HOURS * W04-RATE-DIFFERENCE
              IF F14-HST-HOURS > 40
                 AND W04-OLD-RATE > ZERO
                 AND F14-HST-GROSS > F14-HST-HOURS * W04-OLD-RATE
                 COMPUTE W04-OVERTIME-HOURS ROUNDED =
                     (F14-HST-GROSS - F14-HST-HOURS * W04-OLD-RATE)
                     / (W04-OLD-RATE * .5)
                 IF W04-OVERTIME-HOURS > F14-HST-HOURS - 40
                    COMPUTE W04-OVERTIME-HOURS = F14-HST-HOURS - 40
                 END-IF
                 COMPUTE W04-ROW-AMOUNT ROUNDED = W04-ROW-AMOUNT
                     + (W04-OVERTIME-HOURS * W04-RATE-DIFFERENCE * .5)
              END-IF
              IF F14-HST-VOID-REVERSAL
                 SUBTRACT F14-HST-HOURS FROM W04-RETRO-HOURS
                 SUBTRACT W04-ROW-AMOUNT FROM W04-RETRO-AMOUNT
              ELSE
                 ADD F14-HST-HOURS TO W04-RETRO-HOURS
                 ADD W04-ROW-AMOUNT TO W04-RETRO-AMOUNT
              END-IF
           END-IF

           PERFORM 441-READ-HISTORY-RECORD
           .
      *Writes the retro pay as an R line for the next supplemental
      *run, which taxes it and posts it to YTD and history. The
      *line is held on the work file for now.
       450-WRITE-RETRO-ADJUSTMENT.
           MOVE F01-RTT-SSN TO F05-ADJ-SSN
           MOVE 'R' TO F05-ADJ-CODE
           MOVE W04-RETRO-AMOUNT TO F05-ADJ-AMOUNT
           MOVE ZERO TO F05-ADJ-HOURS
           MOVE ZERO TO F05-ADJ-RATE
           MOVE ZERO TO F05-ADJ-TERM-DATE
           WRITE F07-ADJUST-WORK-REC FROM F05-ADJUST-OUT

           ADD 1 TO W02-RETRO-COUNT
           ADD W04-RETRO-AMOUNT TO W02-RETRO-TOTAL
           .
      *Writes one line of the rate change register.
       470-WRITE-REGISTER-LINE.
           MOVE F01-RTT-SSN TO W08-SSN
           MOVE F01-RTT-ACTION TO W08-ACTION
           MOVE F01-RTT-EFF-DATE TO W08-EFF-DATE
           MOVE W04-OLD-RATE TO W08-OLD-RATE
           MOVE F01-RTT-RATE TO W08-NEW-RATE
           MOVE W04-RETRO-HOURS TO W08-RETRO-HOURS
           MOVE W04-RETRO-AMOUNT TO W08-RETRO-AMOUNT
           MOVE W04-RETRO-NOTE TO W08-NOTE

           MOVE W08-REGISTER-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Writes the reject line with the reason the transaction was
      *not applied.
       480-WRITE-REJECT-LINE.
           MOVE F01-RTT-SSN TO W11-REJ-SSN
           MOVE F01-RTT-ACTION TO W11-REJ-ACTION
           MOVE F01-RTT-EFF-DATE-X TO W11-REJ-EFF-DATE
           MOVE F01-RTT-RATE-X TO W11-REJ-RATE
           MOVE W01-REJECT-REASON TO W11-REJ-REASON

           MOVE W11-REJECT-LINE TO F04-REJECT-OUT-LINE
           WRITE F04-REJECT-OUT-LINE
           .
      *Writes the whole rate table back to PAYRATEMASTER.DAT. Every
      *row this run added or corrected was journaled as it changed.
       490-REWRITE-RATE-MASTER.
           IF W02-APPLIED-COUNT > ZERO
              OPEN OUTPUT F03-RATE-FILE
              PERFORM 491-WRITE-RATE-ENTRY
                  VARYING W03-RTE-SUB FROM 1 BY 1
                  UNTIL W03-RTE-SUB > W03-RTE-COUNT
              CLOSE F03-RATE-FILE
           END-IF
           .
      *Writes one rate table row to the master.
       491-WRITE-RATE-ENTRY.
           MOVE W03-RTE-SSN (W03-RTE-SUB) TO F03-RTE-SSN
           MOVE W03-RTE-EFF-DATE (W03-RTE-SUB) TO F03-RTE-EFF-DATE
           MOVE W03-RTE-RATE (W03-RTE-SUB) TO F03-RTE-RATE
           MOVE W03-RTE-ENTERED-DATE (W03-RTE-SUB)
               TO F03-RTE-ENTERED-DATE
           MOVE W03-RTE-OPERATOR (W03-RTE-SUB) TO F03-RTE-OPERATOR
           WRITE F03-RATE-REC
           .
      *Stamps one audit entry whose file, key and images the caller
      *has already placed, and holds it on the audit work file.
       493-WRITE-AUDIT-ENTRY.
           ACCEPT W22-AUDIT-TIME-RAW FROM TIME
           MOVE W01-RUN-DATE TO F11-AUD-DATE
           MOVE W22-AUDIT-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYRATE' TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           WRITE F08-AUDIT-WORK-REC FROM F11-AUDIT-OUT
           .
      *With the rate master rewritten, adds the held retro lines to
      *whatever supplemental input is already waiting, and the held
      *audit entries to the journal.
       495-APPEND-STAGED-LINES.
           CLOSE F07-ADJUST-WORK-FILE
                 F08-AUDIT-WORK-FILE

           OPEN INPUT F07-ADJUST-WORK-FILE
           OPEN EXTEND F05-ADJUST-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 496-READ-ADJUST-WORK
           PERFORM 497-APPEND-ADJUST-LINE
               UNTIL NO-DATA-REMAINS
           CLOSE F07-ADJUST-WORK-FILE
                 F05-ADJUST-FILE

           OPEN INPUT F08-AUDIT-WORK-FILE
           OPEN EXTEND F11-AUDIT-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 498-READ-AUDIT-WORK
           PERFORM 499-APPEND-AUDIT-ENTRY
               UNTIL NO-DATA-REMAINS
           CLOSE F08-AUDIT-WORK-FILE
                 F11-AUDIT-FILE
           .
      *Reads the next held retro line.
       496-READ-ADJUST-WORK.
           READ F07-ADJUST-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held retro line to the supplemental input.
       497-APPEND-ADJUST-LINE.
           WRITE F05-ADJUST-OUT FROM F07-ADJUST-WORK-REC
           PERFORM 496-READ-ADJUST-WORK
           .
      *Reads the next held audit entry.
       498-READ-AUDIT-WORK.
           READ F08-AUDIT-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held audit entry to the audit journal.
       499-APPEND-AUDIT-ENTRY.
           WRITE F11-AUDIT-OUT FROM F08-AUDIT-WORK-REC
           PERFORM 498-READ-AUDIT-WORK
           .
      *Writes the totals and footer to the rate change register.
       500-WRITE-FOOTER.
           MOVE W02-APPLIED-COUNT TO W12-APPLIED-COUNT
           MOVE W02-REJECTED-COUNT TO W12-REJECTED-COUNT
           MOVE W02-RETRO-COUNT TO W12-RETRO-COUNT
           MOVE W02-RETRO-TOTAL TO W12-RETRO-TOTAL
           MOVE W12-TOTAL-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES

           MOVE W10-REPORT-FOOTER TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES

           DISPLAY 'Rate changes applied  : ' W02-APPLIED-COUNT
           DISPLAY 'Rate changes rejected : ' W02-REJECTED-COUNT
           DISPLAY 'Retro lines written   : ' W02-RETRO-COUNT
           .
      *This procedure closes the files.
       600-CLOSE-FILES.
           IF W02-TRAN-STATUS = '00' OR W02-TRAN-STATUS = '10'
              CLOSE F01-RATETRAN-FILE
           END-IF
           CLOSE F02-REGISTER-FILE
                 F04-REJECT-FILE
                 F06-MASTER-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F17-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYRATE'
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
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYRATE'
               TO F17-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F17-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           ADD W02-APPLIED-COUNT TO F17-RUN-COUNT
           ADD W02-REJECTED-COUNT TO F17-RUN-COUNT
           MOVE 'N' TO F17-RUN-END-STATUS
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
