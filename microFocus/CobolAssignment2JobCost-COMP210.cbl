       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-TWO-JOBCOST.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-WO-FILE ASSIGN TO 'WORKORDER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-WO-STATUS.
           SELECT F02-WO-TRANS-FILE ASSIGN TO 'WOTRANS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-TRANS-STATUS.
           SELECT F03-LABOR-FILE ASSIGN TO 'WOLABOR.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-LABOR-STATUS.
           SELECT F04-MATERIAL-FILE ASSIGN TO 'WOMATERIAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-MATERIAL-STATUS.
           SELECT OPTIONAL F05-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-REPORT-FILE ASSIGN TO 'JOBCOST.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F07-HISTORY-FILE
                                 ASSIGN TO 'WOHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F08-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F09-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F10-LABOR-HELD-FILE ASSIGN TO 'WOLABOR.SUS'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F11-MATERIAL-HELD-FILE ASSIGN TO 'WOMATERIAL.SUS'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The work-order master: one row per job, carrying its
      *estimate and the labor and material charged to it so far.
      *Open jobs carry from run to run; a job closed in an earlier
      *month than the run's is moved off to the work-order history.
       FD F01-WO-FILE
          RECORD CONTAINS 81 CHARACTERS
          DATA RECORD IS F01-WO-REC.

       01 F01-WO-REC.
          05 F01-WO-NUMBER                PIC X(8).
          05 F01-WO-DESCRIPTION           PIC X(18).
          05 F01-WO-STATUS                PIC X.
          05 F01-WO-OPEN-DATE             PIC 9(8).
          05 F01-WO-CLOSE-DATE            PIC 9(8).
          05 F01-WO-EST-LABOR             PIC 9(6)V99.
          05 F01-WO-EST-MATERIAL          PIC 9(6)V99.
          05 F01-WO-ACT-HOURS             PIC 9(4)V99.
          05 F01-WO-ACT-LABOR             PIC 9(6)V99.
          05 F01-WO-ACT-MATERIAL          PIC 9(6)V99.

      *Work-order maintenance keyed by the production office: A
      *opens a job with its estimate, E changes the description or
      *either estimate (a blank field is left as it was), C closes
      *the job once the last charges are in.
       FD F02-WO-TRANS-FILE
          RECORD CONTAINS 43 CHARACTERS
          DATA RECORD IS F02-WOT-REC.

       01 F02-WOT-REC.
          05 F02-WOT-ACTION               PIC X.
             88 F02-WOT-ADD               VALUE 'A'.
             88 F02-WOT-CHANGE            VALUE 'E'.
             88 F02-WOT-CLOSE             VALUE 'C'.
             88 F02-WOT-ACTION-VALID      VALUES 'A' 'E' 'C'.
          05 F02-WOT-NUMBER               PIC X(8).
          05 F02-WOT-DESCRIPTION          PIC X(18).
          05 F02-WOT-EST-LABOR            PIC 9(6)V99.
          05 F02-WOT-EST-LABOR-X
             REDEFINES F02-WOT-EST-LABOR  PIC X(8).
          05 F02-WOT-EST-MATERIAL         PIC 9(6)V99.
          05 F02-WOT-EST-MATERIAL-X
             REDEFINES F02-WOT-EST-MATERIAL
                                          PIC X(8).

      *The labor charges the pay run wrote: one line per employee
      *per work order paid, at the pay rate plus burden.
       FD F03-LABOR-FILE
          RECORD CONTAINS 51 CHARACTERS
          DATA RECORD IS F03-WOL-REC.

       01 F03-WOL-REC.
          05 F03-WOL-WORK-ORDER           PIC X(8).
          05 F03-WOL-SSN                  PIC X(9).
          05 F03-WOL-PERIOD               PIC X(6).
          05 F03-WOL-PAY-DATE             PIC 9(8).
          05 F03-WOL-HOURS                PIC 9(3)V99.
          05 F03-WOL-LABOR                PIC 9(6)V99.
          05 F03-WOL-BURDEN               PIC 9(5)V99.

      *The material charges the posting run wrote: one line per
      *issue, at the layer cost relieved.
       FD F04-MATERIAL-FILE
          RECORD CONTAINS 58 CHARACTERS
          DATA RECORD IS F04-WOM-REC.

       01 F04-WOM-REC.
          05 F04-WOM-WORK-ORDER           PIC X(8).
          05 F04-WOM-TRAN-DATE            PIC 9(8).
          05 F04-WOM-WAREHOUSE            PIC X(10).
          05 F04-WOM-PART-NAME            PIC X(20).
          05 F04-WOM-QTY                  PIC 9(3).
          05 F04-WOM-COST                 PIC 9(7)V99.

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

       FD F06-REPORT-FILE
          RECORD CONTAINS 132 CHARACTERS
          DATA RECORD IS F06-REPORT-OUT-LINE.

       01 F06-REPORT-OUT-LINE          PIC X(132).

      *Closed work orders moved off the master, in the master's own
      *layout, kept for reference once their month is over.
       FD F07-HISTORY-FILE
          RECORD CONTAINS 81 CHARACTERS
          DATA RECORD IS F07-HISTORY-REC.

       01 F07-HISTORY-REC              PIC X(81).

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       FD F08-OPER-FILE
          RECORD CONTAINS 12 CHARACTERS
          DATA RECORD IS F08-OPR-REC.

       01 F08-OPR-REC.
          05 F08-OPR-ID             PIC X(3).
          05 F08-OPR-PASSWORD       PIC X(8).
          05 F08-OPR-AUTHORITY      PIC X.

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F09-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F09-RUNLOG-REC.

       01 F09-RUNLOG-REC.
          05 F09-RUN-TYPE             PIC X.
          05 F09-RUN-PROGRAM          PIC X(32).
          05 F09-RUN-DATE             PIC 9(8).
          05 F09-RUN-TIME             PIC X(6).
          05 F09-RUN-COUNT            PIC 9(5).
          05 F09-RUN-END-STATUS       PIC X.

      *Charges this run could not post, in the charge files' own
      *layouts, held while the charge files are emptied and then
      *written back to them for the next run to try again.
       FD F10-LABOR-HELD-FILE
          RECORD CONTAINS 51 CHARACTERS
          DATA RECORD IS F10-LABOR-HELD-REC.

       01 F10-LABOR-HELD-REC           PIC X(51).

       FD F11-MATERIAL-HELD-FILE
          RECORD CONTAINS 58 CHARACTERS
          DATA RECORD IS F11-MATERIAL-HELD-REC.

       01 F11-MATERIAL-HELD-REC        PIC X(58).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-ITEM-ACCEPTED         VALUE SPACES.
       01 W01-RUN-DATE.
          05 W01-RUN-MONTH             PIC 9(6).
          05 W01-RUN-DAY               PIC 99.
       01 W01-RUN-DATE-N REDEFINES W01-RUN-DATE
                                       PIC 9(8).

       01 W02-WO-STATUS                PIC XX.
       01 W02-TRANS-STATUS             PIC XX.
       01 W02-LABOR-STATUS             PIC XX.
       01 W02-MATERIAL-STATUS          PIC XX.

       01 W03-TRANS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 W03-TRANS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
       01 W03-TRANS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 W03-LABOR-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 W03-MATERIAL-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 W03-EXCEPTION-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-ARCHIVED-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-HELD-COUNT               PIC 9(5) VALUE ZERO.
       01 W03-LABOR-READ-AMOUNT        PIC 9(8)V99 VALUE ZERO.
       01 W03-LABOR-POSTED-AMOUNT      PIC 9(8)V99 VALUE ZERO.
       01 W03-LABOR-UNASSIGNED-AMOUNT  PIC 9(8)V99 VALUE ZERO.
       01 W03-MATL-READ-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       01 W03-MATL-POSTED-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       01 W03-MATL-UNASSIGNED-AMOUNT   PIC 9(8)V99 VALUE ZERO.
       01 W03-CHARGE-AMOUNT            PIC 9(7)V99.

       01 W04-AUDIT-TIME-RAW           PIC X(8).

      *In-core copy of the whole work-order master, loaded before
      *anything changes and written back at end of run. Each row
      *keeps the image it was loaded with, so only the rows this
      *run changed are journaled, and this run's charges apart, for
      *the period columns of the report. A master larger than the
      *table stops the run before anything is posted.
       01 W05-WO-SUB                   PIC 9(3).
       01 W05-WO-MATCH-SUB             PIC 9(3).
       01 W05-WO-MAX                   PIC 9(3) VALUE 500.
       01 W05-WO-OVERFLOW-SWITCH       PIC X(3) VALUE 'NO'.
          88 W05-WO-OVERFLOW           VALUE 'YES'.
       01 W05-SEARCH-NUMBER            PIC X(8).
       01 W05-FOUND-STATUS             PIC X.
          88 W05-FOUND-OPEN            VALUE 'O'.
       01 W05-FOUND-POSTABLE-SWITCH    PIC X(3).
          88 W05-FOUND-POSTABLE        VALUE 'YES'.
       01 W05-WO-TABLE-AREA.
          05 W05-WO-COUNT              PIC 9(3) VALUE ZERO.
          05 W05-WO-ENTRY OCCURS 500 TIMES.
             10 W05-WO-IMAGE.
                15 W05-WO-NUMBER       PIC X(8).
                15 W05-WO-DESCRIPTION  PIC X(18).
                15 W05-WO-STATUS       PIC X.
                15 W05-WO-OPEN-DATE    PIC 9(8).
                15 W05-WO-CLOSE-DATE.
                   20 W05-WO-CLOSE-MONTH
                                       PIC 9(6).
                   20 W05-WO-CLOSE-DAY PIC 99.
                15 W05-WO-EST-LABOR    PIC 9(6)V99.
                15 W05-WO-EST-MATERIAL PIC 9(6)V99.
                15 W05-WO-ACT-HOURS    PIC 9(4)V99.
                15 W05-WO-ACT-LABOR    PIC 9(6)V99.
                15 W05-WO-ACT-MATERIAL PIC 9(6)V99.
             10 W05-WO-BEFORE-IMAGE    PIC X(81).
             10 W05-WO-PERIOD-HOURS    PIC 9(4)V99.
             10 W05-WO-PERIOD-LABOR    PIC 9(6)V99.
             10 W05-WO-PERIOD-MATERIAL PIC 9(6)V99.

      *One section's totals for the report, and the figures for the
      *line being printed.
       01 W06-SECTION-STATUS           PIC X.
       01 W06-LINE-TOTAL               PIC 9(7)V99.
       01 W06-LINE-ESTIMATE            PIC 9(7)V99.
       01 W06-LINE-VARIANCE            PIC S9(7)V99.
       01 W06-SECTION-COUNT            PIC 9(5).
       01 W06-SECTION-TOTALS.
          05 W06-TOT-HOURS             PIC 9(5)V99.
          05 W06-TOT-PERIOD-LABOR      PIC 9(7)V99.
          05 W06-TOT-PERIOD-MATERIAL   PIC 9(7)V99.
          05 W06-TOT-LABOR             PIC 9(7)V99.
          05 W06-TOT-MATERIAL          PIC 9(7)V99.
          05 W06-TOT-TOTAL             PIC 9(7)V99.
          05 W06-TOT-ESTIMATE          PIC 9(7)V99.
          05 W06-TOT-VARIANCE          PIC S9(7)V99.

       01 W07-REPORT-HEADING.
          05                           PIC X(50) VALUE SPACES.
          05                           PIC X(26)
                 VALUE 'Work-Order Job Cost Report'.
          05                           PIC X(10) VALUE SPACES.
          05                           PIC X(9) VALUE 'RUN DATE='.
          05 W07-HEADING-DATE          PIC 9(8).
          05                           PIC X(29) VALUE SPACES.

       01 W07-SECTION-LINE.
          05 W07-SECTION-TITLE         PIC X(40).
          05                           PIC X(92) VALUE SPACES.

       01 W08-EXCEPTION-COLUMNS.
          05                           PIC X(8) VALUE 'Source'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Work Ord'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(30) VALUE 'Reference'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(12)
                 VALUE '      Amount'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE 'Reason'.
          05                           PIC X(60) VALUE SPACES.

       01 W08-EXCEPTION-LINE.
          05 W08-EXC-SOURCE            PIC X(8).
          05                           PIC X(2) VALUE SPACES.
          05 W08-EXC-NUMBER            PIC X(8).
          05                           PIC X(2) VALUE SPACES.
          05 W08-EXC-REFERENCE         PIC X(30).
          05                           PIC X(2) VALUE SPACES.
          05 W08-EXC-AMOUNT            PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W08-EXC-REASON            PIC X(35).
          05                           PIC X(31) VALUE SPACES.

       01 W09-COST-COLUMNS.
          05                           PIC X(8) VALUE 'Work Ord'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(18) VALUE 'Description'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(8) VALUE '   Hours'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE 'Period Labor'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE ' Period Matl'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE '       Labor'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE '    Material'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE '  Total Cost'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12)
                 VALUE '    Estimate'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(13)
                 VALUE '    Over (-)'.
          05                           PIC X(4) VALUE SPACES.

       01 W09-COST-LINE.
          05 W09-NUMBER                PIC X(8).
          05                           PIC X(1) VALUE SPACES.
          05 W09-DESCRIPTION           PIC X(18).
          05                           PIC X(1) VALUE SPACES.
          05 W09-HOURS                 PIC ZZZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-PERIOD-LABOR          PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-PERIOD-MATERIAL       PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-LABOR                 PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-MATERIAL              PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-TOTAL                 PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-ESTIMATE              PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W09-VARIANCE              PIC Z,ZZZ,ZZ9.99-.
          05                           PIC X(4) VALUE SPACES.

       01 W10-MAINT-CONTROL-LINE.
          05                           PIC X(17)
                 VALUE 'MAINTENANCE READ='.
          05 W10-TRANS-READ            PIC ZZZZ9.
          05                           PIC X(9) VALUE ' APPLIED='.
          05 W10-TRANS-APPLIED         PIC ZZZZ9.
          05                           PIC X(10) VALUE ' REJECTED='.
          05 W10-TRANS-REJECTED        PIC ZZZZ9.
          05                           PIC X(10) VALUE ' ARCHIVED='.
          05 W10-ARCHIVED              PIC ZZZZ9.
          05                           PIC X(66) VALUE SPACES.

       01 W10-CHARGE-CONTROL-LINE.
          05 W10-CHARGE-KIND           PIC X(8).
          05                           PIC X(14)
                 VALUE ' CHARGES READ='.
          05 W10-CHARGE-READ           PIC ZZZZ9.
          05                           PIC X(8) VALUE ' AMOUNT='.
          05 W10-CHARGE-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(8) VALUE ' POSTED='.
          05 W10-CHARGE-POSTED         PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(12)
                 VALUE ' UNASSIGNED='.
          05 W10-CHARGE-UNASSIGNED     PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(5) VALUE ' TIE='.
          05 W10-CHARGE-TIE            PIC X(3).
          05                           PIC X(30) VALUE SPACES.

       01 W11-CHARGE-TIE-SWITCH        PIC X(3) VALUE 'YES'.
          88 W11-CHARGES-TIE           VALUE 'YES'.
       01 W11-LABOR-OPENED-SWITCH      PIC X(3) VALUE 'NO'.
          88 W11-LABOR-OPENED          VALUE 'YES'.
       01 W11-MATERIAL-OPENED-SWITCH   PIC X(3) VALUE 'NO'.
          88 W11-MATERIAL-OPENED       VALUE 'YES'.


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

           ACCEPT W01-RUN-DATE-N FROM DATE YYYYMMDD

           PERFORM 110-LOAD-WORK-ORDERS
           IF W05-WO-OVERFLOW
              DISPLAY 'Work-order table full - run stopped,'
                  ' nothing posted'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-APPLY-MAINTENANCE
           PERFORM 400-POST-LABOR-CHARGES
           PERFORM 450-POST-MATERIAL-CHARGES
           PERFORM 500-WRITE-OPEN-SECTION
           PERFORM 550-WRITE-CLOSED-SECTION
           PERFORM 800-REWRITE-WORK-ORDERS
           PERFORM 700-WRITE-CONTROL-LINES
           PERFORM 850-CLEAR-CHARGE-FILES
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
           OPEN INPUT F08-OPER-FILE

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
              CLOSE F08-OPER-FILE
              IF NOT W30-SIGNON-OK
                 MOVE 'SIGNON DENIED' TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *Reads the next operator master row.
       021-READ-OPERATOR-RECORD.
           READ F08-OPER-FILE
               AT END MOVE 'NO' TO W30-OPER-EOF-SWITCH
           END-READ
           .
      *Tests one operator master row against the sign-on.
       022-CHECK-OPERATOR-RECORD.
           IF F08-OPR-ID = W30-OPERATOR-ID
              AND F08-OPR-PASSWORD = W30-PASSWORD-INPUT
              MOVE F08-OPR-AUTHORITY TO W30-OPER-AUTHORITY
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
           MOVE 'COBOL-ASSIGNMENT-TWO-JOBCOST'
               TO F05-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F05-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F05-AUD-FILE
           MOVE W30-DENIAL-REASON TO F05-AUD-KEY
           MOVE SPACES TO F05-AUD-OLD-RECORD
           MOVE SPACES TO F05-AUD-NEW-RECORD
           WRITE F05-AUDIT-OUT
           CLOSE F05-AUDIT-FILE
           .
      *Opens the report, the audit journal and the work-order
      *history. The master and the charge files are opened where
      *they are read or rewritten.
       100-OPEN-FILES.
           OPEN OUTPUT F06-REPORT-FILE
           OPEN EXTEND F05-AUDIT-FILE
                       F07-HISTORY-FILE
           .
      *Loads the whole work-order master into the table, keeping
      *each row's image as loaded. No master on file is a first
      *run: the table starts empty and the adds build it.
       110-LOAD-WORK-ORDERS.
           MOVE ZERO TO W05-WO-COUNT
           OPEN INPUT F01-WO-FILE

           IF W02-WO-STATUS = '00'
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 111-READ-WORK-ORDER
              PERFORM 112-STORE-WORK-ORDER
                  UNTIL NO-DATA-REMAINS
                  OR W05-WO-OVERFLOW
              CLOSE F01-WO-FILE
           END-IF
           .
      *Reads the next work-order master row.
       111-READ-WORK-ORDER.
           READ F01-WO-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one master row in the table.
       112-STORE-WORK-ORDER.
           IF W05-WO-COUNT NOT < W05-WO-MAX
              MOVE 'YES' TO W05-WO-OVERFLOW-SWITCH
           ELSE
              ADD 1 TO W05-WO-COUNT
              MOVE F01-WO-REC TO W05-WO-IMAGE (W05-WO-COUNT)
              MOVE F01-WO-REC TO W05-WO-BEFORE-IMAGE (W05-WO-COUNT)
              MOVE ZERO TO W05-WO-PERIOD-HOURS (W05-WO-COUNT)
                           W05-WO-PERIOD-LABOR (W05-WO-COUNT)
                           W05-WO-PERIOD-MATERIAL (W05-WO-COUNT)
              PERFORM 111-READ-WORK-ORDER
           END-IF
           .
      *Finds a work order in the table by number, and says whether
      *it can still take charges: it must be open, or have been
      *closed this month, so the last timecards and issues for a
      *job finished late in the month still reach it.
       120-FIND-WORK-ORDER.
           MOVE ZERO TO W05-WO-MATCH-SUB
           PERFORM 121-CHECK-WORK-ORDER
               VARYING W05-WO-SUB FROM 1 BY 1
               UNTIL W05-WO-SUB > W05-WO-COUNT
               OR W05-WO-MATCH-SUB NOT = ZERO

           MOVE SPACE TO W05-FOUND-STATUS
           MOVE 'NO' TO W05-FOUND-POSTABLE-SWITCH
           IF W05-WO-MATCH-SUB NOT = ZERO
              MOVE W05-WO-STATUS (W05-WO-MATCH-SUB)
                  TO W05-FOUND-STATUS
              IF W05-FOUND-OPEN
                 OR W05-WO-CLOSE-MONTH (W05-WO-MATCH-SUB)
                    = W01-RUN-MONTH
                 MOVE 'YES' TO W05-FOUND-POSTABLE-SWITCH
              END-IF
           END-IF
           .
      *Tests one table row against the work order sought.
       121-CHECK-WORK-ORDER.
           IF W05-WO-NUMBER (W05-WO-SUB) = W05-SEARCH-NUMBER
              MOVE W05-WO-SUB TO W05-WO-MATCH-SUB
           END-IF
           .
      *Writes the report heading and the exceptions section
      *heading; maintenance rejects and unassigned charges are
      *listed under it as they are found.
       200-WRITE-HEADINGS.
           MOVE W01-RUN-DATE-N TO W07-HEADING-DATE
           WRITE F06-REPORT-OUT-LINE FROM W07-REPORT-HEADING
           MOVE 'Exceptions' TO W07-SECTION-TITLE
           WRITE F06-REPORT-OUT-LINE FROM W07-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE F06-REPORT-OUT-LINE FROM W08-EXCEPTION-COLUMNS
               AFTER ADVANCING 1 LINE
           .
      *Applies the production office's work-order maintenance. No
      *maintenance file on file means nothing to apply this run.
       300-APPLY-MAINTENANCE.
           OPEN INPUT F02-WO-TRANS-FILE

           IF W02-TRANS-STATUS = '00'
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 310-READ-WO-TRANS
              PERFORM 320-APPLY-WO-TRANS
                  UNTIL NO-DATA-REMAINS
              CLOSE F02-WO-TRANS-FILE
           END-IF
           .
      *Reads the next maintenance transaction.
       310-READ-WO-TRANS.
           READ F02-WO-TRANS-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Applies one maintenance transaction, or lists it as an
      *exception with the reason it was refused.
       320-APPLY-WO-TRANS.
           ADD 1 TO W03-TRANS-READ-COUNT
           MOVE SPACES TO W01-REJECT-REASON
           MOVE F02-WOT-NUMBER TO W05-SEARCH-NUMBER
           PERFORM 120-FIND-WORK-ORDER

           EVALUATE TRUE
               WHEN NOT F02-WOT-ACTION-VALID
                  MOVE 'Action must be A, E or C'
                      TO W01-REJECT-REASON
               WHEN F02-WOT-NUMBER = SPACES
                  MOVE 'Work order number missing'
                      TO W01-REJECT-REASON
               WHEN F02-WOT-ADD
                  PERFORM 330-ADD-WORK-ORDER
               WHEN F02-WOT-CHANGE
                  PERFORM 340-CHANGE-WORK-ORDER
               WHEN OTHER
                  PERFORM 350-CLOSE-WORK-ORDER
           END-EVALUATE

           IF W01-ITEM-ACCEPTED
              ADD 1 TO W03-TRANS-APPLIED-COUNT
           ELSE
              ADD 1 TO W03-TRANS-REJECTED-COUNT
              MOVE 'MAINT' TO W08-EXC-SOURCE
              MOVE F02-WOT-NUMBER TO W08-EXC-NUMBER
              MOVE SPACES TO W08-EXC-REFERENCE
              MOVE F02-WOT-ACTION TO W08-EXC-REFERENCE (1:1)
              MOVE F02-WOT-DESCRIPTION TO W08-EXC-REFERENCE (3:18)
              MOVE ZERO TO W08-EXC-AMOUNT
              MOVE W01-REJECT-REASON TO W08-EXC-REASON
              PERFORM 390-WRITE-EXCEPTION
           END-IF

           PERFORM 310-READ-WO-TRANS
           .
      *Opens a new work order with its estimate.
       330-ADD-WORK-ORDER.
           EVALUATE TRUE
               WHEN W05-WO-MATCH-SUB NOT = ZERO
                  MOVE 'Work order already on file'
                      TO W01-REJECT-REASON
               WHEN W05-WO-COUNT NOT < W05-WO-MAX
                  MOVE 'Work-order table full'
                      TO W01-REJECT-REASON
               WHEN F02-WOT-EST-LABOR NOT NUMERIC
                  OR F02-WOT-EST-MATERIAL NOT NUMERIC
                  MOVE 'Estimates must be numeric'
                      TO W01-REJECT-REASON
           END-EVALUATE

           IF W01-ITEM-ACCEPTED
              ADD 1 TO W05-WO-COUNT
              MOVE W05-WO-COUNT TO W05-WO-SUB
              MOVE SPACES TO W05-WO-BEFORE-IMAGE (W05-WO-SUB)
              MOVE F02-WOT-NUMBER TO W05-WO-NUMBER (W05-WO-SUB)
              MOVE F02-WOT-DESCRIPTION
                  TO W05-WO-DESCRIPTION (W05-WO-SUB)
              MOVE 'O' TO W05-WO-STATUS (W05-WO-SUB)
              MOVE W01-RUN-DATE-N TO W05-WO-OPEN-DATE (W05-WO-SUB)
              MOVE ZERO TO W05-WO-CLOSE-MONTH (W05-WO-SUB)
                           W05-WO-CLOSE-DAY (W05-WO-SUB)
                           W05-WO-ACT-HOURS (W05-WO-SUB)
                           W05-WO-ACT-LABOR (W05-WO-SUB)
                           W05-WO-ACT-MATERIAL (W05-WO-SUB)
                           W05-WO-PERIOD-HOURS (W05-WO-SUB)
                           W05-WO-PERIOD-LABOR (W05-WO-SUB)
                           W05-WO-PERIOD-MATERIAL (W05-WO-SUB)
              MOVE F02-WOT-EST-LABOR TO W05-WO-EST-LABOR (W05-WO-SUB)
              MOVE F02-WOT-EST-MATERIAL
                  TO W05-WO-EST-MATERIAL (W05-WO-SUB)
           END-IF
           .
      *Changes an open work order's description or estimates; a
      *field left blank on the transaction is left as it was.
       340-CHANGE-WORK-ORDER.
           EVALUATE TRUE
               WHEN W05-WO-MATCH-SUB = ZERO
                  MOVE 'Work order not on file'
                      TO W01-REJECT-REASON
               WHEN NOT W05-FOUND-OPEN
                  MOVE 'Work order already closed'
                      TO W01-REJECT-REASON
               WHEN F02-WOT-EST-LABOR-X NOT = SPACES
                  AND F02-WOT-EST-LABOR NOT NUMERIC
                  MOVE 'Estimates must be numeric'
                      TO W01-REJECT-REASON
               WHEN F02-WOT-EST-MATERIAL-X NOT = SPACES
                  AND F02-WOT-EST-MATERIAL NOT NUMERIC
                  MOVE 'Estimates must be numeric'
                      TO W01-REJECT-REASON
           END-EVALUATE

           IF W01-ITEM-ACCEPTED
              IF F02-WOT-DESCRIPTION NOT = SPACES
                 MOVE F02-WOT-DESCRIPTION
                     TO W05-WO-DESCRIPTION (W05-WO-MATCH-SUB)
              END-IF
              IF F02-WOT-EST-LABOR-X NOT = SPACES
                 MOVE F02-WOT-EST-LABOR
                     TO W05-WO-EST-LABOR (W05-WO-MATCH-SUB)
              END-IF
              IF F02-WOT-EST-MATERIAL-X NOT = SPACES
                 MOVE F02-WOT-EST-MATERIAL
                     TO W05-WO-EST-MATERIAL (W05-WO-MATCH-SUB)
              END-IF
           END-IF
           .
      *Closes an open work order as of the run date. It stays on
      *the master, still taking late charges, until the first run
      *of a later month moves it to the history.
       350-CLOSE-WORK-ORDER.
           EVALUATE TRUE
               WHEN W05-WO-MATCH-SUB = ZERO
                  MOVE 'Work order not on file'
                      TO W01-REJECT-REASON
               WHEN NOT W05-FOUND-OPEN
                  MOVE 'Work order already closed'
                      TO W01-REJECT-REASON
           END-EVALUATE

           IF W01-ITEM-ACCEPTED
              MOVE 'C' TO W05-WO-STATUS (W05-WO-MATCH-SUB)
              MOVE W01-RUN-DATE-N
                  TO W05-WO-CLOSE-DATE (W05-WO-MATCH-SUB)
           END-IF
           .
      *Writes one exception line.
       390-WRITE-EXCEPTION.
           WRITE F06-REPORT-OUT-LINE FROM W08-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO W03-EXCEPTION-COUNT
           .
      *Posts the labor charges the pay runs wrote since the last
      *job-cost run. No charge file on file means no pay run has
      *charged work orders since; it is then left alone.
       400-POST-LABOR-CHARGES.
           OPEN INPUT F03-LABOR-FILE

           IF W02-LABOR-STATUS = '00'
              MOVE 'YES' TO W11-LABOR-OPENED-SWITCH
              OPEN OUTPUT F10-LABOR-HELD-FILE
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 410-READ-LABOR-CHARGE
              PERFORM 420-POST-LABOR-CHARGE
                  UNTIL NO-DATA-REMAINS
              CLOSE F03-LABOR-FILE
                    F10-LABOR-HELD-FILE
           END-IF
           .
      *Reads the next labor charge.
       410-READ-LABOR-CHARGE.
           READ F03-LABOR-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Posts one labor charge, wages plus burden, to its work
      *order, or lists it as unassigned and holds it for the next
      *run when the work order cannot take it.
       420-POST-LABOR-CHARGE.
           ADD 1 TO W03-LABOR-READ-COUNT
           COMPUTE W03-CHARGE-AMOUNT = F03-WOL-LABOR + F03-WOL-BURDEN
           ADD W03-CHARGE-AMOUNT TO W03-LABOR-READ-AMOUNT
           MOVE F03-WOL-WORK-ORDER TO W05-SEARCH-NUMBER
           PERFORM 120-FIND-WORK-ORDER

           IF W05-FOUND-POSTABLE
              ADD F03-WOL-HOURS
                  TO W05-WO-ACT-HOURS (W05-WO-MATCH-SUB)
                     W05-WO-PERIOD-HOURS (W05-WO-MATCH-SUB)
              ADD W03-CHARGE-AMOUNT
                  TO W05-WO-ACT-LABOR (W05-WO-MATCH-SUB)
                     W05-WO-PERIOD-LABOR (W05-WO-MATCH-SUB)
              ADD W03-CHARGE-AMOUNT TO W03-LABOR-POSTED-AMOUNT
           ELSE
              ADD W03-CHARGE-AMOUNT TO W03-LABOR-UNASSIGNED-AMOUNT
              MOVE 'LABOR' TO W08-EXC-SOURCE
              MOVE F03-WOL-WORK-ORDER TO W08-EXC-NUMBER
              MOVE SPACES TO W08-EXC-REFERENCE
              MOVE F03-WOL-SSN TO W08-EXC-REFERENCE (1:9)
              MOVE F03-WOL-PERIOD TO W08-EXC-REFERENCE (11:6)
              MOVE F03-WOL-PAY-DATE TO W08-EXC-REFERENCE (18:8)
              MOVE W03-CHARGE-AMOUNT TO W08-EXC-AMOUNT
              PERFORM 440-SET-UNASSIGNED-REASON
              PERFORM 390-WRITE-EXCEPTION
              WRITE F10-LABOR-HELD-REC FROM F03-WOL-REC
              ADD 1 TO W03-HELD-COUNT
           END-IF

           PERFORM 410-READ-LABOR-CHARGE
           .
      *Says why a charge could not be posted.
       440-SET-UNASSIGNED-REASON.
           IF W05-WO-MATCH-SUB = ZERO
              MOVE 'Work order not on file' TO W08-EXC-REASON
           ELSE
              MOVE 'Work order closed in earlier month'
                  TO W08-EXC-REASON
           END-IF
           .
      *Posts the material issues the posting runs wrote since the
      *last job-cost run, on the same terms as the labor.
       450-POST-MATERIAL-CHARGES.
           OPEN INPUT F04-MATERIAL-FILE

           IF W02-MATERIAL-STATUS = '00'
              MOVE 'YES' TO W11-MATERIAL-OPENED-SWITCH
              OPEN OUTPUT F11-MATERIAL-HELD-FILE
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 460-READ-MATERIAL-CHARGE
              PERFORM 470-POST-MATERIAL-CHARGE
                  UNTIL NO-DATA-REMAINS
              CLOSE F04-MATERIAL-FILE
                    F11-MATERIAL-HELD-FILE
           END-IF
           .
      *Reads the next material charge.
       460-READ-MATERIAL-CHARGE.
           READ F04-MATERIAL-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Posts one material issue at its relieved cost to its work
      *order, or lists it as unassigned and holds it for the next
      *run.
       470-POST-MATERIAL-CHARGE.
           ADD 1 TO W03-MATERIAL-READ-COUNT
           ADD F04-WOM-COST TO W03-MATL-READ-AMOUNT
           MOVE F04-WOM-WORK-ORDER TO W05-SEARCH-NUMBER
           PERFORM 120-FIND-WORK-ORDER

           IF W05-FOUND-POSTABLE
              ADD F04-WOM-COST
                  TO W05-WO-ACT-MATERIAL (W05-WO-MATCH-SUB)
                     W05-WO-PERIOD-MATERIAL (W05-WO-MATCH-SUB)
              ADD F04-WOM-COST TO W03-MATL-POSTED-AMOUNT
           ELSE
              ADD F04-WOM-COST TO W03-MATL-UNASSIGNED-AMOUNT
              MOVE 'MATERIAL' TO W08-EXC-SOURCE
              MOVE F04-WOM-WORK-ORDER TO W08-EXC-NUMBER
              MOVE SPACES TO W08-EXC-REFERENCE
              MOVE F04-WOM-WAREHOUSE TO W08-EXC-REFERENCE (1:10)
              MOVE F04-WOM-PART-NAME TO W08-EXC-REFERENCE (12:19)
              MOVE F04-WOM-COST TO W08-EXC-AMOUNT
              PERFORM 440-SET-UNASSIGNED-REASON
              PERFORM 390-WRITE-EXCEPTION
              WRITE F11-MATERIAL-HELD-REC FROM F04-WOM-REC
              ADD 1 TO W03-HELD-COUNT
           END-IF

           PERFORM 460-READ-MATERIAL-CHARGE
           .
      *Lists the open work orders with cost to date against
      *estimate.
       500-WRITE-OPEN-SECTION.
           MOVE 'O' TO W06-SECTION-STATUS
           MOVE 'Open Work Orders' TO W07-SECTION-TITLE
           PERFORM 510-WRITE-COST-SECTION
           .
      *Writes one section of the cost report: its heading, a line
      *per work order in it, and a total line.
       510-WRITE-COST-SECTION.
           WRITE F06-REPORT-OUT-LINE FROM W07-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE F06-REPORT-OUT-LINE FROM W09-COST-COLUMNS
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO W06-SECTION-COUNT
                        W06-TOT-HOURS
                        W06-TOT-PERIOD-LABOR
                        W06-TOT-PERIOD-MATERIAL
                        W06-TOT-LABOR
                        W06-TOT-MATERIAL
                        W06-TOT-TOTAL
                        W06-TOT-ESTIMATE
                        W06-TOT-VARIANCE

           PERFORM 520-WRITE-COST-LINE
               VARYING W05-WO-SUB FROM 1 BY 1
               UNTIL W05-WO-SUB > W05-WO-COUNT

           MOVE 'TOTAL' TO W09-NUMBER
           MOVE SPACES TO W09-DESCRIPTION
           MOVE W06-SECTION-COUNT TO W09-DESCRIPTION (1:5)
           MOVE 'WORK ORDERS' TO W09-DESCRIPTION (7:11)
           MOVE W06-TOT-HOURS TO W09-HOURS
           MOVE W06-TOT-PERIOD-LABOR TO W09-PERIOD-LABOR
           MOVE W06-TOT-PERIOD-MATERIAL TO W09-PERIOD-MATERIAL
           MOVE W06-TOT-LABOR TO W09-LABOR
           MOVE W06-TOT-MATERIAL TO W09-MATERIAL
           MOVE W06-TOT-TOTAL TO W09-TOTAL
           MOVE W06-TOT-ESTIMATE TO W09-ESTIMATE
           MOVE W06-TOT-VARIANCE TO W09-VARIANCE
           WRITE F06-REPORT-OUT-LINE FROM W09-COST-LINE
               AFTER ADVANCING 2 LINES
           .
      *Writes one work order's cost line when it belongs to the
      *section being written. A closed work order belongs only to
      *the month it closed in.
       520-WRITE-COST-LINE.
           IF W05-WO-STATUS (W05-WO-SUB) = W06-SECTION-STATUS
              AND (W05-WO-STATUS (W05-WO-SUB) = 'O'
                   OR W05-WO-CLOSE-MONTH (W05-WO-SUB)
                      = W01-RUN-MONTH)
              COMPUTE W06-LINE-TOTAL
                  = W05-WO-ACT-LABOR (W05-WO-SUB)
                  + W05-WO-ACT-MATERIAL (W05-WO-SUB)
              COMPUTE W06-LINE-ESTIMATE
                  = W05-WO-EST-LABOR (W05-WO-SUB)
                  + W05-WO-EST-MATERIAL (W05-WO-SUB)
              COMPUTE W06-LINE-VARIANCE
                  = W06-LINE-ESTIMATE - W06-LINE-TOTAL

              MOVE W05-WO-NUMBER (W05-WO-SUB) TO W09-NUMBER
              MOVE W05-WO-DESCRIPTION (W05-WO-SUB)
                  TO W09-DESCRIPTION
              MOVE W05-WO-ACT-HOURS (W05-WO-SUB) TO W09-HOURS
              MOVE W05-WO-PERIOD-LABOR (W05-WO-SUB)
                  TO W09-PERIOD-LABOR
              MOVE W05-WO-PERIOD-MATERIAL (W05-WO-SUB)
                  TO W09-PERIOD-MATERIAL
              MOVE W05-WO-ACT-LABOR (W05-WO-SUB) TO W09-LABOR
              MOVE W05-WO-ACT-MATERIAL (W05-WO-SUB) TO W09-MATERIAL
              MOVE W06-LINE-TOTAL TO W09-TOTAL
              MOVE W06-LINE-ESTIMATE TO W09-ESTIMATE
              MOVE W06-LINE-VARIANCE TO W09-VARIANCE
              WRITE F06-REPORT-OUT-LINE FROM W09-COST-LINE
                  AFTER ADVANCING 1 LINE

              ADD 1 TO W06-SECTION-COUNT
              ADD W05-WO-ACT-HOURS (W05-WO-SUB) TO W06-TOT-HOURS
              ADD W05-WO-PERIOD-LABOR (W05-WO-SUB)
                  TO W06-TOT-PERIOD-LABOR
              ADD W05-WO-PERIOD-MATERIAL (W05-WO-SUB)
                  TO W06-TOT-PERIOD-MATERIAL
              ADD W05-WO-ACT-LABOR (W05-WO-SUB) TO W06-TOT-LABOR
              ADD W05-WO-ACT-MATERIAL (W05-WO-SUB)
                  TO W06-TOT-MATERIAL
              ADD W06-LINE-TOTAL TO W06-TOT-TOTAL
              ADD W06-LINE-ESTIMATE TO W06-TOT-ESTIMATE
              ADD W06-LINE-VARIANCE TO W06-TOT-VARIANCE
           END-IF
           .
      *Lists the work orders closed this month, with their final
      *cost against estimate.
       550-WRITE-CLOSED-SECTION.
           MOVE 'C' TO W06-SECTION-STATUS
           MOVE 'Work Orders Closed This Month'
               TO W07-SECTION-TITLE
           PERFORM 510-WRITE-COST-SECTION
           .
      *Writes the control lines: maintenance counts, and for each
      *kind of charge what was read against what was posted plus
      *what was listed as unassigned. The charges must tie.
       700-WRITE-CONTROL-LINES.
           MOVE W03-TRANS-READ-COUNT TO W10-TRANS-READ
           MOVE W03-TRANS-APPLIED-COUNT TO W10-TRANS-APPLIED
           MOVE W03-TRANS-REJECTED-COUNT TO W10-TRANS-REJECTED
           MOVE W03-ARCHIVED-COUNT TO W10-ARCHIVED
           WRITE F06-REPORT-OUT-LINE FROM W10-MAINT-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'LABOR' TO W10-CHARGE-KIND
           MOVE W03-LABOR-READ-COUNT TO W10-CHARGE-READ
           MOVE W03-LABOR-READ-AMOUNT TO W10-CHARGE-AMOUNT
           MOVE W03-LABOR-POSTED-AMOUNT TO W10-CHARGE-POSTED
           MOVE W03-LABOR-UNASSIGNED-AMOUNT TO W10-CHARGE-UNASSIGNED
           IF W03-LABOR-READ-AMOUNT = W03-LABOR-POSTED-AMOUNT
                                    + W03-LABOR-UNASSIGNED-AMOUNT
              MOVE 'YES' TO W10-CHARGE-TIE
           ELSE
              MOVE 'NO' TO W10-CHARGE-TIE
              MOVE 'NO' TO W11-CHARGE-TIE-SWITCH
           END-IF
           WRITE F06-REPORT-OUT-LINE FROM W10-CHARGE-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'MATERIAL' TO W10-CHARGE-KIND
           MOVE W03-MATERIAL-READ-COUNT TO W10-CHARGE-READ
           MOVE W03-MATL-READ-AMOUNT TO W10-CHARGE-AMOUNT
           MOVE W03-MATL-POSTED-AMOUNT TO W10-CHARGE-POSTED
           MOVE W03-MATL-UNASSIGNED-AMOUNT TO W10-CHARGE-UNASSIGNED
           IF W03-MATL-READ-AMOUNT = W03-MATL-POSTED-AMOUNT
                                   + W03-MATL-UNASSIGNED-AMOUNT
              MOVE 'YES' TO W10-CHARGE-TIE
           ELSE
              MOVE 'NO' TO W10-CHARGE-TIE
              MOVE 'NO' TO W11-CHARGE-TIE-SWITCH
           END-IF
           WRITE F06-REPORT-OUT-LINE FROM W10-CHARGE-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           DISPLAY 'Maintenance applied   : ' W03-TRANS-APPLIED-COUNT
           DISPLAY 'Maintenance rejected  : ' W03-TRANS-REJECTED-COUNT
           DISPLAY 'Labor charges read    : ' W03-LABOR-READ-COUNT
           DISPLAY 'Material charges read : ' W03-MATERIAL-READ-COUNT
           DISPLAY 'Exceptions listed     : ' W03-EXCEPTION-COUNT
           DISPLAY 'Charges held over     : ' W03-HELD-COUNT
           DISPLAY 'Work orders archived  : ' W03-ARCHIVED-COUNT
           .
      *Writes the table back as the new work-order master. A work
      *order closed in an earlier month goes to the history
      *instead; every row added, changed or archived is journaled.
       800-REWRITE-WORK-ORDERS.
           OPEN OUTPUT F01-WO-FILE
           PERFORM 810-REWRITE-WORK-ORDER
               VARYING W05-WO-SUB FROM 1 BY 1
               UNTIL W05-WO-SUB > W05-WO-COUNT
           CLOSE F01-WO-FILE
           .
      *Writes one table row to the master or the history.
       810-REWRITE-WORK-ORDER.
           IF W05-WO-STATUS (W05-WO-SUB) = 'C'
              AND W05-WO-CLOSE-MONTH (W05-WO-SUB) < W01-RUN-MONTH
              WRITE F07-HISTORY-REC FROM W05-WO-IMAGE (W05-WO-SUB)
              ADD 1 TO W03-ARCHIVED-COUNT
              MOVE W05-WO-IMAGE (W05-WO-SUB) TO F05-AUD-OLD-RECORD
              MOVE SPACES TO F05-AUD-NEW-RECORD
              PERFORM 820-WRITE-AUDIT
           ELSE
              WRITE F01-WO-REC FROM W05-WO-IMAGE (W05-WO-SUB)
              IF W05-WO-IMAGE (W05-WO-SUB)
                 NOT = W05-WO-BEFORE-IMAGE (W05-WO-SUB)
                 MOVE W05-WO-BEFORE-IMAGE (W05-WO-SUB)
                     TO F05-AUD-OLD-RECORD
                 MOVE W05-WO-IMAGE (W05-WO-SUB)
                     TO F05-AUD-NEW-RECORD
                 PERFORM 820-WRITE-AUDIT
              END-IF
           END-IF
           .
      *Completes and writes one audit journal entry; the caller
      *has already moved the before and after images.
       820-WRITE-AUDIT.
           ACCEPT W04-AUDIT-TIME-RAW FROM TIME
           MOVE W01-RUN-DATE-N TO F05-AUD-DATE
           MOVE W04-AUDIT-TIME-RAW (1:6) TO F05-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-TWO-JOBCOST'
               TO F05-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F05-AUD-OPERATOR
           MOVE 'WORKORDER' TO F05-AUD-FILE
           MOVE W05-WO-NUMBER (W05-WO-SUB) TO F05-AUD-KEY
           WRITE F05-AUDIT-OUT
           .
      *Empties the charge files this run posted, now that the
      *master carries them, so the next run does not post them
      *twice. The charges that could not post are written back, so
      *they are tried again once the work order is on file or
      *reopened. A file that was never there is not created.
       850-CLEAR-CHARGE-FILES.
           IF W11-LABOR-OPENED
              OPEN INPUT F10-LABOR-HELD-FILE
              OPEN OUTPUT F03-LABOR-FILE
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 851-READ-LABOR-HELD
              PERFORM 852-RESTORE-LABOR-HELD
                  UNTIL NO-DATA-REMAINS
              CLOSE F10-LABOR-HELD-FILE
                    F03-LABOR-FILE
           END-IF

           IF W11-MATERIAL-OPENED
              OPEN INPUT F11-MATERIAL-HELD-FILE
              OPEN OUTPUT F04-MATERIAL-FILE
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 853-READ-MATERIAL-HELD
              PERFORM 854-RESTORE-MATERIAL-HELD
                  UNTIL NO-DATA-REMAINS
              CLOSE F11-MATERIAL-HELD-FILE
                    F04-MATERIAL-FILE
           END-IF
           .
      *Reads the next held labor charge.
       851-READ-LABOR-HELD.
           READ F10-LABOR-HELD-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one held labor charge back to the labor charge file.
       852-RESTORE-LABOR-HELD.
           WRITE F03-WOL-REC FROM F10-LABOR-HELD-REC
           PERFORM 851-READ-LABOR-HELD
           .
      *Reads the next held material charge.
       853-READ-MATERIAL-HELD.
           READ F11-MATERIAL-HELD-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one held material charge back to the material charge
      *file.
       854-RESTORE-MATERIAL-HELD.
           WRITE F04-WOM-REC FROM F11-MATERIAL-HELD-REC
           PERFORM 853-READ-MATERIAL-HELD
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F05-AUDIT-FILE
                 F06-REPORT-FILE
                 F07-HISTORY-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F09-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F09-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-JOBCOST'
               TO F09-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F09-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F09-RUN-TIME
           MOVE ZERO TO F09-RUN-COUNT
           MOVE SPACE TO F09-RUN-END-STATUS
           WRITE F09-RUNLOG-REC
           CLOSE F09-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F09-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F09-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-JOBCOST'
               TO F09-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F09-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F09-RUN-TIME
           MOVE ZERO TO F09-RUN-COUNT
           ADD W03-TRANS-READ-COUNT TO F09-RUN-COUNT
           ADD W03-LABOR-READ-COUNT TO F09-RUN-COUNT
           ADD W03-MATERIAL-READ-COUNT TO F09-RUN-COUNT
           IF W11-CHARGES-TIE
              MOVE 'N' TO F09-RUN-END-STATUS
           ELSE
              MOVE 'F' TO F09-RUN-END-STATUS
           END-IF
           WRITE F09-RUNLOG-REC
           CLOSE F09-RUNLOG-FILE
           .
