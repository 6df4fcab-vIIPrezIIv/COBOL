       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-BENREC.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-HISTORY-FILE ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-HISTORY-STATUS.
           SELECT F02-BENEFIT-FILE ASSIGN TO 'BENEFITMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-BENEFIT-STATUS.
           SELECT F03-BILL-FILE ASSIGN TO 'CARRIERBILL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-BILL-STATUS.
           SELECT F04-MASTER-FILE ASSIGN TO 'ASST1.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F04-EMP-SSN.
           SELECT F05-RECON-FILE ASSIGN TO 'BENEFITRECON.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The per-period pay history the pay runs append to. The
      *insurance on each row is the employee share taken that pay;
      *a void reversal (V) gives its amount back.
       FD F01-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F01-HISTORY-REC.

       01 F01-HISTORY-REC.
          05 F01-HST-SSN               PIC X(9).
          05 F01-HST-PERIOD            PIC X(6).
          05 F01-HST-PAY-DATE          PIC 9(8).
          05 F01-HST-GROSS             PIC 9(6)V99.
          05 F01-HST-WITHHOLDING       PIC 9(6)V99.
          05 F01-HST-FICA              PIC 9(6)V99.
          05 F01-HST-INSURANCE         PIC 9(4)V99.
          05 F01-HST-NET               PIC 9(6)V99.
          05 F01-HST-HOURS             PIC 9(3)V99.
          05 F01-HST-ENTRY-TYPE        PIC X.
             88 F01-HST-VOID-REVERSAL  VALUE 'V'.
          05 F01-HST-WORK-JURIS        PIC X(3).
          05 F01-HST-STATE-TAX         PIC 9(6)V99.
          05 F01-HST-LOCAL-TAX         PIC 9(6)V99.

      *The benefits enrollment master the pay run prices insurance
      *from: plan, coverage tier and the dates the coverage runs
      *between (a zero end date is still open).
       FD F02-BENEFIT-FILE
          RECORD CONTAINS 41 CHARACTERS
          DATA RECORD IS F02-BEN-REC.

       01 F02-BEN-REC.
          05 F02-BEN-SSN               PIC X(9).
          05 F02-BEN-PLAN              PIC X.
          05 F02-BEN-TIER              PIC X(3).
          05 F02-BEN-ENROLL-DATE       PIC 9(8).
          05 F02-BEN-END-DATE          PIC 9(8).
          05 F02-BEN-EE-SHARE          PIC 9(4)V99.
          05 F02-BEN-ER-SHARE          PIC 9(4)V99.

      *The insurance carrier's premium bill for the month: one row
      *per member billed, with the plan and tier the carrier has
      *them on and the monthly premium charged.
       FD F03-BILL-FILE
          RECORD CONTAINS 38 CHARACTERS
          DATA RECORD IS F03-BILL-REC.

       01 F03-BILL-REC.
          05 F03-BILL-SSN              PIC X(9).
          05 F03-BILL-NAME             PIC X(18).
          05 F03-BILL-PLAN             PIC X.
          05 F03-BILL-TIER             PIC X(3).
          05 F03-BILL-PREMIUM          PIC 9(5)V99.

      *The employee master, read by SSN for the name of anyone
      *deducted for who is not on the carrier's bill.
       FD F04-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F04-MASTER-IN.

       01 F04-MASTER-IN.
          05 F04-EMP-NAME              PIC X(18).
          05 F04-EMP-SSN               PIC 9(9).
          05 F04-EMP-GROSSPAY          PIC 9(6)V99.
          05 F04-EMP-STATUS            PIC X.
          05 F04-EMP-HIRE-DATE         PIC 9(8).
          05 F04-EMP-TERM-DATE         PIC 9(8).
          05 F04-EMP-WORK-JURIS        PIC X(3).

      *The month's premium reconciliation: members billed but not
      *deducted, members deducted but not billed, and members the
      *carrier bills on a different plan or tier than enrolled.
       FD F05-RECON-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F05-RECON-OUT-LINE.

       01 F05-RECON-OUT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.

       01 W02-HISTORY-STATUS           PIC XX.
       01 W02-BENEFIT-STATUS           PIC XX.
       01 W02-BILL-STATUS              PIC XX.

      *The month asked for, and the pay-date range it covers.
       01 W03-YEAR-INPUT               PIC X(4).
       01 W03-MONTH-INPUT              PIC X(2).
       01 W03-YEAR                     PIC 9(4) VALUE ZERO.
       01 W03-MONTH                    PIC 99 VALUE ZERO.
          88 W03-VALID-MONTH           VALUE 1 THRU 12.
       01 W03-FROM-DATE                PIC 9(8) VALUE ZERO.
       01 W03-TO-DATE                  PIC 9(8) VALUE ZERO.

      *The enrollments in effect at any time in the month, one per
      *employee. Where the coverage changed during the month the
      *later enrollment is the one kept, as the carrier bills it.
      *More members than the table holds stops the run.
       01 W04-BEN-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-BEN-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W04-BEN-OVERFLOW          VALUE 'YES'.
       01 W04-BEN-SUB                  PIC 9(4).
       01 W04-BEN-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W04-BEN-MAX                  PIC 9(4) VALUE 2000.
       01 W04-LOOKUP-SSN               PIC X(9).
       01 W04-BEN-TABLE-AREA.
          05 W04-BEN-COUNT             PIC 9(4) VALUE ZERO.
          05 W04-BEN-ENTRY OCCURS 2000 TIMES.
             10 W04-BEN-SSN            PIC X(9).
             10 W04-BEN-PLAN           PIC X.
             10 W04-BEN-TIER           PIC X(3).
             10 W04-BEN-ENROLL-DATE    PIC 9(8).

      *What payroll collected from each employee in the month, and
      *whether the carrier's bill named them. Amounts are signed
      *because a void reversal can take off a deduction. More
      *members than the table holds stops the run.
       01 W05-HST-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W05-COL-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W05-COL-OVERFLOW          VALUE 'YES'.
       01 W05-COL-SUB                  PIC 9(4).
       01 W05-COL-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W05-COL-MAX                  PIC 9(4) VALUE 2000.
       01 W05-SIGNED-INSURANCE         PIC S9(4)V99.
       01 W05-COL-TABLE-AREA.
          05 W05-COL-COUNT             PIC 9(4) VALUE ZERO.
          05 W05-COL-ENTRY OCCURS 2000 TIMES.
             10 W05-COL-SSN            PIC X(9).
             10 W05-COL-AMOUNT         PIC S9(6)V99.
             10 W05-COL-BILLED-SW      PIC X.

      *Month totals and exception counts.
       01 W06-BILL-COUNT               PIC 9(5) VALUE ZERO.
       01 W06-TOTAL-BILLED             PIC 9(8)V99 VALUE ZERO.
       01 W06-TOTAL-COLLECTED          PIC S9(8)V99 VALUE ZERO.
       01 W06-NOT-DEDUCTED-COUNT       PIC 9(5) VALUE ZERO.
       01 W06-NOT-DEDUCTED-PREMIUM     PIC 9(8)V99 VALUE ZERO.
       01 W06-NOT-BILLED-COUNT         PIC 9(5) VALUE ZERO.
       01 W06-MISMATCH-COUNT           PIC 9(5) VALUE ZERO.
       01 W06-MEMBER-COLLECTED         PIC S9(6)V99.

       01 W07-RECON-HEADING.
          05                           PIC X(14) VALUE SPACES.
          05                           PIC X(36)
                 VALUE 'Carrier Premium Bill Reconciliation'.
          05                           PIC X(6) VALUE ' YEAR='.
          05 W07-YEAR                  PIC 9(4).
          05                           PIC X(7) VALUE ' MONTH='.
          05 W07-MONTH                 PIC 99.
          05                           PIC X(11) VALUE SPACES.

       01 W07-RECON-COLUMN-HEADING.
          05                           PIC X(3) VALUE 'SSN'.
          05                           PIC X(7) VALUE SPACES.
          05                           PIC X(4) VALUE 'Name'.
          05                           PIC X(15) VALUE SPACES.
          05                           PIC X(6) VALUE 'Billed'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(5) VALUE 'Enrol'.
          05                           PIC X(4) VALUE SPACES.
          05                           PIC X(7) VALUE 'Premium'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(9) VALUE 'Collected'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(9) VALUE 'Exception'.
          05                           PIC X(8) VALUE SPACES.

       01 W08-RECON-LINE.
          05 W08-SSN                   PIC X(9).
          05                           PIC X(1) VALUE SPACES.
          05 W08-NAME                  PIC X(18).
          05                           PIC X(1) VALUE SPACES.
          05 W08-BILL-PLAN             PIC X.
          05                           PIC X(1) VALUE SPACES.
          05 W08-BILL-TIER             PIC X(3).
          05                           PIC X(2) VALUE SPACES.
          05 W08-ENR-PLAN              PIC X.
          05                           PIC X(1) VALUE SPACES.
          05 W08-ENR-TIER              PIC X(3).
          05                           PIC X(1) VALUE SPACES.
          05 W08-PREMIUM               PIC ZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W08-COLLECTED             PIC -ZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W08-REASON                PIC X(17).

       01 W09-TOTAL-LINE.
          05                           PIC X(15)
                 VALUE 'BILLED MEMBERS='.
          05 W09-BILL-COUNT            PIC ZZZZ9.
          05                           PIC X(9) VALUE ' PREMIUM='.
          05 W09-BILLED                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(11) VALUE ' COLLECTED='.
          05 W09-COLLECTED             PIC -ZZ,ZZZ,ZZ9.99.
          05                           PIC X(13) VALUE SPACES.

       01 W10-EXCEPTION-LINE.
          05                           PIC X(13) VALUE 'NOT DEDUCTED='.
          05 W10-NOT-DEDUCTED-COUNT    PIC ZZZZ9.
          05                           PIC X(12) VALUE ' NOT BILLED='.
          05 W10-NOT-BILLED-COUNT      PIC ZZZZ9.
          05                           PIC X(11) VALUE ' TIER/PLAN='.
          05 W10-MISMATCH-COUNT        PIC ZZZZ9.
          05                           PIC X(29) VALUE SPACES.

       01 W11-OVERPAID-LINE.
          05                           PIC X(40)
                 VALUE 'PREMIUM BILLED FOR MEMBERS NOT DEDUCTED='.
          05 W11-PREMIUM               PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES
           IF W02-BILL-STATUS = '00'
              PERFORM 200-PROMPT-FOR-MONTH
              IF W03-VALID-MONTH
                 PERFORM 110-LOAD-BENEFIT-MASTER
                 PERFORM 120-LOAD-COLLECTIONS
                 EVALUATE TRUE
                     WHEN W04-BEN-OVERFLOW
                         DISPLAY 'Benefits table full - run stopped,'
                             ' nothing reconciled'
                     WHEN W05-COL-OVERFLOW
                         DISPLAY 'Collection table full - run'
                             ' stopped, nothing reconciled'
                     WHEN OTHER
                         PERFORM 250-WRITE-HEADING-LINES
                         PERFORM 300-READ-BILL-RECORD
                         PERFORM 400-PROCESS-RECORDS
                             UNTIL NO-DATA-REMAINS
                         PERFORM 450-LIST-UNBILLED-MEMBER
                             VARYING W05-COL-SUB FROM 1 BY 1
                             UNTIL W05-COL-SUB > W05-COL-COUNT
                         PERFORM 500-WRITE-TOTALS
                 END-EVALUATE
              ELSE
                 DISPLAY 'Year and month (1-12) must be numeric'
              END-IF
           ELSE
              DISPLAY 'No carrier premium bill on file'
           END-IF
           PERFORM 900-CLOSE-FILES

           STOP RUN
           .

      *Opens the carrier's bill, the employee master and the
      *report.
       100-OPEN-FILES.
           OPEN INPUT F03-BILL-FILE
                      F04-MASTER-FILE
           OPEN OUTPUT F05-RECON-FILE
           .
      *Loads the enrollments in effect during the month into the
      *W04 table. Without the master every billed member is still
      *checked for a deduction, but no tier can be compared.
       110-LOAD-BENEFIT-MASTER.
           OPEN INPUT F02-BENEFIT-FILE

           IF W02-BENEFIT-STATUS = '00'
              PERFORM 111-READ-BENEFIT-RECORD
              PERFORM 112-STORE-BENEFIT-ENTRY
                  UNTIL W04-BEN-EOF-SWITCH = 'NO'
                  OR W04-BEN-OVERFLOW
              CLOSE F02-BENEFIT-FILE
           ELSE
              DISPLAY 'No benefits master on file -'
                  ' tiers not compared'
           END-IF
           .
      *Reads the next benefits enrollment row.
       111-READ-BENEFIT-RECORD.
           READ F02-BENEFIT-FILE
               AT END MOVE 'NO' TO W04-BEN-EOF-SWITCH
           END-READ
           .
      *Keeps one enrollment if its coverage overlaps the month,
      *replacing an earlier enrollment for the same employee. A new
      *member with the table already full flags the overflow.
       112-STORE-BENEFIT-ENTRY.
           IF F02-BEN-ENROLL-DATE <= W03-TO-DATE
              AND (F02-BEN-END-DATE = ZERO
                   OR F02-BEN-END-DATE >= W03-FROM-DATE)
              MOVE F02-BEN-SSN TO W04-LOOKUP-SSN
              PERFORM 115-LOCATE-ENROLLMENT

              IF W04-BEN-MATCH-SUB = ZERO
                 IF W04-BEN-COUNT < W04-BEN-MAX
                    ADD 1 TO W04-BEN-COUNT
                    MOVE W04-BEN-COUNT TO W04-BEN-MATCH-SUB
                    MOVE ZERO
                        TO W04-BEN-ENROLL-DATE (W04-BEN-MATCH-SUB)
                 ELSE
                    MOVE 'YES' TO W04-BEN-OVERFLOW-SWITCH
                 END-IF
              END-IF

              IF W04-BEN-MATCH-SUB > ZERO
                 AND F02-BEN-ENROLL-DATE
                 >= W04-BEN-ENROLL-DATE (W04-BEN-MATCH-SUB)
                 MOVE F02-BEN-SSN TO W04-BEN-SSN (W04-BEN-MATCH-SUB)
                 MOVE F02-BEN-PLAN TO W04-BEN-PLAN (W04-BEN-MATCH-SUB)
                 MOVE F02-BEN-TIER TO W04-BEN-TIER (W04-BEN-MATCH-SUB)
                 MOVE F02-BEN-ENROLL-DATE
                     TO W04-BEN-ENROLL-DATE (W04-BEN-MATCH-SUB)
              END-IF
           END-IF

           PERFORM 111-READ-BENEFIT-RECORD
           .
      *Finds the month's enrollment for the SSN in W04-LOOKUP-SSN.
       115-LOCATE-ENROLLMENT.
           MOVE ZERO TO W04-BEN-MATCH-SUB
           PERFORM 116-CHECK-ENROLLMENT-ENTRY
               VARYING W04-BEN-SUB FROM 1 BY 1
               UNTIL W04-BEN-SUB > W04-BEN-COUNT
               OR W04-BEN-MATCH-SUB > ZERO
           .
      *Tests one enrollment row against the SSN being looked up.
       116-CHECK-ENROLLMENT-ENTRY.
           IF W04-BEN-SSN (W04-BEN-SUB) = W04-LOOKUP-SSN
              MOVE W04-BEN-SUB TO W04-BEN-MATCH-SUB
           END-IF
           .
      *Totals the insurance payroll took from each employee in the
      *month from the pay history. Rows with no insurance on them
      *are passed over, so the table holds only the members payroll
      *deducted for.
       120-LOAD-COLLECTIONS.
           OPEN INPUT F01-HISTORY-FILE

           IF W02-HISTORY-STATUS = '00'
              PERFORM 121-READ-HISTORY-RECORD
              PERFORM 122-ACCUMULATE-COLLECTION
                  UNTIL W05-HST-EOF-SWITCH = 'NO'
                  OR W05-COL-OVERFLOW
              CLOSE F01-HISTORY-FILE
           ELSE
              DISPLAY 'No pay history on file -'
                  ' nothing collected this month'
           END-IF
           .
      *Reads the next pay history row.
       121-READ-HISTORY-RECORD.
           READ F01-HISTORY-FILE
               AT END MOVE 'NO' TO W05-HST-EOF-SWITCH
           END-READ
           .
      *Adds one history row's insurance, paid in the month, to its
      *employee's collection, a void reversal coming off. A new
      *member with the table already full flags the overflow.
       122-ACCUMULATE-COLLECTION.
           IF F01-HST-PAY-DATE >= W03-FROM-DATE
              AND F01-HST-PAY-DATE <= W03-TO-DATE
              AND F01-HST-INSURANCE > ZERO
              IF F01-HST-VOID-REVERSAL
                 COMPUTE W05-SIGNED-INSURANCE =
                     ZERO - F01-HST-INSURANCE
              ELSE
                 MOVE F01-HST-INSURANCE TO W05-SIGNED-INSURANCE
              END-IF

              MOVE F01-HST-SSN TO W04-LOOKUP-SSN
              PERFORM 125-LOCATE-COLLECTION

              IF W05-COL-MATCH-SUB = ZERO
                 IF W05-COL-COUNT < W05-COL-MAX
                    ADD 1 TO W05-COL-COUNT
                    MOVE W05-COL-COUNT TO W05-COL-MATCH-SUB
                    MOVE F01-HST-SSN
                        TO W05-COL-SSN (W05-COL-MATCH-SUB)
                    MOVE ZERO TO W05-COL-AMOUNT (W05-COL-MATCH-SUB)
                    MOVE 'N' TO W05-COL-BILLED-SW (W05-COL-MATCH-SUB)
                 ELSE
                    MOVE 'YES' TO W05-COL-OVERFLOW-SWITCH
                 END-IF
              END-IF

              IF W05-COL-MATCH-SUB > ZERO
                 ADD W05-SIGNED-INSURANCE
                     TO W05-COL-AMOUNT (W05-COL-MATCH-SUB)
                 ADD W05-SIGNED-INSURANCE TO W06-TOTAL-COLLECTED
              END-IF
           END-IF

           PERFORM 121-READ-HISTORY-RECORD
           .
      *Finds the collection row for the SSN in W04-LOOKUP-SSN.
       125-LOCATE-COLLECTION.
           MOVE ZERO TO W05-COL-MATCH-SUB
           PERFORM 126-CHECK-COLLECTION-ENTRY
               VARYING W05-COL-SUB FROM 1 BY 1
               UNTIL W05-COL-SUB > W05-COL-COUNT
               OR W05-COL-MATCH-SUB > ZERO
           .
      *Tests one collection row against the SSN being looked up.
       126-CHECK-COLLECTION-ENTRY.
           IF W05-COL-SSN (W05-COL-SUB) = W04-LOOKUP-SSN
              MOVE W05-COL-SUB TO W05-COL-MATCH-SUB
           END-IF
           .
      *Asks for the year and month and works out the pay-date
      *range the month covers.
       200-PROMPT-FOR-MONTH.
           DISPLAY 'Enter bill year (YYYY): '
           ACCEPT W03-YEAR-INPUT
           DISPLAY 'Enter bill month (01-12): '
           ACCEPT W03-MONTH-INPUT

           IF W03-YEAR-INPUT IS NUMERIC
              AND W03-MONTH-INPUT IS NUMERIC
              MOVE W03-YEAR-INPUT TO W03-YEAR
              MOVE W03-MONTH-INPUT TO W03-MONTH
           END-IF

           IF W03-VALID-MONTH
              COMPUTE W03-FROM-DATE = W03-YEAR * 10000
                  + W03-MONTH * 100 + 1
              COMPUTE W03-TO-DATE = W03-YEAR * 10000
                  + W03-MONTH * 100 + 31
           END-IF
           .
      *Writes the report headings.
       250-WRITE-HEADING-LINES.
           MOVE W03-YEAR TO W07-YEAR
           MOVE W03-MONTH TO W07-MONTH
           MOVE W07-RECON-HEADING TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE

           MOVE SPACES TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE

           MOVE W07-RECON-COLUMN-HEADING TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE
           .
      *Reads the next row of the carrier's bill.
       300-READ-BILL-RECORD.
           READ F03-BILL-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Checks one billed member against what payroll collected
      *from them and against their enrollment: billed with nothing
      *deducted is premium we are paying and not recovering, and a
      *plan or tier the carrier has wrong is premium at the wrong
      *rate.
       400-PROCESS-RECORDS.
           ADD 1 TO W06-BILL-COUNT
           ADD F03-BILL-PREMIUM TO W06-TOTAL-BILLED

           MOVE F03-BILL-SSN TO W04-LOOKUP-SSN
           PERFORM 115-LOCATE-ENROLLMENT
           PERFORM 125-LOCATE-COLLECTION

           MOVE ZERO TO W06-MEMBER-COLLECTED
           IF W05-COL-MATCH-SUB > ZERO
              MOVE 'Y' TO W05-COL-BILLED-SW (W05-COL-MATCH-SUB)
              MOVE W05-COL-AMOUNT (W05-COL-MATCH-SUB)
                  TO W06-MEMBER-COLLECTED
           END-IF

           MOVE F03-BILL-SSN TO W08-SSN
           MOVE F03-BILL-NAME TO W08-NAME
           MOVE F03-BILL-PLAN TO W08-BILL-PLAN
           MOVE F03-BILL-TIER TO W08-BILL-TIER
           IF W04-BEN-MATCH-SUB > ZERO
              MOVE W04-BEN-PLAN (W04-BEN-MATCH-SUB) TO W08-ENR-PLAN
              MOVE W04-BEN-TIER (W04-BEN-MATCH-SUB) TO W08-ENR-TIER
           ELSE
              MOVE SPACES TO W08-ENR-PLAN
              MOVE SPACES TO W08-ENR-TIER
           END-IF
           MOVE F03-BILL-PREMIUM TO W08-PREMIUM
           MOVE W06-MEMBER-COLLECTED TO W08-COLLECTED

           IF W06-MEMBER-COLLECTED NOT > ZERO
              ADD 1 TO W06-NOT-DEDUCTED-COUNT
              ADD F03-BILL-PREMIUM TO W06-NOT-DEDUCTED-PREMIUM
              MOVE 'BILLED NOT DEDUCT' TO W08-REASON
              MOVE W08-RECON-LINE TO F05-RECON-OUT-LINE
              WRITE F05-RECON-OUT-LINE
           END-IF

           IF W04-BEN-MATCH-SUB > ZERO
              IF F03-BILL-PLAN NOT = W04-BEN-PLAN (W04-BEN-MATCH-SUB)
                 ADD 1 TO W06-MISMATCH-COUNT
                 MOVE 'PLAN MISMATCH' TO W08-REASON
                 MOVE W08-RECON-LINE TO F05-RECON-OUT-LINE
                 WRITE F05-RECON-OUT-LINE
              ELSE
                 IF F03-BILL-TIER
                    NOT = W04-BEN-TIER (W04-BEN-MATCH-SUB)
                    ADD 1 TO W06-MISMATCH-COUNT
                    MOVE 'TIER MISMATCH' TO W08-REASON
                    MOVE W08-RECON-LINE TO F05-RECON-OUT-LINE
                    WRITE F05-RECON-OUT-LINE
                 END-IF
              END-IF
           END-IF

           PERFORM 300-READ-BILL-RECORD
           .
      *Lists one employee payroll deducted for in the month who is
      *not on the carrier's bill.
       450-LIST-UNBILLED-MEMBER.
           IF W05-COL-BILLED-SW (W05-COL-SUB) = 'N'
              AND W05-COL-AMOUNT (W05-COL-SUB) > ZERO
              ADD 1 TO W06-NOT-BILLED-COUNT
              MOVE W05-COL-SSN (W05-COL-SUB) TO W04-LOOKUP-SSN
              PERFORM 115-LOCATE-ENROLLMENT

              MOVE W05-COL-SSN (W05-COL-SUB) TO W08-SSN
              MOVE W05-COL-SSN (W05-COL-SUB) TO F04-EMP-SSN
              READ F04-MASTER-FILE
                  INVALID KEY
                      MOVE 'NOT ON EMP MASTER' TO W08-NAME
                  NOT INVALID KEY
                      MOVE F04-EMP-NAME TO W08-NAME
              END-READ
              MOVE SPACES TO W08-BILL-PLAN
              MOVE SPACES TO W08-BILL-TIER
              IF W04-BEN-MATCH-SUB > ZERO
                 MOVE W04-BEN-PLAN (W04-BEN-MATCH-SUB) TO W08-ENR-PLAN
                 MOVE W04-BEN-TIER (W04-BEN-MATCH-SUB) TO W08-ENR-TIER
              ELSE
                 MOVE SPACES TO W08-ENR-PLAN
                 MOVE SPACES TO W08-ENR-TIER
              END-IF
              MOVE ZERO TO W08-PREMIUM
              MOVE W05-COL-AMOUNT (W05-COL-SUB) TO W08-COLLECTED
              MOVE 'DEDUCT NOT BILLED' TO W08-REASON
              MOVE W08-RECON-LINE TO F05-RECON-OUT-LINE
              WRITE F05-RECON-OUT-LINE
           END-IF
           .
      *Writes the month totals and the exception counts.
       500-WRITE-TOTALS.
           MOVE W06-BILL-COUNT TO W09-BILL-COUNT
           MOVE W06-TOTAL-BILLED TO W09-BILLED
           MOVE W06-TOTAL-COLLECTED TO W09-COLLECTED
           MOVE W09-TOTAL-LINE TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE
               AFTER ADVANCING 2 LINES

           MOVE W06-NOT-DEDUCTED-COUNT TO W10-NOT-DEDUCTED-COUNT
           MOVE W06-NOT-BILLED-COUNT TO W10-NOT-BILLED-COUNT
           MOVE W06-MISMATCH-COUNT TO W10-MISMATCH-COUNT
           MOVE W10-EXCEPTION-LINE TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE

           MOVE W06-NOT-DEDUCTED-PREMIUM TO W11-PREMIUM
           MOVE W11-OVERPAID-LINE TO F05-RECON-OUT-LINE
           WRITE F05-RECON-OUT-LINE

           DISPLAY 'Carrier bill rows read: ' W06-BILL-COUNT
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           IF W02-BILL-STATUS = '00' OR W02-BILL-STATUS = '10'
              CLOSE F03-BILL-FILE
           END-IF
           CLOSE F04-MASTER-FILE
                 F05-RECON-FILE
           .
