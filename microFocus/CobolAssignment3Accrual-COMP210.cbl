       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-ACCRUAL.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-HISTORY-FILE ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-HISTORY-STATUS.
           SELECT F02-CONTROL-FILE ASSIGN TO 'PAYRUNCTL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-CONTROL-STATUS.
           SELECT F03-VALID-FILE ASSIGN TO 'VALIDRECORDS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-VALID-STATUS.
           SELECT F04-JOURNAL-FILE ASSIGN TO 'ACCRUALJOURNAL.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The per-period pay history the pay runs append to. The most
      *recent regular pay on or before the month end is what each
      *employee's unpaid days are estimated from.
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
             88 F01-HST-REGULAR-PAY    VALUES 'P' 'I' ' '.
          05 F01-HST-WORK-JURIS        PIC X(3).
          05 F01-HST-STATE-TAX         PIC 9(6)V99.
          05 F01-HST-LOCAL-TAX         PIC 9(6)V99.

      *The pay-period run control: the current period, the first
      *and last days worked in it, and whether (and when) the pay
      *step has paid it.
       FD F02-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F02-CONTROL-REC.

       01 F02-CONTROL-REC.
          05 F02-CTL-PERIOD                 PIC X(6).
          05 F02-CTL-VALIDATE-STATUS        PIC X.
          05 F02-CTL-VALIDATE-DATE          PIC 9(8).
          05 F02-CTL-CORRECT-STATUS         PIC X.
          05 F02-CTL-CORRECT-DATE           PIC 9(8).
          05 F02-CTL-PAY-STATUS             PIC X.
          05 F02-CTL-PAY-DATE               PIC 9(8).
          05 F02-CTL-SUPP-STATUS            PIC X.
          05 F02-CTL-SUPP-DATE              PIC 9(8).
          05 F02-CTL-CLOSED-YEAR            PIC 9(4).
          05 F02-CTL-PERIOD-START           PIC 9(8).
          05 F02-CTL-PERIOD-END             PIC 9(8).

      *The period's validated payroll input, read only for the
      *department each employee's wages are charged to.
       FD F03-VALID-FILE
          RECORD CONTAINS 100 CHARACTERS
          DATA RECORD IS F03-VALID-IN.

       01 F03-VALID-IN.
          05 F03-IN-SOCIAL-SECURITY-NUMBER        PIC X(9).
          05                                      PIC X(69).
          05 F03-IN-DEPT                          PIC X(3).
          05                                      PIC X(19).

      *The accrual entry dated the month end and its reversing
      *entry dated the first of the next month, each in the payroll
      *journal extract's layout with its own proof line.
       FD F04-JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F04-JOURNAL-OUT-LINE.

       01 F04-JOURNAL-OUT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.

       01 W02-HISTORY-STATUS           PIC XX.
       01 W02-CONTROL-STATUS           PIC XX.
       01 W02-VALID-STATUS             PIC XX.
       01 W02-CONTROL-FOUND-SWITCH     PIC X(3) VALUE 'NO'.
          88 W02-CONTROL-FOUND         VALUE 'YES'.

       01 W02-CONTROL-RECORD.
          05 W02-CTL-PERIOD            PIC X(6) VALUE SPACES.
          05 W02-CTL-VALIDATE-STATUS   PIC X VALUE SPACE.
          05 W02-CTL-VALIDATE-DATE     PIC 9(8) VALUE ZERO.
          05 W02-CTL-CORRECT-STATUS    PIC X VALUE SPACE.
          05 W02-CTL-CORRECT-DATE      PIC 9(8) VALUE ZERO.
          05 W02-CTL-PAY-STATUS        PIC X VALUE SPACE.
          05 W02-CTL-PAY-DATE          PIC 9(8) VALUE ZERO.
          05 W02-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W02-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W02-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W02-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W02-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

      *The month asked for, its last day, and the first day of the
      *month after it, which the reversing entry is dated.
       01 W03-YEAR-INPUT               PIC X(4).
       01 W03-MONTH-INPUT              PIC X(2).
       01 W03-YEAR                     PIC 9(4) VALUE ZERO.
       01 W03-MONTH                    PIC 99 VALUE ZERO.
          88 W03-VALID-MONTH           VALUE 1 THRU 12.
       01 W03-MONTH-END-DATE           PIC 9(8) VALUE ZERO.
       01 W03-REVERSAL-DATE            PIC 9(8) VALUE ZERO.

      *Days in each month, February corrected for leap years when
      *it is looked up.
       01 W04-MONTH-DAYS-VALUES.
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
       01 W04-MONTH-DAYS-TABLE REDEFINES W04-MONTH-DAYS-VALUES.
          05 W04-MONTH-DAYS            PIC 99 OCCURS 12 TIMES.
       01 W04-DIM-DATE                 PIC 9(8).
       01 W04-DIM-DATE-PARTS REDEFINES W04-DIM-DATE.
          05 W04-DIM-YEAR              PIC 9(4).
          05 W04-DIM-MONTH             PIC 99.
          05 W04-DIM-DAY               PIC 99.
       01 W04-DAYS-IN-MONTH            PIC 99.
       01 W04-LEAP-QUOTIENT            PIC 9(4).
       01 W04-LEAP-REMAINDER-4         PIC 9(3).
       01 W04-LEAP-REMAINDER-100       PIC 9(3).
       01 W04-LEAP-REMAINDER-400       PIC 9(3).

      *Inclusive day count between two dates no more than one
      *calendar month apart, which is all a pay period or the
      *unpaid tail of one can span.
       01 W05-COUNT-FROM-DATE          PIC 9(8).
       01 W05-FROM-PARTS REDEFINES W05-COUNT-FROM-DATE.
          05 W05-FROM-YEAR             PIC 9(4).
          05 W05-FROM-MONTH            PIC 99.
          05 W05-FROM-DAY              PIC 99.
       01 W05-COUNT-TO-DATE            PIC 9(8).
       01 W05-TO-PARTS REDEFINES W05-COUNT-TO-DATE.
          05 W05-TO-YEAR               PIC 9(4).
          05 W05-TO-MONTH              PIC 99.
          05 W05-TO-DAY                PIC 99.
       01 W05-DAY-COUNT                PIC 9(3).
       01 W05-FROM-MONTH-NUMBER        PIC 9(6).
       01 W05-TO-MONTH-NUMBER          PIC 9(6).
       01 W05-COUNT-OK-SWITCH          PIC X(3).
          88 W05-COUNT-OK              VALUE 'YES'.

      *The current period's length and the days worked by the month
      *end that no pay run has booked to the month yet.
       01 W06-PERIOD-DAYS              PIC 9(3) VALUE ZERO.
       01 W06-UNPAID-DAYS              PIC 9(3) VALUE ZERO.
       01 W06-BOOKED-SWITCH            PIC X(3) VALUE 'NO'.
          88 W06-PERIOD-BOOKED         VALUE 'YES'.
       01 W06-ACCRUAL-SWITCH           PIC X(3) VALUE 'NO'.
          88 W06-ACCRUAL-ALLOWED       VALUE 'YES'.

      *Each employee's department, from the period's pay input.
       01 W07-VALID-EOF-SWITCH         PIC X(3) VALUE SPACES.
       01 W07-DEPT-SUB                 PIC 9(4).
       01 W07-DEPT-MATCH-SUB           PIC 9(4) VALUE ZERO.
       01 W07-DEPT-MAX                 PIC 9(4) VALUE 2000.
       01 W07-DEPT-MAP-AREA.
          05 W07-DEPT-MAP-COUNT        PIC 9(4) VALUE ZERO.
          05 W07-DEPT-MAP-ENTRY OCCURS 2000 TIMES.
             10 W07-MAP-SSN            PIC X(9).
             10 W07-MAP-DEPT           PIC X(3).

      *Each employee's most recent regular pay on or before the
      *month end, and the latest such pay date across everyone:
      *only employees paid on that date are still on the payroll.
       01 W08-EMP-SUB                  PIC 9(4).
       01 W08-EMP-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W08-EMP-MAX                  PIC 9(4) VALUE 2000.
       01 W08-LATEST-PAY-DATE          PIC 9(8) VALUE ZERO.
       01 W08-EMP-TABLE-AREA.
          05 W08-EMP-COUNT             PIC 9(4) VALUE ZERO.
          05 W08-EMP-ENTRY OCCURS 2000 TIMES.
             10 W08-EMP-SSN            PIC X(9).
             10 W08-EMP-PAY-DATE       PIC 9(8).
             10 W08-EMP-GROSS          PIC 9(6)V99.
             10 W08-EMP-FICA           PIC 9(6)V99.

      *Accrued wages and employer tax per department, bucketed the
      *way the pay run's labor distribution is.
       01 W09-DEPT-CODES.
          05                           PIC X(3) VALUE 'WHS'.
          05                           PIC X(3) VALUE 'OFC'.
          05                           PIC X(3) VALUE 'SHP'.
          05                           PIC X(3) VALUE 'UNK'.
       01 W09-DEPT-CODE-TABLE REDEFINES W09-DEPT-CODES.
          05 W09-DEPT-CODE             PIC X(3) OCCURS 4 TIMES.
       01 W09-DEPT-SUB                 PIC 9.
       01 W09-DEPT-TOTALS VALUE ZEROS.
          05 W09-DEPT-ENTRY OCCURS 4 TIMES.
             10 W09-DEPT-WAGES         PIC 9(8)V99.
             10 W09-DEPT-TAX           PIC 9(8)V99.
       01 W09-EMP-WAGES                PIC 9(6)V99.
       01 W09-EMP-TAX                  PIC 9(6)V99.
       01 W09-TOTAL-WAGES              PIC 9(8)V99 VALUE ZERO.
       01 W09-TOTAL-TAX                PIC 9(8)V99 VALUE ZERO.
       01 W09-TOTAL-ENTRY              PIC 9(8)V99 VALUE ZERO.
       01 W09-ACCRUED-COUNT            PIC 9(5) VALUE ZERO.

      *Journal sides for the entry being written: DR then CR for
      *the accrual, swapped for the reversal.
       01 W10-EXPENSE-SIDE             PIC X(3).
       01 W10-LIABILITY-SIDE           PIC X(3).

       01 W11-JOURNAL-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05 W11-TITLE                 PIC X(24).
          05                           PIC X(6) VALUE ' DATE='.
          05 W11-DATE                  PIC 9(8).
          05                           PIC X(18) VALUE SPACES.

       01 W12-JOURNAL-LINE.
          05 W12-DR-CR                 PIC X(3).
          05                           PIC X(2) VALUE SPACES.
          05 W12-ACCOUNT               PIC X(28).
          05 W12-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(34) VALUE SPACES.

       01 W13-JOURNAL-PROOF-LINE.
          05                           PIC X(14)
                 VALUE 'PROOF DEBITS='.
          05 W13-DEBITS                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(9) VALUE ' CREDITS='.
          05 W13-CREDITS               PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10)
                 VALUE ' BALANCED='.
          05 W13-BALANCED              PIC X(3).
          05                           PIC X(9) VALUE ' RECORDS='.
          05 W13-RECORD-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM 100-OPEN-FILES
           PERFORM 110-READ-RUN-CONTROL
           IF W02-CONTROL-FOUND
              AND W02-CTL-PERIOD-START > ZERO
              PERFORM 200-PROMPT-FOR-MONTH
              IF W03-VALID-MONTH
                 PERFORM 250-FIND-UNPAID-DAYS
                 IF W06-ACCRUAL-ALLOWED
                    PERFORM 120-LOAD-DEPARTMENTS
                    PERFORM 130-LOAD-RECENT-PAY
                    PERFORM 400-ACCRUE-ONE-EMPLOYEE
                        VARYING W08-EMP-SUB FROM 1 BY 1
                        UNTIL W08-EMP-SUB > W08-EMP-COUNT
                    PERFORM 500-WRITE-ACCRUAL-ENTRY
                    PERFORM 550-WRITE-REVERSING-ENTRY
                 END-IF
              ELSE
                 DISPLAY 'Year and month (1-12) must be numeric'
              END-IF
           ELSE
              DISPLAY 'No run control with period dates on file'
           END-IF
           PERFORM 900-CLOSE-FILES

           STOP RUN
           .

      *Opens the journal extract.
       100-OPEN-FILES.
           OPEN OUTPUT F04-JOURNAL-FILE
           .
      *Reads the run-control record, if the control file exists.
       110-READ-RUN-CONTROL.
           OPEN INPUT F02-CONTROL-FILE

           IF W02-CONTROL-STATUS = '00'
              READ F02-CONTROL-FILE
                  NOT AT END
                      MOVE F02-CONTROL-REC TO W02-CONTROL-RECORD
                      MOVE 'YES' TO W02-CONTROL-FOUND-SWITCH
              END-READ
              CLOSE F02-CONTROL-FILE
           END-IF
           .
      *Loads each employee's department from the period's pay
      *input. Without it every accrual is charged to UNK.
       120-LOAD-DEPARTMENTS.
           OPEN INPUT F03-VALID-FILE

           IF W02-VALID-STATUS = '00'
              PERFORM 121-READ-VALID-RECORD
              PERFORM 122-STORE-DEPT-ENTRY
                  UNTIL W07-VALID-EOF-SWITCH = 'NO'
                  OR W07-DEPT-MAP-COUNT = W07-DEPT-MAX
              IF W07-VALID-EOF-SWITCH NOT = 'NO'
                 DISPLAY 'Department table full, employees beyond '
                     W07-DEPT-MAX ' charged to UNK'
              END-IF
              CLOSE F03-VALID-FILE
           ELSE
              DISPLAY 'No validated pay input on file -'
                  ' accruals charged to UNK'
           END-IF
           .
      *Reads the next validated pay record.
       121-READ-VALID-RECORD.
           READ F03-VALID-FILE
               AT END MOVE 'NO' TO W07-VALID-EOF-SWITCH
           END-READ
           .
      *Stores one employee's department.
       122-STORE-DEPT-ENTRY.
           ADD 1 TO W07-DEPT-MAP-COUNT
           MOVE F03-IN-SOCIAL-SECURITY-NUMBER
               TO W07-MAP-SSN (W07-DEPT-MAP-COUNT)
           MOVE F03-IN-DEPT TO W07-MAP-DEPT (W07-DEPT-MAP-COUNT)

           PERFORM 121-READ-VALID-RECORD
           .
      *Keeps each employee's most recent regular pay on or before
      *the month end. Supplemental pay and void reversals say
      *nothing about what a normal period earns and are passed over.
       130-LOAD-RECENT-PAY.
           OPEN INPUT F01-HISTORY-FILE

           IF W02-HISTORY-STATUS = '00'
              PERFORM 131-READ-HISTORY-RECORD
              PERFORM 132-KEEP-RECENT-PAY
                  UNTIL NO-DATA-REMAINS
              CLOSE F01-HISTORY-FILE
           ELSE
              DISPLAY 'No pay history on file - nothing accrued'
           END-IF
           .
      *Reads the next pay history row.
       131-READ-HISTORY-RECORD.
           READ F01-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Keeps one regular pay row if it is the employee's latest so
      *far.
       132-KEEP-RECENT-PAY.
           IF F01-HST-REGULAR-PAY
              AND F01-HST-PAY-DATE <= W03-MONTH-END-DATE
              MOVE ZERO TO W08-EMP-MATCH-SUB
              PERFORM 133-CHECK-EMP-ENTRY
                  VARYING W08-EMP-SUB FROM 1 BY 1
                  UNTIL W08-EMP-SUB > W08-EMP-COUNT
                  OR W08-EMP-MATCH-SUB > ZERO

              IF W08-EMP-MATCH-SUB = ZERO
                 IF W08-EMP-COUNT < W08-EMP-MAX
                    ADD 1 TO W08-EMP-COUNT
                    MOVE W08-EMP-COUNT TO W08-EMP-MATCH-SUB
                    MOVE F01-HST-SSN TO W08-EMP-SSN (W08-EMP-MATCH-SUB)
                    MOVE ZERO TO W08-EMP-PAY-DATE (W08-EMP-MATCH-SUB)
                 ELSE
                    DISPLAY 'Employee table full, SSN '
                        F01-HST-SSN ' not accrued'
                 END-IF
              END-IF

              IF W08-EMP-MATCH-SUB > ZERO
                 AND F01-HST-PAY-DATE
                     >= W08-EMP-PAY-DATE (W08-EMP-MATCH-SUB)
                 MOVE F01-HST-PAY-DATE
                     TO W08-EMP-PAY-DATE (W08-EMP-MATCH-SUB)
                 MOVE F01-HST-GROSS TO W08-EMP-GROSS (W08-EMP-MATCH-SUB)
                 MOVE F01-HST-FICA TO W08-EMP-FICA (W08-EMP-MATCH-SUB)
              END-IF

              IF F01-HST-PAY-DATE > W08-LATEST-PAY-DATE
                 MOVE F01-HST-PAY-DATE TO W08-LATEST-PAY-DATE
              END-IF
           END-IF

           PERFORM 131-READ-HISTORY-RECORD
           .
      *Tests one employee row against the history row's SSN.
       133-CHECK-EMP-ENTRY.
           IF W08-EMP-SSN (W08-EMP-SUB) = F01-HST-SSN
              MOVE W08-EMP-SUB TO W08-EMP-MATCH-SUB
           END-IF
           .
      *Asks for the year and month being closed and works out its
      *last day and the first day of the month after.
       200-PROMPT-FOR-MONTH.
           DISPLAY 'Enter accrual year (YYYY): '
           ACCEPT W03-YEAR-INPUT
           DISPLAY 'Enter accrual month (01-12): '
           ACCEPT W03-MONTH-INPUT

           IF W03-YEAR-INPUT IS NUMERIC
              AND W03-MONTH-INPUT IS NUMERIC
              MOVE W03-YEAR-INPUT TO W03-YEAR
              MOVE W03-MONTH-INPUT TO W03-MONTH
           END-IF

           IF W03-VALID-MONTH
              COMPUTE W04-DIM-DATE = W03-YEAR * 10000
                  + W03-MONTH * 100 + 1
              PERFORM 270-FIND-DAYS-IN-MONTH
              COMPUTE W03-MONTH-END-DATE = W03-YEAR * 10000
                  + W03-MONTH * 100 + W04-DAYS-IN-MONTH
              IF W03-MONTH = 12
                 COMPUTE W03-REVERSAL-DATE =
                     (W03-YEAR + 1) * 10000 + 101
              ELSE
                 COMPUTE W03-REVERSAL-DATE = W03-YEAR * 10000
                     + (W03-MONTH + 1) * 100 + 1
              END-IF
           END-IF
           .
      *Works out how many days worked by the month end are not yet
      *on the month's books. If the current period was paid on or
      *before the month end, everything through its last day is
      *booked and only the days after it are unpaid; otherwise the
      *whole period up to the month end is.
       250-FIND-UNPAID-DAYS.
           MOVE 'YES' TO W06-ACCRUAL-SWITCH
           MOVE 'NO' TO W06-BOOKED-SWITCH
           IF W02-CTL-PAY-STATUS = 'C'
              AND W02-CTL-PAY-DATE <= W03-MONTH-END-DATE
              MOVE 'YES' TO W06-BOOKED-SWITCH
           END-IF

           MOVE W02-CTL-PERIOD-START TO W05-COUNT-FROM-DATE
           MOVE W02-CTL-PERIOD-END TO W05-COUNT-TO-DATE
           PERFORM 260-COUNT-DAYS
           MOVE W05-DAY-COUNT TO W06-PERIOD-DAYS

           MOVE ZERO TO W06-UNPAID-DAYS
           EVALUATE TRUE
               WHEN NOT W05-COUNT-OK
                   CONTINUE
               WHEN W06-PERIOD-BOOKED
                   IF W02-CTL-PERIOD-END < W03-MONTH-END-DATE
                      MOVE W02-CTL-PERIOD-END TO W05-COUNT-FROM-DATE
                      MOVE W03-MONTH-END-DATE TO W05-COUNT-TO-DATE
                      PERFORM 260-COUNT-DAYS
                      IF W05-COUNT-OK
                         COMPUTE W06-UNPAID-DAYS = W05-DAY-COUNT - 1
                      END-IF
                   END-IF
               WHEN OTHER
                   IF W02-CTL-PERIOD-START <= W03-MONTH-END-DATE
                      MOVE W02-CTL-PERIOD-START TO W05-COUNT-FROM-DATE
                      MOVE W03-MONTH-END-DATE TO W05-COUNT-TO-DATE
                      PERFORM 260-COUNT-DAYS
                      IF W05-COUNT-OK
                         MOVE W05-DAY-COUNT TO W06-UNPAID-DAYS
                      END-IF
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT W05-COUNT-OK
                   DISPLAY 'Period ' W02-CTL-PERIOD
                       ' dates do not fall against this month end'
                   MOVE 'NO' TO W06-ACCRUAL-SWITCH
               WHEN W06-UNPAID-DAYS = ZERO
                   DISPLAY 'No unpaid days at month end -'
                       ' nothing to accrue'
                   MOVE 'NO' TO W06-ACCRUAL-SWITCH
               WHEN OTHER
                   DISPLAY 'Period ' W02-CTL-PERIOD ' days: '
                       W06-PERIOD-DAYS ' unpaid at month end: '
                       W06-UNPAID-DAYS
           END-EVALUATE
           .
      *Counts the days from W05-COUNT-FROM-DATE through
      *W05-COUNT-TO-DATE, both included. The two must be in the same
      *month or in consecutive months.
       260-COUNT-DAYS.
           MOVE 'YES' TO W05-COUNT-OK-SWITCH
           MOVE ZERO TO W05-DAY-COUNT
           COMPUTE W05-FROM-MONTH-NUMBER =
               W05-FROM-YEAR * 12 + W05-FROM-MONTH
           COMPUTE W05-TO-MONTH-NUMBER =
               W05-TO-YEAR * 12 + W05-TO-MONTH

           EVALUATE TRUE
               WHEN W05-COUNT-TO-DATE < W05-COUNT-FROM-DATE
                   MOVE 'NO' TO W05-COUNT-OK-SWITCH
               WHEN W05-TO-MONTH-NUMBER = W05-FROM-MONTH-NUMBER
                   COMPUTE W05-DAY-COUNT =
                       W05-TO-DAY - W05-FROM-DAY + 1
               WHEN W05-TO-MONTH-NUMBER = W05-FROM-MONTH-NUMBER + 1
                   MOVE W05-COUNT-FROM-DATE TO W04-DIM-DATE
                   PERFORM 270-FIND-DAYS-IN-MONTH
                   COMPUTE W05-DAY-COUNT = W04-DAYS-IN-MONTH
                       - W05-FROM-DAY + 1 + W05-TO-DAY
               WHEN OTHER
                   MOVE 'NO' TO W05-COUNT-OK-SWITCH
           END-EVALUATE
           .
      *Looks up the days in the month of W04-DIM-DATE, giving
      *February 29 days in a leap year.
       270-FIND-DAYS-IN-MONTH.
           IF W04-DIM-MONTH < 1 OR W04-DIM-MONTH > 12
              MOVE 31 TO W04-DAYS-IN-MONTH
           ELSE
              MOVE W04-MONTH-DAYS (W04-DIM-MONTH) TO W04-DAYS-IN-MONTH
           END-IF

           IF W04-DIM-MONTH = 2
              DIVIDE W04-DIM-YEAR BY 4 GIVING W04-LEAP-QUOTIENT
                  REMAINDER W04-LEAP-REMAINDER-4
              DIVIDE W04-DIM-YEAR BY 100 GIVING W04-LEAP-QUOTIENT
                  REMAINDER W04-LEAP-REMAINDER-100
              DIVIDE W04-DIM-YEAR BY 400 GIVING W04-LEAP-QUOTIENT
                  REMAINDER W04-LEAP-REMAINDER-400
              IF W04-LEAP-REMAINDER-4 = ZERO
                 AND (W04-LEAP-REMAINDER-100 NOT = ZERO
                      OR W04-LEAP-REMAINDER-400 = ZERO)
                 MOVE 29 TO W04-DAYS-IN-MONTH
              END-IF
           END-IF
           .
      *Accrues one employee still on the payroll: their last
      *regular pay, and its employer FICA match, prorated over the
      *unpaid days, charged to their department.
       400-ACCRUE-ONE-EMPLOYEE.
           IF W08-EMP-PAY-DATE (W08-EMP-SUB) = W08-LATEST-PAY-DATE
              COMPUTE W09-EMP-WAGES ROUNDED =
                  W08-EMP-GROSS (W08-EMP-SUB) * W06-UNPAID-DAYS
                  / W06-PERIOD-DAYS
              COMPUTE W09-EMP-TAX ROUNDED =
                  W08-EMP-FICA (W08-EMP-SUB) * W06-UNPAID-DAYS
                  / W06-PERIOD-DAYS

              MOVE ZERO TO W07-DEPT-MATCH-SUB
              PERFORM 410-CHECK-DEPT-ENTRY
                  VARYING W07-DEPT-SUB FROM 1 BY 1
                  UNTIL W07-DEPT-SUB > W07-DEPT-MAP-COUNT
                  OR W07-DEPT-MATCH-SUB > ZERO

              MOVE 4 TO W09-DEPT-SUB
              IF W07-DEPT-MATCH-SUB > ZERO
                 EVALUATE W07-MAP-DEPT (W07-DEPT-MATCH-SUB)
                     WHEN 'WHS'
                         MOVE 1 TO W09-DEPT-SUB
                     WHEN 'OFC'
                         MOVE 2 TO W09-DEPT-SUB
                     WHEN 'SHP'
                         MOVE 3 TO W09-DEPT-SUB
                 END-EVALUATE
              END-IF

              ADD W09-EMP-WAGES TO W09-DEPT-WAGES (W09-DEPT-SUB)
              ADD W09-EMP-TAX TO W09-DEPT-TAX (W09-DEPT-SUB)
              ADD W09-EMP-WAGES TO W09-TOTAL-WAGES
              ADD W09-EMP-TAX TO W09-TOTAL-TAX
              ADD 1 TO W09-ACCRUED-COUNT
           END-IF
           .
      *Tests one department row against the employee's SSN.
       410-CHECK-DEPT-ENTRY.
           IF W07-MAP-SSN (W07-DEPT-SUB) = W08-EMP-SSN (W08-EMP-SUB)
              MOVE W07-DEPT-SUB TO W07-DEPT-MATCH-SUB
           END-IF
           .
      *Writes the accrual entry, dated the month end: wages and
      *payroll tax expense by department against the accrued
      *liabilities.
       500-WRITE-ACCRUAL-ENTRY.
           MOVE 'Payroll Accrual Journal' TO W11-TITLE
           MOVE W03-MONTH-END-DATE TO W11-DATE
           MOVE 'DR' TO W10-EXPENSE-SIDE
           MOVE 'CR' TO W10-LIABILITY-SIDE
           PERFORM 510-WRITE-ENTRY
           .
      *Writes the reversing entry, dated the first of the next
      *month, so the pay run that pays these days books them once.
       550-WRITE-REVERSING-ENTRY.
           MOVE 'Payroll Accrual Reversal' TO W11-TITLE
           MOVE W03-REVERSAL-DATE TO W11-DATE
           MOVE 'CR' TO W10-EXPENSE-SIDE
           MOVE 'DR' TO W10-LIABILITY-SIDE

           MOVE SPACES TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE
           PERFORM 510-WRITE-ENTRY
           .
      *Writes one entry: heading, department expense lines, the
      *two liability lines and the proof line.
       510-WRITE-ENTRY.
           MOVE W11-JOURNAL-HEADING TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE

           MOVE SPACES TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE

           PERFORM 520-WRITE-DEPT-LINES
               VARYING W09-DEPT-SUB FROM 1 BY 1
               UNTIL W09-DEPT-SUB > 4

           MOVE W10-LIABILITY-SIDE TO W12-DR-CR
           MOVE 'ACCRUED WAGES PAYABLE' TO W12-ACCOUNT
           MOVE W09-TOTAL-WAGES TO W12-AMOUNT
           MOVE W12-JOURNAL-LINE TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE

           MOVE 'ACCRUED PAYROLL TAX PAYABLE' TO W12-ACCOUNT
           MOVE W09-TOTAL-TAX TO W12-AMOUNT
           MOVE W12-JOURNAL-LINE TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE

           COMPUTE W09-TOTAL-ENTRY = W09-TOTAL-WAGES + W09-TOTAL-TAX
           MOVE W09-TOTAL-ENTRY TO W13-DEBITS
           MOVE W09-TOTAL-ENTRY TO W13-CREDITS
           MOVE 'YES' TO W13-BALANCED
           MOVE W09-ACCRUED-COUNT TO W13-RECORD-COUNT

           MOVE W13-JOURNAL-PROOF-LINE TO F04-JOURNAL-OUT-LINE
           WRITE F04-JOURNAL-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Writes one department's wages and payroll tax expense lines,
      *if anything was accrued to it.
       520-WRITE-DEPT-LINES.
           IF W09-DEPT-WAGES (W09-DEPT-SUB) > ZERO
              OR W09-DEPT-TAX (W09-DEPT-SUB) > ZERO
              MOVE W10-EXPENSE-SIDE TO W12-DR-CR
              MOVE SPACES TO W12-ACCOUNT
              MOVE 'WAGES EXPENSE' TO W12-ACCOUNT
              MOVE W09-DEPT-CODE (W09-DEPT-SUB) TO W12-ACCOUNT (15:3)
              MOVE W09-DEPT-WAGES (W09-DEPT-SUB) TO W12-AMOUNT
              MOVE W12-JOURNAL-LINE TO F04-JOURNAL-OUT-LINE
              WRITE F04-JOURNAL-OUT-LINE

              MOVE SPACES TO W12-ACCOUNT
              MOVE 'PAYROLL TAX EXPENSE' TO W12-ACCOUNT
              MOVE W09-DEPT-CODE (W09-DEPT-SUB) TO W12-ACCOUNT (21:3)
              MOVE W09-DEPT-TAX (W09-DEPT-SUB) TO W12-AMOUNT
              MOVE W12-JOURNAL-LINE TO F04-JOURNAL-OUT-LINE
              WRITE F04-JOURNAL-OUT-LINE
           END-IF
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F04-JOURNAL-FILE
           .
