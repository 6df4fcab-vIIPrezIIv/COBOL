       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-JURQTR.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-HISTORY-FILE ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-HISTORY-STATUS.
           SELECT F02-JURIS-FILE ASSIGN TO 'JURISMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-JURIS-STATUS.
           SELECT F03-LIABILITY-FILE ASSIGN TO 'JURISQTR.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The per-period pay history the pay runs append to. Each row
      *carries the work jurisdiction it was paid in and the state
      *and local tax withheld; a void reversal (V) takes its amounts
      *back off, and supplemental rows (S) are taxed the same way.
      *Rows written before the jurisdiction existed carry a blank
      *code and no tax.
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

      *The state and local tax table the pay run withholds from:
      *which authorities each jurisdiction pays and its name.
       FD F02-JURIS-FILE
          RECORD CONTAINS 43 CHARACTERS
          DATA RECORD IS F02-JUR-REC.

       01 F02-JUR-REC.
          05 F02-JUR-CODE              PIC X(3).
          05 F02-JUR-STATE-AUTH        PIC X(6).
          05 F02-JUR-STATE-RATE        PIC V9999.
          05 F02-JUR-LOCAL-AUTH        PIC X(6).
          05 F02-JUR-LOCAL-RATE        PIC V9999.
          05 F02-JUR-NAME              PIC X(20).

      *The quarter's state and local tax liability, for the
      *quarterly returns and to prove the deposits made off each
      *run's liability report.
       FD F03-LIABILITY-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F03-LIABILITY-OUT-LINE.

       01 F03-LIABILITY-OUT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.

       01 W02-HISTORY-STATUS           PIC XX.
       01 W02-JURIS-STATUS             PIC XX.

      *The quarter asked for, and the pay-date range it covers.
       01 W03-YEAR-INPUT               PIC X(4).
       01 W03-QUARTER-INPUT            PIC X.
       01 W03-YEAR                     PIC 9(4) VALUE ZERO.
       01 W03-QUARTER                  PIC 9 VALUE ZERO.
          88 W03-VALID-QUARTER         VALUE 1 THRU 4.
       01 W03-FROM-DATE                PIC 9(8) VALUE ZERO.
       01 W03-TO-DATE                  PIC 9(8) VALUE ZERO.

      *In-core copy of JURISMASTER.DAT with the quarter's totals
      *per jurisdiction. Amounts are signed because a void reversal
      *dated in the quarter can take off a payment made before it.
      *A table larger than W04 holds stops the run.
       01 W04-JUR-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-JUR-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W04-JUR-OVERFLOW          VALUE 'YES'.
       01 W04-JUR-SUB                  PIC 9(3).
       01 W04-JUR-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W04-JUR-MAX                  PIC 9(3) VALUE 50.
       01 W04-JUR-TABLE-AREA.
          05 W04-JUR-COUNT             PIC 9(3) VALUE ZERO.
          05 W04-JUR-ENTRY OCCURS 50 TIMES.
             10 W04-JUR-CODE           PIC X(3).
             10 W04-JUR-STATE-AUTH     PIC X(6).
             10 W04-JUR-LOCAL-AUTH     PIC X(6).
             10 W04-JUR-NAME           PIC X(20).
             10 W04-JUR-PAY-COUNT      PIC 9(5).
             10 W04-JUR-WAGES          PIC S9(8)V99.
             10 W04-JUR-STATE-TAX      PIC S9(8)V99.
             10 W04-JUR-LOCAL-TAX      PIC S9(8)V99.

      *The quarter's liability per taxing authority, rolled up from
      *the jurisdiction totals when the report is written.
       01 W05-AUTH-SUB                 PIC 9(3).
       01 W05-AUTH-MATCH-SUB           PIC 9(3) VALUE ZERO.
       01 W05-AUTH-MAX                 PIC 9(3) VALUE 100.
       01 W05-POST-AUTH                PIC X(6).
       01 W05-POST-TYPE                PIC X(5).
       01 W05-POST-WAGES               PIC S9(8)V99.
       01 W05-POST-TAX                 PIC S9(8)V99.
       01 W05-AUTH-TABLE-AREA.
          05 W05-AUTH-COUNT            PIC 9(3) VALUE ZERO.
          05 W05-AUTH-ENTRY OCCURS 100 TIMES.
             10 W05-AUTH               PIC X(6).
             10 W05-AUTH-TYPE          PIC X(5).
             10 W05-AUTH-WAGES         PIC S9(8)V99.
             10 W05-AUTH-TAX           PIC S9(8)V99.

      *Quarter totals, and the rows that could not be put against a
      *jurisdiction: blank codes are supplemental or older rows,
      *unknown codes have since come off the table.
       01 W06-TOTAL-STATE-TAX          PIC S9(8)V99 VALUE ZERO.
       01 W06-TOTAL-LOCAL-TAX          PIC S9(8)V99 VALUE ZERO.
       01 W06-SELECTED-COUNT           PIC 9(5) VALUE ZERO.
       01 W06-NO-JURIS-COUNT           PIC 9(5) VALUE ZERO.
       01 W06-UNKNOWN-JURIS-COUNT      PIC 9(5) VALUE ZERO.
       01 W06-UNKNOWN-STATE-TAX        PIC S9(8)V99 VALUE ZERO.
       01 W06-UNKNOWN-LOCAL-TAX        PIC S9(8)V99 VALUE ZERO.
       01 W06-SIGNED-GROSS             PIC S9(6)V99.
       01 W06-SIGNED-STATE-TAX         PIC S9(6)V99.
       01 W06-SIGNED-LOCAL-TAX         PIC S9(6)V99.

       01 W07-LIAB-HEADING.
          05                           PIC X(13) VALUE SPACES.
          05                           PIC X(39)
                 VALUE 'Quarterly State and Local Tax Liability'.
          05                           PIC X(6) VALUE ' YEAR='.
          05 W07-YEAR                  PIC 9(4).
          05                           PIC X(3) VALUE ' Q='.
          05 W07-QUARTER               PIC 9.
          05                           PIC X(14) VALUE SPACES.

       01 W07-LIAB-COLUMN-HEADING.
          05                           PIC X(3) VALUE 'Jur'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12) VALUE 'Jurisdiction'.
          05                           PIC X(10) VALUE SPACES.
          05                           PIC X(4) VALUE 'Pays'.
          05                           PIC X(8) VALUE SPACES.
          05                           PIC X(5) VALUE 'Wages'.
          05                           PIC X(8) VALUE SPACES.
          05                           PIC X(5) VALUE 'State'.
          05                           PIC X(7) VALUE SPACES.
          05                           PIC X(5) VALUE 'Local'.
          05                           PIC X(12) VALUE SPACES.

       01 W08-LIAB-JURIS-LINE.
          05 W08-CODE                  PIC X(3).
          05                           PIC X(1) VALUE SPACES.
          05 W08-NAME                  PIC X(20).
          05                           PIC X(1) VALUE SPACES.
          05 W08-PAY-COUNT             PIC ZZZZ9.
          05                           PIC X(1) VALUE SPACES.
          05 W08-WAGES                 PIC -Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W08-STATE-TAX             PIC -ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W08-LOCAL-TAX             PIC -ZZZ,ZZ9.99.
          05                           PIC X(12) VALUE SPACES.

       01 W09-LIAB-AUTH-HEADING.
          05                           PIC X(31)
                 VALUE 'Amount owed by taxing authority'.
          05                           PIC X(49) VALUE SPACES.

       01 W10-LIAB-AUTH-LINE.
          05 W10-AUTH                  PIC X(6).
          05                           PIC X(2) VALUE SPACES.
          05 W10-AUTH-TYPE             PIC X(5).
          05                           PIC X(8) VALUE '  WAGES='.
          05 W10-WAGES                 PIC -Z,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE '  OWED='.
          05 W10-TAX                   PIC -ZZ,ZZZ,ZZ9.99.
          05                           PIC X(25) VALUE SPACES.

       01 W11-LIAB-TOTAL-LINE.
          05                           PIC X(12) VALUE 'TOTAL STATE='.
          05 W11-STATE-TAX             PIC -ZZ,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' LOCAL='.
          05 W11-LOCAL-TAX             PIC -ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10) VALUE ' NO JURIS='.
          05 W11-NO-JURIS-COUNT        PIC ZZZZ9.
          05                           PIC X(9) VALUE ' UNKNOWN='.
          05 W11-UNKNOWN-COUNT         PIC ZZZZ9.
          05                           PIC X(4) VALUE SPACES.

       01 W12-UNKNOWN-LINE.
          05                           PIC X(30)
                 VALUE 'Withheld under unknown codes: '.
          05                           PIC X(6) VALUE 'STATE='.
          05 W12-STATE-TAX             PIC -ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' LOCAL='.
          05 W12-LOCAL-TAX             PIC -ZZZ,ZZ9.99.
          05                           PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 110-LOAD-JURIS-TABLE
           IF W04-JUR-OVERFLOW
              DISPLAY 'Jurisdiction table full - run stopped,'
                  ' no report written'
              STOP RUN
           END-IF

           PERFORM 100-OPEN-FILES
           IF W02-HISTORY-STATUS = '00'
              PERFORM 200-PROMPT-FOR-QUARTER
              IF W03-VALID-QUARTER
                 PERFORM 300-READ-HISTORY-RECORD
                 PERFORM 400-PROCESS-RECORDS
                     UNTIL NO-DATA-REMAINS
                 PERFORM 500-WRITE-LIABILITY-REPORT
              ELSE
                 DISPLAY 'Year and quarter (1-4) must be numeric'
              END-IF
           ELSE
              DISPLAY 'No pay history on file'
           END-IF
           PERFORM 900-CLOSE-FILES

           STOP RUN
           .

      *Opens the history and the report.
       100-OPEN-FILES.
           OPEN INPUT F01-HISTORY-FILE
           OPEN OUTPUT F03-LIABILITY-FILE
           .
      *Loads JURISMASTER.DAT into the W04 table. Without it every
      *coded row lands in the unknown count, but the totals owed
      *are still right. A table larger than W04 flags the overflow.
       110-LOAD-JURIS-TABLE.
           OPEN INPUT F02-JURIS-FILE

           IF W02-JURIS-STATUS = '00'
              PERFORM 111-READ-JURIS-RECORD
              PERFORM 112-STORE-JURIS-ENTRY
                  UNTIL W04-JUR-EOF-SWITCH = 'NO'
                  OR W04-JUR-COUNT = W04-JUR-MAX
              IF W04-JUR-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W04-JUR-OVERFLOW-SWITCH
              END-IF
              CLOSE F02-JURIS-FILE
           ELSE
              DISPLAY 'No jurisdiction table on file -'
                  ' authorities cannot be shown'
           END-IF
           .
      *Reads the next jurisdiction table row.
       111-READ-JURIS-RECORD.
           READ F02-JURIS-FILE
               AT END MOVE 'NO' TO W04-JUR-EOF-SWITCH
           END-READ
           .
      *Stores one jurisdiction table row, with its quarter totals
      *starting from zero.
       112-STORE-JURIS-ENTRY.
           ADD 1 TO W04-JUR-COUNT
           MOVE F02-JUR-CODE TO W04-JUR-CODE (W04-JUR-COUNT)
           MOVE F02-JUR-STATE-AUTH TO W04-JUR-STATE-AUTH (W04-JUR-COUNT)
           MOVE F02-JUR-LOCAL-AUTH TO W04-JUR-LOCAL-AUTH (W04-JUR-COUNT)
           MOVE F02-JUR-NAME TO W04-JUR-NAME (W04-JUR-COUNT)
           MOVE ZERO TO W04-JUR-PAY-COUNT (W04-JUR-COUNT)
           MOVE ZERO TO W04-JUR-WAGES (W04-JUR-COUNT)
           MOVE ZERO TO W04-JUR-STATE-TAX (W04-JUR-COUNT)
           MOVE ZERO TO W04-JUR-LOCAL-TAX (W04-JUR-COUNT)

           PERFORM 111-READ-JURIS-RECORD
           .
      *Asks for the year and quarter and works out the pay-date
      *range the quarter covers.
       200-PROMPT-FOR-QUARTER.
           DISPLAY 'Enter tax year (YYYY): '
           ACCEPT W03-YEAR-INPUT
           DISPLAY 'Enter quarter (1-4): '
           ACCEPT W03-QUARTER-INPUT

           IF W03-YEAR-INPUT IS NUMERIC
              AND W03-QUARTER-INPUT IS NUMERIC
              MOVE W03-YEAR-INPUT TO W03-YEAR
              MOVE W03-QUARTER-INPUT TO W03-QUARTER
           END-IF

           IF W03-VALID-QUARTER
              COMPUTE W03-FROM-DATE = W03-YEAR * 10000
                  + ((W03-QUARTER - 1) * 3 + 1) * 100 + 1
              COMPUTE W03-TO-DATE = W03-YEAR * 10000
                  + (W03-QUARTER * 3) * 100 + 31
           END-IF
           .
      *Reads the next pay history row.
       300-READ-HISTORY-RECORD.
           READ F01-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one history row paid in the quarter against its
      *jurisdiction, a void reversal coming off.
       400-PROCESS-RECORDS.
           IF F01-HST-PAY-DATE >= W03-FROM-DATE
              AND F01-HST-PAY-DATE <= W03-TO-DATE
              PERFORM 410-ACCUMULATE-ONE-ROW
           END-IF

           PERFORM 300-READ-HISTORY-RECORD
           .
      *Adds the row's wages and state and local tax to its
      *jurisdiction's totals.
       410-ACCUMULATE-ONE-ROW.
           ADD 1 TO W06-SELECTED-COUNT
           IF F01-HST-VOID-REVERSAL
              COMPUTE W06-SIGNED-GROSS = ZERO - F01-HST-GROSS
              COMPUTE W06-SIGNED-STATE-TAX = ZERO - F01-HST-STATE-TAX
              COMPUTE W06-SIGNED-LOCAL-TAX = ZERO - F01-HST-LOCAL-TAX
           ELSE
              MOVE F01-HST-GROSS TO W06-SIGNED-GROSS
              MOVE F01-HST-STATE-TAX TO W06-SIGNED-STATE-TAX
              MOVE F01-HST-LOCAL-TAX TO W06-SIGNED-LOCAL-TAX
           END-IF

           ADD W06-SIGNED-STATE-TAX TO W06-TOTAL-STATE-TAX
           ADD W06-SIGNED-LOCAL-TAX TO W06-TOTAL-LOCAL-TAX

           MOVE ZERO TO W04-JUR-MATCH-SUB
           IF F01-HST-WORK-JURIS NOT = SPACES
              PERFORM 420-CHECK-JURIS-ENTRY
                  VARYING W04-JUR-SUB FROM 1 BY 1
                  UNTIL W04-JUR-SUB > W04-JUR-COUNT
                  OR W04-JUR-MATCH-SUB > ZERO
           END-IF

           EVALUATE TRUE
               WHEN F01-HST-WORK-JURIS = SPACES
                   ADD 1 TO W06-NO-JURIS-COUNT
               WHEN W04-JUR-MATCH-SUB = ZERO
                   ADD 1 TO W06-UNKNOWN-JURIS-COUNT
                   ADD W06-SIGNED-STATE-TAX TO W06-UNKNOWN-STATE-TAX
                   ADD W06-SIGNED-LOCAL-TAX TO W06-UNKNOWN-LOCAL-TAX
               WHEN OTHER
                   ADD 1 TO W04-JUR-PAY-COUNT (W04-JUR-MATCH-SUB)
                   ADD W06-SIGNED-GROSS
                       TO W04-JUR-WAGES (W04-JUR-MATCH-SUB)
                   ADD W06-SIGNED-STATE-TAX
                       TO W04-JUR-STATE-TAX (W04-JUR-MATCH-SUB)
                   ADD W06-SIGNED-LOCAL-TAX
                       TO W04-JUR-LOCAL-TAX (W04-JUR-MATCH-SUB)
           END-EVALUATE
           .
      *Tests one jurisdiction table row against the row's code.
       420-CHECK-JURIS-ENTRY.
           IF W04-JUR-CODE (W04-JUR-SUB) = F01-HST-WORK-JURIS
              MOVE W04-JUR-SUB TO W04-JUR-MATCH-SUB
           END-IF
           .
      *Writes the quarter's liability report: each jurisdiction's
      *withholding, then the amount owed to each taxing authority,
      *then the quarter totals.
       500-WRITE-LIABILITY-REPORT.
           MOVE W03-YEAR TO W07-YEAR
           MOVE W03-QUARTER TO W07-QUARTER
           MOVE W07-LIAB-HEADING TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE

           MOVE SPACES TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE

           MOVE W07-LIAB-COLUMN-HEADING TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE

           MOVE ZERO TO W05-AUTH-COUNT
           PERFORM 510-WRITE-JURIS-LINE
               VARYING W04-JUR-SUB FROM 1 BY 1
               UNTIL W04-JUR-SUB > W04-JUR-COUNT

           MOVE W09-LIAB-AUTH-HEADING TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 540-WRITE-AUTHORITY-LINE
               VARYING W05-AUTH-SUB FROM 1 BY 1
               UNTIL W05-AUTH-SUB > W05-AUTH-COUNT

           MOVE W06-TOTAL-STATE-TAX TO W11-STATE-TAX
           MOVE W06-TOTAL-LOCAL-TAX TO W11-LOCAL-TAX
           MOVE W06-NO-JURIS-COUNT TO W11-NO-JURIS-COUNT
           MOVE W06-UNKNOWN-JURIS-COUNT TO W11-UNKNOWN-COUNT
           MOVE W11-LIAB-TOTAL-LINE TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE
               AFTER ADVANCING 2 LINES

           IF W06-UNKNOWN-JURIS-COUNT > ZERO
              MOVE W06-UNKNOWN-STATE-TAX TO W12-STATE-TAX
              MOVE W06-UNKNOWN-LOCAL-TAX TO W12-LOCAL-TAX
              MOVE W12-UNKNOWN-LINE TO F03-LIABILITY-OUT-LINE
              WRITE F03-LIABILITY-OUT-LINE
           END-IF

           DISPLAY 'History rows in quarter: ' W06-SELECTED-COUNT
           .
      *Writes one jurisdiction's line, if anything was paid in it
      *this quarter, and posts its state and local tax to their
      *authorities.
       510-WRITE-JURIS-LINE.
           IF W04-JUR-PAY-COUNT (W04-JUR-SUB) > ZERO
              MOVE W04-JUR-CODE (W04-JUR-SUB) TO W08-CODE
              MOVE W04-JUR-NAME (W04-JUR-SUB) TO W08-NAME
              MOVE W04-JUR-PAY-COUNT (W04-JUR-SUB) TO W08-PAY-COUNT
              MOVE W04-JUR-WAGES (W04-JUR-SUB) TO W08-WAGES
              MOVE W04-JUR-STATE-TAX (W04-JUR-SUB) TO W08-STATE-TAX
              MOVE W04-JUR-LOCAL-TAX (W04-JUR-SUB) TO W08-LOCAL-TAX
              MOVE W08-LIAB-JURIS-LINE TO F03-LIABILITY-OUT-LINE
              WRITE F03-LIABILITY-OUT-LINE

              MOVE W04-JUR-STATE-AUTH (W04-JUR-SUB) TO W05-POST-AUTH
              MOVE 'STATE' TO W05-POST-TYPE
              MOVE W04-JUR-WAGES (W04-JUR-SUB) TO W05-POST-WAGES
              MOVE W04-JUR-STATE-TAX (W04-JUR-SUB) TO W05-POST-TAX
              PERFORM 520-POST-AUTHORITY

              IF W04-JUR-LOCAL-AUTH (W04-JUR-SUB) NOT = SPACES
                 MOVE W04-JUR-LOCAL-AUTH (W04-JUR-SUB)
                     TO W05-POST-AUTH
                 MOVE 'LOCAL' TO W05-POST-TYPE
                 MOVE W04-JUR-LOCAL-TAX (W04-JUR-SUB)
                     TO W05-POST-TAX
                 PERFORM 520-POST-AUTHORITY
              END-IF
           END-IF
           .
      *Adds one jurisdiction's wages and tax into its authority's
      *total, adding the authority the first time it is seen.
       520-POST-AUTHORITY.
           MOVE ZERO TO W05-AUTH-MATCH-SUB
           PERFORM 530-CHECK-AUTHORITY-ENTRY
               VARYING W05-AUTH-SUB FROM 1 BY 1
               UNTIL W05-AUTH-SUB > W05-AUTH-COUNT
               OR W05-AUTH-MATCH-SUB > ZERO

           IF W05-AUTH-MATCH-SUB = ZERO
              AND W05-AUTH-COUNT < W05-AUTH-MAX
              ADD 1 TO W05-AUTH-COUNT
              MOVE W05-AUTH-COUNT TO W05-AUTH-MATCH-SUB
              MOVE W05-POST-AUTH TO W05-AUTH (W05-AUTH-MATCH-SUB)
              MOVE W05-POST-TYPE TO W05-AUTH-TYPE (W05-AUTH-MATCH-SUB)
              MOVE ZERO TO W05-AUTH-WAGES (W05-AUTH-MATCH-SUB)
              MOVE ZERO TO W05-AUTH-TAX (W05-AUTH-MATCH-SUB)
           END-IF

           IF W05-AUTH-MATCH-SUB > ZERO
              ADD W05-POST-WAGES TO W05-AUTH-WAGES (W05-AUTH-MATCH-SUB)
              ADD W05-POST-TAX TO W05-AUTH-TAX (W05-AUTH-MATCH-SUB)
           END-IF
           .
      *Tests one authority row against the authority being posted.
       530-CHECK-AUTHORITY-ENTRY.
           IF W05-AUTH (W05-AUTH-SUB) = W05-POST-AUTH
              AND W05-AUTH-TYPE (W05-AUTH-SUB) = W05-POST-TYPE
              MOVE W05-AUTH-SUB TO W05-AUTH-MATCH-SUB
           END-IF
           .
      *Writes one taxing authority's amount owed.
       540-WRITE-AUTHORITY-LINE.
           MOVE W05-AUTH (W05-AUTH-SUB) TO W10-AUTH
           MOVE W05-AUTH-TYPE (W05-AUTH-SUB) TO W10-AUTH-TYPE
           MOVE W05-AUTH-WAGES (W05-AUTH-SUB) TO W10-WAGES
           MOVE W05-AUTH-TAX (W05-AUTH-SUB) TO W10-TAX
           MOVE W10-LIAB-AUTH-LINE TO F03-LIABILITY-OUT-LINE
           WRITE F03-LIABILITY-OUT-LINE
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           IF W02-HISTORY-STATUS = '00' OR W02-HISTORY-STATUS = '10'
              CLOSE F01-HISTORY-FILE
           END-IF
           CLOSE F03-LIABILITY-FILE
           .
