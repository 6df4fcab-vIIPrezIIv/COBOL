       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F01-YTD-SSN
                                 FILE STATUS IS W09-YTD-STATUS.
           SELECT F02-ARCHIVE-FILE ASSIGN TO W04-ARCHIVE-NAME
                                 ORGANIZATION IS LINE SEQUENTIAL.
      *amounts reset to zero so January's first run re-opens the
      *FICA cap and starts the statements clean.
       FD F01-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F01-YTD-REC.

       01 F01-YTD-REC.
          05 F01-YTD-TAXES             PIC 99999V99.
          05 F01-YTD-FICA              PIC 9999V99.
          05 F01-YTD-INSURANCE         PIC 9999V99.
          05 F01-YTD-STATE-TAX         PIC 99999V99.
          05 F01-YTD-LOCAL-TAX         PIC 9999V99.

      *The year-stamped archive: the closed year's master, row for
      *row, so the year-end statements can always be reproduced.
       FD F02-ARCHIVE-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F02-ARCHIVE-OUT.

       01 F02-ARCHIVE-OUT              PIC X(75).

      *The closing control totals, written to tie to the final
      *quarterly summary from COBOL-ASSIGNMENT-THREE-YTDRPT.
       01 F03-CLOSE-OUT-LINE           PIC X(80).

       FD F04-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F04-CONTROL-REC.

       01 F04-CONTROL-REC.
          05 F04-CTL-SUPP-STATUS            PIC X.
          05 F04-CTL-SUPP-DATE              PIC 9(8).
          05 F04-CTL-CLOSED-YEAR            PIC 9(4).
          05 F04-CTL-PERIOD-START           PIC 9(8).
          05 F04-CTL-PERIOD-END             PIC 9(8).

      *The shared audit journal: one before-image/after-image entry
      *per YTD master row this close resets.
       01 W05-TOTAL-TAXES              PIC 9(7)V99 VALUE ZERO.
       01 W05-TOTAL-FICA               PIC 9(7)V99 VALUE ZERO.
       01 W05-TOTAL-INSURANCE          PIC 9(7)V99 VALUE ZERO.
       01 W05-TOTAL-STATE-TAX          PIC 9(7)V99 VALUE ZERO.
       01 W05-TOTAL-LOCAL-TAX          PIC 9(7)V99 VALUE ZERO.
       01 W05-EMPLOYER-FICA            PIC 9(7)V99 VALUE ZERO.

       01 W09-YTD-STATUS               PIC XX.

      *The YTD master row being closed, as read in SSN order on the
      *archiving pass.
       01 W06-YTD-ENTRY.
          05 W06-ENTRY-IMAGE           PIC X(75).
          05 W06-ENTRY-IMAGE-SPLIT
             REDEFINES W06-ENTRY-IMAGE.
             10 W06-ENTRY-SSN          PIC X(9).
             10 W06-ENTRY-LAST-NAME    PIC X(14).
             10 W06-ENTRY-FIRST-NAME   PIC X(12).
             10 W06-ENTRY-EARNINGS     PIC 999999V99.
             10 W06-ENTRY-TAXES        PIC 99999V99.
             10 W06-ENTRY-FICA         PIC 9999V99.
             10 W06-ENTRY-INSURANCE    PIC 9999V99.
             10 W06-ENTRY-STATE-TAX    PIC 99999V99.
             10 W06-ENTRY-LOCAL-TAX    PIC 9999V99.

      *The pay-period run control, stamped with the closed year so
      *a second close of the same year is refused without an
          05 W21-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W21-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W21-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W21-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W21-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

       01 W22-AUDIT-TIME-RAW           PIC X(8).

          05 W22-ROW-TAXES             PIC 99999V99.
          05 W22-ROW-FICA              PIC 9999V99.
          05 W22-ROW-INSURANCE         PIC 9999V99.
          05 W22-ROW-STATE-TAX         PIC 99999V99.
          05 W22-ROW-LOCAL-TAX         PIC 9999V99.

      *The operator sign-on state: who signed on, at what authority
      *level, and whether the sign-on was accepted at all.
              STOP RUN
           END-IF

           PERFORM 110-OPEN-YTD-MASTER
           IF NO-DATA-REMAINS
              DISPLAY 'No YTD master to close'
              STOP RUN
           END-IF
           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 300-CLOSE-ONE-EMPLOYEE
               UNTIL NO-DATA-REMAINS
           PERFORM 500-REWRITE-YTD-MASTER
           PERFORM 600-WRITE-CLOSING-TOTALS
           PERFORM 850-UPDATE-RUN-CONTROL
           END-IF
           .
      *This procedure opens the output files. The YTD master is
      *opened for reading before this point and re-opened for
      *update by 500-REWRITE-YTD-MASTER.
       100-OPEN-FILES.
           OPEN OUTPUT F02-ARCHIVE-FILE
                       F03-CLOSE-FILE
           OPEN EXTEND F05-AUDIT-FILE
           .
      *Opens the YTD master for the archiving pass and reads its
      *first row. The master is only read on this pass, so a run
      *that stops before the reset pass leaves it untouched.
       110-OPEN-YTD-MASTER.
           OPEN INPUT F01-YTD-FILE

           IF W09-YTD-STATUS = '00'
              PERFORM 111-READ-YTD-MASTER
           ELSE
              DISPLAY 'No YTD master on file'
              MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-IF
           .
      *Reads the next YTD master row, in SSN order.
       111-READ-YTD-MASTER.
           READ F01-YTD-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
               NOT AT END MOVE F01-YTD-REC TO W06-ENTRY-IMAGE
           END-READ
           .
      *Closes one employee: archives the year's row, accumulates
      *the closing totals and audits the reset the second pass
      *will make.
       300-CLOSE-ONE-EMPLOYEE.
           MOVE W06-ENTRY-IMAGE TO F02-ARCHIVE-OUT
           WRITE F02-ARCHIVE-OUT

           ADD 1 TO W05-EMPLOYEE-COUNT
           ADD W06-ENTRY-EARNINGS TO W05-TOTAL-EARNINGS
           ADD W06-ENTRY-TAXES TO W05-TOTAL-TAXES
           ADD W06-ENTRY-FICA TO W05-TOTAL-FICA
           ADD W06-ENTRY-INSURANCE TO W05-TOTAL-INSURANCE
           ADD W06-ENTRY-STATE-TAX TO W05-TOTAL-STATE-TAX
           ADD W06-ENTRY-LOCAL-TAX TO W05-TOTAL-LOCAL-TAX

           PERFORM 310-WRITE-RESET-AUDIT-ENTRY

           PERFORM 111-READ-YTD-MASTER
           .
      *Writes the before-image/after-image audit entry for one
      *employee's year-end reset.
               TO F05-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F05-AUD-OPERATOR
           MOVE 'YTDMASTER' TO F05-AUD-FILE
           MOVE W06-ENTRY-SSN TO F05-AUD-KEY

           MOVE W06-ENTRY-IMAGE TO F05-AUD-OLD-RECORD

           MOVE W06-ENTRY-SSN TO W22-ROW-SSN
           MOVE W06-ENTRY-LAST-NAME TO W22-ROW-LAST-NAME
           MOVE W06-ENTRY-FIRST-NAME TO W22-ROW-FIRST-NAME
           MOVE ZERO TO W22-ROW-EARNINGS
           MOVE ZERO TO W22-ROW-TAXES
           MOVE ZERO TO W22-ROW-FICA
           MOVE ZERO TO W22-ROW-INSURANCE
           MOVE ZERO TO W22-ROW-STATE-TAX
           MOVE ZERO TO W22-ROW-LOCAL-TAX
           MOVE W22-AUDIT-ROW TO F05-AUD-NEW-RECORD

           WRITE F05-AUDIT-OUT
           .
      *Rewrites the YTD master in place with every row kept and
      *every amount reset to zero for the new year.
       500-REWRITE-YTD-MASTER.
           CLOSE F01-YTD-FILE
           OPEN I-O F01-YTD-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 111-READ-YTD-MASTER
           PERFORM 510-REWRITE-YTD-ENTRY
               UNTIL NO-DATA-REMAINS
           CLOSE F01-YTD-FILE
           .
      *Resets one YTD row's amounts and rewrites it.
       510-REWRITE-YTD-ENTRY.
           MOVE ZERO TO F01-YTD-EARNINGS
           MOVE ZERO TO F01-YTD-TAXES
           MOVE ZERO TO F01-YTD-FICA
           MOVE ZERO TO F01-YTD-INSURANCE
           MOVE ZERO TO F01-YTD-STATE-TAX
           MOVE ZERO TO F01-YTD-LOCAL-TAX
           REWRITE F01-YTD-REC

           PERFORM 111-READ-YTD-MASTER
           .
      *Writes the closing control totals in the same shape as the
      *quarterly summary, so the close can be tied to the year's
           MOVE W05-TOTAL-INSURANCE TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F03-CLOSE-OUT-LINE
           WRITE F03-CLOSE-OUT-LINE

           MOVE 'Total state tax withheld' TO W08-LABEL
           MOVE W05-TOTAL-STATE-TAX TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F03-CLOSE-OUT-LINE
           WRITE F03-CLOSE-OUT-LINE

           MOVE 'Total local tax withheld' TO W08-LABEL
           MOVE W05-TOTAL-LOCAL-TAX TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F03-CLOSE-OUT-LINE
           WRITE F03-CLOSE-OUT-LINE
           .
      *Displays what the close did.
       800-WRITE-SUMMARY.
