           SELECT OPTIONAL F11-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-RATE-FILE ASSIGN TO 'PAYRATEMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W19-RATE-STATUS.
           SELECT F13-SETTLE-FILE ASSIGN TO 'FINALSETTLE.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W20-SETTLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       
          DATA RECORD IS F02-VALID-OUT-LINE.
       
       01 F02-VALID-OUT-LINE           PIC X(100).

      *The valid record as payroll reads it: the payroll image,
      *then the employee's work jurisdiction off the master so the
      *pay run can withhold state and local tax.
       01 F02-VALID-OUT-REC.
          05 F02-VALID-PAYROLL-IMAGE   PIC X(81).
          05 F02-VALID-WORK-JURIS      PIC X(3).
          05                           PIC X(16).
       
       FD F03-ERROR-FILE
          RECORD CONTAINS 200 CHARACTERS
       01 F03-ERROR-OUT-LINE           PIC X(200).

       FD F04-CHECKPOINT-FILE
          RECORD CONTAINS 90 CHARACTERS
          DATA RECORD IS F04-CHECKPOINT-OUT.

       01 F04-CHECKPOINT-OUT.
          05 F04-CKPT-DEPT-COUNT                PIC 9(5).
          05 F04-CKPT-NOT-ON-MASTER-COUNT       PIC 9(5).
          05 F04-CKPT-TERMINATED-COUNT          PIC 9(5).
          05 F04-CKPT-RATE-MISMATCH-COUNT       PIC 9(5).
          05 F04-CKPT-SETTLED-COUNT             PIC 9(5).

      *The pay-envelope employee master, shared with ASSIGNMENT-ONE:
      *every payroll input SSN must exist here before it can be paid.
       FD F05-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F05-MASTER-IN.

       01 F05-MASTER-IN.
          05 F05-EMP-STATUS                     PIC X.
          05 F05-EMP-HIRE-DATE                  PIC 9(8).
          05 F05-EMP-TERM-DATE                  PIC 9(8).
          05 F05-EMP-WORK-JURIS                 PIC X(3).

      *Input names that disagree with the employee master are listed
      *here for review; the record itself stays valid, since a name
       01 F06-REVIEW-OUT-LINE          PIC X(80).

       FD F07-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F07-CONTROL-REC.

       01 F07-CONTROL-REC.
          05 F07-CTL-SUPP-STATUS            PIC X.
          05 F07-CTL-SUPP-DATE              PIC 9(8).
          05 F07-CTL-CLOSED-YEAR            PIC 9(4).
          05 F07-CTL-PERIOD-START           PIC 9(8).
          05 F07-CTL-PERIOD-END             PIC 9(8).

      *The shared audit journal; this program only appends refused
      *sign-on and override attempts to it.
          05 F11-RUN-COUNT            PIC 9(5).
          05 F11-RUN-END-STATUS       PIC X.

      *The effective-dated pay-rate master kept by PAYRATE: the rate
      *on the payroll input must be the one in effect on the run
      *date.
       FD F12-RATE-FILE
          RECORD CONTAINS 33 CHARACTERS
          DATA RECORD IS F12-RATE-REC.

       01 F12-RATE-REC.
          05 F12-RTE-SSN               PIC X(9).
          05 F12-RTE-EFF-DATE          PIC 9(8).
          05 F12-RTE-RATE              PIC 999V99.
          05 F12-RTE-ENTERED-DATE      PIC 9(8).
          05 F12-RTE-OPERATOR          PIC X(3).

      *The final settlement log kept by FINPAY: a terminated
      *employee whose termination has been settled must not turn
      *up in a later payroll batch.
       FD F13-SETTLE-FILE
          RECORD CONTAINS 41 CHARACTERS
          DATA RECORD IS F13-SETTLE-REC.

       01 F13-SETTLE-REC.
          05 F13-STL-SSN               PIC X(9).
          05 F13-STL-TERM-DATE         PIC 9(8).
          05 F13-STL-SETTLE-DATE       PIC 9(8).
          05 F13-STL-VAC-HOURS         PIC S9(3)V99.
          05 F13-STL-PAYOUT            PIC 9(6)V99.
          05 F13-STL-OPERATOR          PIC X(3).

       WORKING-STORAGE SECTION.
       
       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          05 W07-DEPT-COUNT                PIC 9(5) VALUE ZERO.
          05 W07-NOT-ON-MASTER-COUNT       PIC 9(5) VALUE ZERO.
          05 W07-TERMINATED-COUNT          PIC 9(5) VALUE ZERO.
          05 W07-RATE-MISMATCH-COUNT       PIC 9(5) VALUE ZERO.
          05 W07-SETTLED-COUNT             PIC 9(5) VALUE ZERO.
       
       01 W02-ERROR-HEADING.
          05                           PIC X(28) VALUE SPACES.
                       VALUE 'SSN not on employee master'.
          05 W06-TERMINATED-ERR            PIC X(37)
                       VALUE 'Employee terminated before pay period'.
          05 W06-RATE-MISMATCH-ERR         PIC X(36)
                       VALUE 'Hourly rate differs from rate master'.
          05 W06-SETTLED-ERR               PIC X(38)
                       VALUE 'Employee already paid final settlement'.

       01 W08-ERROR-SUMMARY-HEADING.
          05 W08-SUMMARY                   PIC X(20)
          88 W14-RUN-ALLOWED           VALUE 'YES'.
       01 W14-OVERRIDE-ANSWER          PIC X.
       01 W14-CONTROL-RUN-DATE         PIC 9(8).
       01 W14-PERIOD-DATE-INPUT        PIC X(8).

       01 W14-CONTROL-RECORD.
          05 W14-CTL-PERIOD            PIC X(6) VALUE SPACES.
          05 W14-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W14-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W14-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W14-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W14-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.


       01 W12-REVIEW-LINE.
       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

      *In-core copy of the pay-rate master, and the row found in
      *effect at the end of the pay period for the record being
      *validated. With no master on file the rate is not checked
      *against one; a master larger than the table stops the run.
      *The run date stands in for a period with no end date.
       01 W19-RATE-STATUS              PIC XX.
       01 W19-RTE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W19-RTE-LOADED-SWITCH        PIC X(3) VALUE 'NO'.
          88 W19-RTE-LOADED            VALUE 'YES'.
       01 W19-RTE-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W19-RTE-OVERFLOW          VALUE 'YES'.
       01 W19-RATE-AS-OF-DATE          PIC 9(8) VALUE ZERO.
       01 W19-RTE-SUB                  PIC 9(4).
       01 W19-RTE-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W19-RTE-MAX                  PIC 9(4) VALUE 2000.
       01 W19-RATE-TABLE-AREA.
          05 W19-RTE-COUNT             PIC 9(4) VALUE ZERO.
          05 W19-RTE-ENTRY OCCURS 2000 TIMES.
             10 W19-RTE-SSN            PIC X(9).
             10 W19-RTE-EFF-DATE       PIC 9(8).
             10 W19-RTE-RATE           PIC 999V99.

      *In-core copy of the final settlement log: the terminations
      *already settled, by employee and term date. A log larger
      *than the table stops the run.
       01 W20-SETTLE-STATUS            PIC XX.
       01 W20-STL-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W20-STL-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W20-STL-OVERFLOW          VALUE 'YES'.
       01 W20-STL-SUB                  PIC 9(4).
       01 W20-STL-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W20-STL-MAX                  PIC 9(4) VALUE 2000.
       01 W20-SETTLE-TABLE-AREA.
          05 W20-STL-COUNT             PIC 9(4) VALUE ZERO.
          05 W20-STL-ENTRY OCCURS 2000 TIMES.
             10 W20-STL-SSN            PIC X(9).
             10 W20-STL-TERM-DATE      PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
              STOP RUN
           END-IF

           PERFORM 130-LOAD-RATE-MASTER
           IF W19-RTE-OVERFLOW
              DISPLAY 'Pay rate table full - run stopped,'
                  ' nothing validated'
              STOP RUN
           END-IF

           PERFORM 140-LOAD-SETTLE-LOG
           IF W20-STL-OVERFLOW
              DISPLAY 'Settlement table full - run stopped,'
                  ' nothing validated'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           IF NOT W13-IS-RESTART
              IF W14-CTL-PERIOD = SPACES
                 DISPLAY 'No pay period given'
              ELSE
                 PERFORM 062-PROMPT-PERIOD-DATES
                 MOVE 'YES' TO W14-CONTROL-FOUND-SWITCH
                 MOVE 'YES' TO W14-RUN-ALLOWED-SWITCH
              END-IF
              MOVE ZERO TO W14-CTL-CORRECT-DATE
              MOVE ZERO TO W14-CTL-PAY-DATE
              MOVE ZERO TO W14-CTL-SUPP-DATE
              PERFORM 062-PROMPT-PERIOD-DATES
              MOVE 'YES' TO W14-RUN-ALLOWED-SWITCH
           END-IF
           .
      *Records the first and last days worked in the new pay
      *period, which the month-end accrual needs to tell earned
      *days from paid ones. Dates that are not numeric, or that run
      *backwards, are left at zero and the accrual will not run.
       062-PROMPT-PERIOD-DATES.
           MOVE ZERO TO W14-CTL-PERIOD-START
           MOVE ZERO TO W14-CTL-PERIOD-END

           DISPLAY 'First day worked in period (YYYYMMDD): '
           ACCEPT W14-PERIOD-DATE-INPUT
           IF W14-PERIOD-DATE-INPUT IS NUMERIC
              MOVE W14-PERIOD-DATE-INPUT TO W14-CTL-PERIOD-START
           END-IF

           DISPLAY 'Last day worked in period (YYYYMMDD): '
           ACCEPT W14-PERIOD-DATE-INPUT
           IF W14-PERIOD-DATE-INPUT IS NUMERIC
              MOVE W14-PERIOD-DATE-INPUT TO W14-CTL-PERIOD-END
           END-IF

           IF W14-CTL-PERIOD-START = ZERO
              OR W14-CTL-PERIOD-END < W14-CTL-PERIOD-START
              DISPLAY 'Period dates not recorded'
              MOVE ZERO TO W14-CTL-PERIOD-START
              MOVE ZERO TO W14-CTL-PERIOD-END
           END-IF
           .
      *Lets a supervisor-level operator explicitly override the
      *run control; anyone else is refused and the attempt logged.
       065-PROMPT-OVERRIDE.
                     TO W07-NOT-ON-MASTER-COUNT
                 MOVE F04-CKPT-TERMINATED-COUNT
                     TO W07-TERMINATED-COUNT
                 MOVE F04-CKPT-RATE-MISMATCH-COUNT
                     TO W07-RATE-MISMATCH-COUNT
                 MOVE F04-CKPT-SETTLED-COUNT TO W07-SETTLED-COUNT
              END-IF
              CLOSE F04-CHECKPOINT-FILE

              ADD 1 TO W13-SKIPPED-SO-FAR
           END-IF
           .
      *Loads the pay-rate master into the W19 table and settles the
      *date the rates are taken as of. A master larger than the
      *table stops the run, and a missing master leaves the rate
      *check off for the run.
       130-LOAD-RATE-MASTER.
           IF W14-CTL-PERIOD-END > ZERO
              MOVE W14-CTL-PERIOD-END TO W19-RATE-AS-OF-DATE
           ELSE
              MOVE W14-CONTROL-RUN-DATE TO W19-RATE-AS-OF-DATE
           END-IF

           OPEN INPUT F12-RATE-FILE

           IF W19-RATE-STATUS = '00'
              MOVE 'YES' TO W19-RTE-LOADED-SWITCH
              PERFORM 131-READ-RATE-MASTER
              PERFORM 132-STORE-RATE-ENTRY
                  UNTIL W19-RTE-EOF-SWITCH = 'NO'
                  OR W19-RTE-COUNT = W19-RTE-MAX
              IF W19-RTE-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W19-RTE-OVERFLOW-SWITCH
              END-IF
              CLOSE F12-RATE-FILE
           ELSE
              DISPLAY 'No pay rate master on file -'
                  ' rates not checked'
           END-IF
           .
      *Reads the next pay-rate master row.
       131-READ-RATE-MASTER.
           READ F12-RATE-FILE
               AT END MOVE 'NO' TO W19-RTE-EOF-SWITCH
           END-READ
           .
      *Stores one pay-rate master row in the table.
       132-STORE-RATE-ENTRY.
           ADD 1 TO W19-RTE-COUNT
           MOVE F12-RTE-SSN TO W19-RTE-SSN (W19-RTE-COUNT)
           MOVE F12-RTE-EFF-DATE TO W19-RTE-EFF-DATE (W19-RTE-COUNT)
           MOVE F12-RTE-RATE TO W19-RTE-RATE (W19-RTE-COUNT)

           PERFORM 131-READ-RATE-MASTER
           .
      *Loads the final settlement log into the W20 table. A log
      *larger than the table stops the run; a missing log means
      *nobody has been settled yet.
       140-LOAD-SETTLE-LOG.
           OPEN INPUT F13-SETTLE-FILE

           IF W20-SETTLE-STATUS = '00'
              PERFORM 141-READ-SETTLE-LOG
              PERFORM 142-STORE-SETTLE-ENTRY
                  UNTIL W20-STL-EOF-SWITCH = 'NO'
                  OR W20-STL-COUNT = W20-STL-MAX
              IF W20-STL-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W20-STL-OVERFLOW-SWITCH
              END-IF
              CLOSE F13-SETTLE-FILE
           END-IF
           .
      *Reads the next settlement log row.
       141-READ-SETTLE-LOG.
           READ F13-SETTLE-FILE
               AT END MOVE 'NO' TO W20-STL-EOF-SWITCH
           END-READ
           .
      *Stores one settlement log row in the table.
       142-STORE-SETTLE-ENTRY.
           ADD 1 TO W20-STL-COUNT
           MOVE F13-STL-SSN TO W20-STL-SSN (W20-STL-COUNT)
           MOVE F13-STL-TERM-DATE TO W20-STL-TERM-DATE (W20-STL-COUNT)

           PERFORM 141-READ-SETTLE-LOG
           .
      *Prints headings for error output file.
       200-WRITE-HEADING-LINES.
           MOVE W02-ERROR-HEADING TO F03-ERROR-OUT-LINE
                    MOVE F01-IN-SOCIAL-SECURITY-NUMBER
                        TO W04-OFFENDING-FIELD-DATA
                    PERFORM 402-WRITE-ERROR
                 ELSE
                    IF F05-EMP-STATUS = 'T'
                       PERFORM 417-CHECK-FINAL-SETTLEMENT
                    END-IF
                 END-IF
                 IF F01-IN-FULL-NAME (1:18) NOT = F05-EMP-NAME
                    PERFORM 416-WRITE-NAME-REVIEW
           MOVE W12-REVIEW-LINE TO F06-REVIEW-OUT-LINE
           WRITE F06-REVIEW-OUT-LINE
           .
      *Flags a terminated employee whose final settlement has
      *already been paid - the final pay was their last cheque, so
      *a later batch line for them is an error even before the term
      *date has passed.
       417-CHECK-FINAL-SETTLEMENT.
           MOVE ZERO TO W20-STL-MATCH-SUB
           PERFORM 418-CHECK-SETTLE-ENTRY
               VARYING W20-STL-SUB FROM 1 BY 1
               UNTIL W20-STL-SUB > W20-STL-COUNT
               OR W20-STL-MATCH-SUB > ZERO

           IF W20-STL-MATCH-SUB > ZERO
              ADD 1 TO W07-SETTLED-COUNT
              MOVE W06-SETTLED-ERR TO W04-ERROR
              MOVE F01-IN-SOCIAL-SECURITY-NUMBER
                  TO W04-OFFENDING-FIELD-DATA
              PERFORM 402-WRITE-ERROR
           END-IF
           .
      *Tests one settlement log row against this termination.
       418-CHECK-SETTLE-ENTRY.
           IF W20-STL-SSN (W20-STL-SUB) = F01-IN-SOCIAL-SECURITY-NUMBER
              AND W20-STL-TERM-DATE (W20-STL-SUB) = F05-EMP-TERM-DATE
              MOVE W20-STL-SUB TO W20-STL-MATCH-SUB
           END-IF
           .
      *Validates the hours worked.       
       420-VALIDATE-HOURS-WORKED.
           IF F01-IN-HOURS-WORKED NOT NUMERIC
                    MOVE F01-IN-HOURLY-RATE-X
                        TO W04-OFFENDING-FIELD-DATA
                    PERFORM 402-WRITE-ERROR
                 ELSE
                    PERFORM 455-CHECK-RATE-MASTER
                 END-IF
              END-IF
           END-IF
              .
      *Checks the input rate against the rate master row in effect
      *at the end of the pay period - the latest effective date not
      *after it.
      *An employee with no rate on file yet is not checked.
       455-CHECK-RATE-MASTER.
           IF W19-RTE-LOADED
              MOVE ZERO TO W19-RTE-MATCH-SUB
              PERFORM 456-CHECK-RATE-ENTRY
                  VARYING W19-RTE-SUB FROM 1 BY 1
                  UNTIL W19-RTE-SUB > W19-RTE-COUNT
              IF W19-RTE-MATCH-SUB > ZERO
                 AND W19-RTE-RATE (W19-RTE-MATCH-SUB)
                     NOT = F01-IN-HOURLY-RATE
                 ADD 1 TO W07-RATE-MISMATCH-COUNT
                 MOVE W06-RATE-MISMATCH-ERR TO W04-ERROR
                 MOVE F01-IN-HOURLY-RATE-X TO W04-OFFENDING-FIELD-DATA
                 PERFORM 402-WRITE-ERROR
              END-IF
           END-IF
           .
      *Tests one rate table row against the record being validated.
       456-CHECK-RATE-ENTRY.
           IF W19-RTE-SSN (W19-RTE-SUB) = F01-IN-SOCIAL-SECURITY-NUMBER
              AND W19-RTE-EFF-DATE (W19-RTE-SUB)
                  NOT > W19-RATE-AS-OF-DATE
              IF W19-RTE-MATCH-SUB = ZERO
                 MOVE W19-RTE-SUB TO W19-RTE-MATCH-SUB
              ELSE
                 IF W19-RTE-EFF-DATE (W19-RTE-SUB) >
                    W19-RTE-EFF-DATE (W19-RTE-MATCH-SUB)
                    MOVE W19-RTE-SUB TO W19-RTE-MATCH-SUB
                 END-IF
              END-IF
           END-IF
           .
      *Validates the tax status.
       460-VALIDATE-TAX-STATUS.
           IF NOT F01-IN-TAX-STATUS-TYPE
              PERFORM 402-WRITE-ERROR
           END-IF
           .
      *Writes the valid output record, carrying the work
      *jurisdiction from the master row 415 just read.
       401-WRITE-RECORD.
           IF W01-VALID-RECORD
              ADD 1 TO W10-VALID-COUNT
              MOVE F01-PAYROLL-IN TO F02-VALID-OUT-LINE
              MOVE F05-EMP-WORK-JURIS TO F02-VALID-WORK-JURIS
              WRITE F02-VALID-OUT-LINE
           ELSE
              ADD 1 TO W10-ERROR-COUNT
           MOVE W07-NOT-ON-MASTER-COUNT
               TO F04-CKPT-NOT-ON-MASTER-COUNT
           MOVE W07-TERMINATED-COUNT TO F04-CKPT-TERMINATED-COUNT
           MOVE W07-RATE-MISMATCH-COUNT
               TO F04-CKPT-RATE-MISMATCH-COUNT
           MOVE W07-SETTLED-COUNT TO F04-CKPT-SETTLED-COUNT
           WRITE F04-CHECKPOINT-OUT
           CLOSE F04-CHECKPOINT-FILE
           .
           MOVE W07-TERMINATED-COUNT TO W09-COUNT
           MOVE W09-ERROR-SUMMARY-LINE TO F03-ERROR-OUT-LINE
           WRITE F03-ERROR-OUT-LINE

           MOVE 'Hourly rate differs from master' TO W09-LABEL
           MOVE W07-RATE-MISMATCH-COUNT TO W09-COUNT
           MOVE W09-ERROR-SUMMARY-LINE TO F03-ERROR-OUT-LINE
           WRITE F03-ERROR-OUT-LINE

           MOVE 'Final settlement already paid' TO W09-LABEL
           MOVE W07-SETTLED-COUNT TO W09-COUNT
           MOVE W09-ERROR-SUMMARY-LINE TO F03-ERROR-OUT-LINE
           WRITE F03-ERROR-OUT-LINE
           .
      *The run finished cleanly, so the checkpoint is reset to zero
      *and the next run will start from the beginning of the file.
