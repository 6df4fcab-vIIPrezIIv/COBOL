       FILE SECTION.

       FD F01-EMPLOYEE-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F01-EMPLOYEE-IN.

       01 F01-EMPLOYEE-IN.
          05 F01-EMP-STATUS            PIC X.
          05 F01-EMP-HIRE-DATE         PIC 9(8).
          05 F01-EMP-TERM-DATE         PIC 9(8).
          05 F01-EMP-WORK-JURIS        PIC X(3).

      *This period's net pay per employee, written by
      *COBOL-ASSIGNMENT-THREE-PAYROLL alongside the register so the

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project. It is also
      *read back before the run for the balancing run's verdict.
       FD F05-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F05-RUNLOG-REC.
       01 W03-AUDIT-OPERATOR           PIC X(3).
       01 W03-AUDIT-DATE               PIC 9(8).
       01 W03-AUDIT-TIME-RAW           PIC X(8).
       01 W03-BEFORE-IMAGE             PIC X(55).



       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

      *The balancing hold: the end status of the last balancing run
      *on the run log - blank when there is none, or when a pay run
      *or bank split has ended since, so the cycle now on PAYNET.DAT
      *has not been proved - and whether the run may go ahead.
       01 W32-RUNLOG-EOF-SWITCH        PIC X(3) VALUE SPACES.
       01 W32-BALANCE-STATUS           PIC X VALUE SPACE.
          88 W32-CYCLE-BALANCED        VALUE 'P'.
          88 W32-CYCLE-NOT-PROVED      VALUE SPACE.
       01 W32-RUN-ALLOWED-SWITCH       PIC X(3) VALUE 'NO'.
          88 W32-RUN-ALLOWED           VALUE 'YES'.
       01 W32-OVERRIDE-ANSWER          PIC X.

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
              STOP RUN
           END-IF

           PERFORM 050-CHECK-BALANCE-HOLD
           IF NOT W32-RUN-ALLOWED
              DISPLAY 'Run stopped - pay cycle held until it balances'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-READ-NET-PAY-RECORD
           WRITE F03-AUDIT-OUT
           CLOSE F03-AUDIT-FILE
           .
      *Holds the cashier step until the pay cycle is proved: the last
      *balancing run on the run log must have ended P, with no pay
      *run or bank split ended since. An out-of-balance cycle, or
      *one never balanced, goes ahead only on a supervisor override.
       050-CHECK-BALANCE-HOLD.
           PERFORM 055-READ-RUN-LOG

           EVALUATE TRUE
               WHEN W32-CYCLE-BALANCED
                   MOVE 'YES' TO W32-RUN-ALLOWED-SWITCH
               WHEN W32-CYCLE-NOT-PROVED
                   DISPLAY 'No balancing run logged for the pay'
                       ' cycle on PAYNET.DAT'
                   PERFORM 065-PROMPT-OVERRIDE
               WHEN OTHER
                   DISPLAY 'Last balancing run ended '
                       W32-BALANCE-STATUS
                       ' - pay cycle out of balance'
                   PERFORM 065-PROMPT-OVERRIDE
           END-EVALUATE
           .
      *Reads the whole run log for the balancing run's last end
      *record. A missing run log reads as no balancing run at all.
       055-READ-RUN-LOG.
           MOVE SPACE TO W32-BALANCE-STATUS
           MOVE SPACES TO W32-RUNLOG-EOF-SWITCH

           OPEN INPUT F05-RUNLOG-FILE
           PERFORM 056-READ-RUNLOG-RECORD
           PERFORM 057-CHECK-RUNLOG-RECORD
               UNTIL W32-RUNLOG-EOF-SWITCH = 'NO'
           CLOSE F05-RUNLOG-FILE
           .
      *Reads the next run log record.
       056-READ-RUNLOG-RECORD.
           READ F05-RUNLOG-FILE
               AT END MOVE 'NO' TO W32-RUNLOG-EOF-SWITCH
           END-READ
           .
      *Keeps a balancing run's end status, and clears it when a
      *live pay run or a bank split ends after it. A trial pay run
      *(end status T) writes no net pay, so it leaves it alone.
       057-CHECK-RUNLOG-RECORD.
           IF F05-RUN-TYPE = 'E'
              EVALUATE TRUE
                  WHEN F05-RUN-PROGRAM
                       = 'COBOL-ASSIGNMENT-THREE-BALANCE'
                      MOVE F05-RUN-END-STATUS TO W32-BALANCE-STATUS
                  WHEN F05-RUN-PROGRAM
                       = 'COBOL-ASSIGNMENT-THREE-BANKSPLIT'
                      MOVE SPACE TO W32-BALANCE-STATUS
                  WHEN F05-RUN-PROGRAM
                       = 'COBOL-ASSIGNMENT-THREE-PAYROLL'
                       AND F05-RUN-END-STATUS NOT = 'T'
                      MOVE SPACE TO W32-BALANCE-STATUS
              END-EVALUATE
           END-IF

           PERFORM 056-READ-RUNLOG-RECORD
           .
      *Lets a supervisor-level operator explicitly override the
      *balancing hold; anyone else is refused. Both a refusal and
      *an override taken are logged to the audit journal.
       065-PROMPT-OVERRIDE.
           IF NOT W30-SUPERVISOR
              DISPLAY 'Override requires supervisor authority'
              MOVE 'OVERRIDE DENIED' TO W30-DENIAL-REASON
              PERFORM 025-LOG-SIGNON-DENIAL
           ELSE
              DISPLAY 'Override and run anyway (Y/N)? '
              ACCEPT W32-OVERRIDE-ANSWER

              IF W32-OVERRIDE-ANSWER = 'Y'
                 MOVE 'YES' TO W32-RUN-ALLOWED-SWITCH
                 MOVE 'BALANCE HOLD OVERRIDDEN'
                     TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *This procedure opens the files.
       100-OPEN-FILES.
           MOVE W30-OPERATOR-ID TO W03-AUDIT-OPERATOR
           MOVE 'A' TO F01-EMP-STATUS
           MOVE W03-AUDIT-DATE TO F01-EMP-HIRE-DATE
           MOVE ZERO TO F01-EMP-TERM-DATE
           MOVE SPACES TO F01-EMP-WORK-JURIS
           WRITE F01-EMPLOYEE-IN
           PERFORM 400-WRITE-AUDIT-ENTRY
           ADD 1 TO W02-ADDED-COUNT
