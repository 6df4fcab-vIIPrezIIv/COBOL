       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-PAYMENT-FILE ASSIGN TO 'PAYMENTREGISTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F01-PAY-NUMBER
                                 ALTERNATE RECORD KEY IS
                                     F01-PAY-ORIG-NUMBER
                                     WITH DUPLICATES
                                 FILE STATUS IS W09-PAYMENT-STATUS.
           SELECT F02-CLEARED-FILE ASSIGN TO 'BANKCLEARED.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-CLEARED-STATUS.
           SELECT F03-REPORT-FILE ASSIGN TO 'PAYRECON.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-RECON-WORK-FILE ASSIGN TO 'RECONWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F04-WRK-NUMBER.

       DATA DIVISION.
       FILE SECTION.
      *The payment register written by the pay run: one row per
      *payment issued, keyed by payment number. This run marks rows
      *cleared as the bank confirms them and rewrites the register.
      *The void run marks voided rows V and adds each reissue with
      *the number of the payment it replaces, which is also kept as
      *an alternate key so a voided payment's reissue can be found.
       FD F01-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F01-PAYMENT-REC.

       01 F01-PAYMENT-REC.
          05 F01-PAY-NET               PIC 9(6)V99.
          05 F01-PAY-STATUS            PIC X.
          05 F01-PAY-CLEARED-DATE      PIC 9(8).
          05 F01-PAY-ORIG-NUMBER       PIC 9(8).

      *The cleared-payments file as it comes back from the bank:
      *one line per payment the bank honored.

       01 F03-REPORT-OUT-LINE          PIC X(100).

      *This run's working copy of every register row it marks
      *cleared, keyed by payment number. Nothing reaches the register
      *until the reports are written, so a run that dies part way
      *leaves the register as it was and can simply be run again.
       FD F04-RECON-WORK-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F04-RECON-WORK-REC.

       01 F04-RECON-WORK-REC.
          05 F04-WRK-NUMBER            PIC 9(8).
          05 FILLER                    PIC X(75).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
       01 W03-UNMATCHED-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-MISMATCH-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-OUTSTANDING-COUNT        PIC 9(5) VALUE ZERO.
       01 W03-VOIDED-COUNT             PIC 9(5) VALUE ZERO.
       01 W03-REISSUED-COUNT           PIC 9(5) VALUE ZERO.

       01 W09-PAYMENT-STATUS           PIC XX.
       01 W10-CLEARED-STATUS           PIC XX.

      *The register row being worked on, read by payment number
      *from the work file or, the first time the run meets the
      *payment, from the register itself.
       01 W04-REGISTER-SWITCH          PIC X(3) VALUE 'NO'.
          88 W04-REGISTER-OPEN         VALUE 'YES'.
       01 W04-PAY-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W04-PAY-FOUND             VALUE 'YES'.
       01 W04-PAY-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W04-REF-NUMBER               PIC 9(8) VALUE ZERO.
       01 W04-PAY-ENTRY.
          05 W04-ENTRY-NUMBER          PIC 9(8).
          05 W04-ENTRY-DATE            PIC 9(8).
          05 W04-ENTRY-PERIOD          PIC X(6).
          05 W04-ENTRY-SSN             PIC X(9).
          05 W04-ENTRY-FULL-NAME       PIC X(27).
          05 W04-ENTRY-NET             PIC 9(6)V99.
          05 W04-ENTRY-STATUS          PIC X.
          05 W04-ENTRY-CLEARED-DATE    PIC 9(8).
          05 W04-ENTRY-ORIG-NUMBER     PIC 9(8).

       01 W05-REPORT-HEADING.
          05                           PIC X(28) VALUE SPACES.
                 VALUE ' OUTSTANDING'.
          05                           PIC X(18) VALUE SPACES.

      *One line per voided payment or reissue: a voided row shows
      *the number that replaced it, if any; a reissue shows the
      *number it replaced and whether it has cleared yet.
       01 W12-VOID-LINE.
          05 W12-VOD-NUMBER            PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W12-VOD-DATE              PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W12-VOD-SSN               PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W12-VOD-NAME              PIC X(27).
          05                           PIC X(2) VALUE SPACES.
          05 W12-VOD-AMOUNT            PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W12-VOD-REMARK            PIC X(12).
          05 W12-VOD-REF-NUMBER        PIC X(8).
          05                           PIC X(1) VALUE SPACES.
          05 W12-VOD-STATUS-TEXT       PIC X(7).

       01 W08-SECTION-LINE.
          05 W08-SECTION-TITLE         PIC X(50).
          05                           PIC X(50) VALUE SPACES.
          05                           PIC X(13)
                 VALUE ' Outstanding='.
          05 W11-OUTSTANDING-COUNT     PIC ZZZZ9.
          05                           PIC X(8) VALUE ' Voided='.
          05 W11-VOIDED-COUNT          PIC ZZZZ9.
          05                           PIC X(10)
                 VALUE ' Reissued='.
          05 W11-REISSUED-COUNT        PIC ZZZZ9.
          05                           PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 100-PROMPT-FOR-CUTOFF
           PERFORM 110-OPEN-PAYMENT-REGISTER

           PERFORM 150-OPEN-FILES
           PERFORM 300-MATCH-CLEARED-ITEMS
           PERFORM 400-WRITE-OUTSTANDING-SECTION
           PERFORM 450-WRITE-VOID-SECTION
           PERFORM 500-REWRITE-REGISTER
           PERFORM 800-WRITE-FOOTER
           PERFORM 900-CLOSE-FILES
              MOVE W02-CUTOFF-DATE-X TO W02-CUTOFF-DATE
           END-IF
           .
      *Opens the payment register for reading by payment number.
      *It is only read until the write-back, so the run can stop at
      *any point before that with the register still untouched.
       110-OPEN-PAYMENT-REGISTER.
           OPEN INPUT F01-PAYMENT-FILE

           IF W09-PAYMENT-STATUS = '00'
              MOVE 'YES' TO W04-REGISTER-SWITCH
           ELSE
              DISPLAY 'No payment register on file'
              MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-IF
           .
      *Reads the next payment register row in payment number order
      *and takes it into W04, with this run's cleared mark laid over
      *it if the row has already been matched.
       111-READ-PAYMENT-RECORD.
           READ F01-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ

           IF NOT NO-DATA-REMAINS
              PERFORM 112-STORE-PAYMENT-ENTRY
              MOVE W04-ENTRY-NUMBER TO F04-WRK-NUMBER
              READ F04-RECON-WORK-FILE
                  NOT INVALID KEY
                      MOVE F04-RECON-WORK-REC TO W04-PAY-ENTRY
              END-READ
           END-IF
           .
      *Takes the register row just read into W04. A row written
      *before reissues were tracked has no original number.
       112-STORE-PAYMENT-ENTRY.
           MOVE F01-PAYMENT-REC TO W04-PAY-ENTRY
           IF F01-PAY-ORIG-NUMBER IS NOT NUMERIC
              MOVE ZERO TO W04-ENTRY-ORIG-NUMBER
           END-IF
           .
      *Positions the register at its first payment number for a
      *pass through every row, and reads that row.
       115-START-REGISTER-PASS.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           MOVE ZERO TO F01-PAY-NUMBER

           START F01-PAYMENT-FILE
               KEY IS NOT < F01-PAY-NUMBER
               INVALID KEY MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-START

           IF NOT NO-DATA-REMAINS
              PERFORM 111-READ-PAYMENT-RECORD
           END-IF
           .
      *This procedure opens the files and writes the report heading.
       150-OPEN-FILES.
           OPEN INPUT F02-CLEARED-FILE
           OPEN OUTPUT F03-REPORT-FILE
                       F04-RECON-WORK-FILE
           CLOSE F04-RECON-WORK-FILE
           OPEN I-O F04-RECON-WORK-FILE

           MOVE W05-REPORT-HEADING TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE
           END-READ
           .
      *Matches one cleared item against the register: a clean match
      *is marked cleared, anything else is reported - including a
      *voided payment the bank honored anyway.
       320-MATCH-ONE-ITEM.
           PERFORM 330-LOOKUP-PAYMENT

           EVALUATE TRUE
               WHEN NOT W04-PAY-FOUND
                   MOVE 'Not on payment register'
                       TO W06-EXC-REASON
                   MOVE ZERO TO W06-EXC-REG-AMOUNT
                   PERFORM 340-WRITE-EXCEPTION-LINE
                   ADD 1 TO W03-UNMATCHED-COUNT
               WHEN W04-ENTRY-STATUS = 'C'
                   MOVE 'Payment already cleared'
                       TO W06-EXC-REASON
                   MOVE W04-ENTRY-NET TO W06-EXC-REG-AMOUNT
                   PERFORM 340-WRITE-EXCEPTION-LINE
                   ADD 1 TO W03-UNMATCHED-COUNT
               WHEN W04-ENTRY-STATUS = 'V'
                   MOVE 'Payment was voided'
                       TO W06-EXC-REASON
                   MOVE W04-ENTRY-NET TO W06-EXC-REG-AMOUNT
                   PERFORM 340-WRITE-EXCEPTION-LINE
                   ADD 1 TO W03-UNMATCHED-COUNT
               WHEN W04-ENTRY-NET NOT = F02-CLR-AMOUNT
                   MOVE 'Amount differs from register'
                       TO W06-EXC-REASON
                   MOVE W04-ENTRY-NET TO W06-EXC-REG-AMOUNT
                   PERFORM 340-WRITE-EXCEPTION-LINE
                   ADD 1 TO W03-MISMATCH-COUNT
               WHEN OTHER
                   MOVE 'C' TO W04-ENTRY-STATUS
                   MOVE F02-CLR-DATE TO W04-ENTRY-CLEARED-DATE
                   PERFORM 335-STAGE-PAYMENT-ENTRY
                   ADD 1 TO W03-CLEARED-COUNT
           END-EVALUATE

           PERFORM 310-READ-CLEARED-ITEM
           .
      *Finds this cleared item's payment number: on the work file
      *if an earlier item in this run already cleared it, otherwise
      *on the register, if it is there at all.
       330-LOOKUP-PAYMENT.
           MOVE 'NO' TO W04-PAY-FOUND-SWITCH
           MOVE F02-CLR-NUMBER TO F04-WRK-NUMBER

           READ F04-RECON-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W04-PAY-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W04-PAY-STAGED-SWITCH
           END-READ

           IF W04-PAY-STAGED-SWITCH = 'YES'
              MOVE F04-RECON-WORK-REC TO W04-PAY-ENTRY
              MOVE 'YES' TO W04-PAY-FOUND-SWITCH
           ELSE
              IF W04-REGISTER-OPEN
                 PERFORM 331-READ-PAYMENT-ROW
              END-IF
           END-IF
           .
      *Reads this cleared item's payment number from the register.
       331-READ-PAYMENT-ROW.
           MOVE F02-CLR-NUMBER TO F01-PAY-NUMBER

           READ F01-PAYMENT-FILE
               INVALID KEY
                   MOVE 'NO' TO W04-PAY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W04-PAY-FOUND-SWITCH
           END-READ

           IF W04-PAY-FOUND
              PERFORM 112-STORE-PAYMENT-ENTRY
           END-IF
           .
      *Puts a newly cleared row on the work file.
       335-STAGE-PAYMENT-ENTRY.
           MOVE W04-PAY-ENTRY TO F04-RECON-WORK-REC
           WRITE F04-RECON-WORK-REC
           .
      *Writes one exception line for a cleared item that did not
      *match the register cleanly.
       340-WRITE-EXCEPTION-LINE.
           MOVE W08-SECTION-LINE TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE

           IF W04-REGISTER-OPEN
              PERFORM 115-START-REGISTER-PASS
              PERFORM 410-CHECK-OUTSTANDING-ENTRY
                  UNTIL NO-DATA-REMAINS
           END-IF
           .
      *Writes one outstanding line if this register row is still
      *open and old enough to chase. A reissue is listed with the
      *voided and reissued payments instead.
       410-CHECK-OUTSTANDING-ENTRY.
           IF W04-ENTRY-STATUS = 'O'
              AND W04-ENTRY-ORIG-NUMBER = ZERO
              AND W04-ENTRY-DATE <= W02-CUTOFF-DATE
              MOVE W04-ENTRY-NUMBER TO W07-OUT-NUMBER
              MOVE W04-ENTRY-DATE TO W07-OUT-DATE
              MOVE W04-ENTRY-SSN TO W07-OUT-SSN
              MOVE W04-ENTRY-FULL-NAME TO W07-OUT-NAME
              MOVE W04-ENTRY-NET TO W07-OUT-AMOUNT

              MOVE W07-OUTSTANDING-LINE TO F03-REPORT-OUT-LINE
              WRITE F03-REPORT-OUT-LINE
              ADD 1 TO W03-OUTSTANDING-COUNT
           END-IF

           PERFORM 111-READ-PAYMENT-RECORD
           .
      *Lists every voided payment and every reissue on a line of
      *its own, so neither is chased as outstanding.
       450-WRITE-VOID-SECTION.
           MOVE SPACES TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE

           MOVE 'Voided and reissued payments'
               TO W08-SECTION-TITLE
           MOVE W08-SECTION-LINE TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE

           IF W04-REGISTER-OPEN
              PERFORM 115-START-REGISTER-PASS
              PERFORM 460-CHECK-VOID-ENTRY
                  UNTIL NO-DATA-REMAINS
           END-IF
           .
      *Writes one line if this register row was voided or is a
      *reissue of a voided payment.
       460-CHECK-VOID-ENTRY.
           MOVE SPACES TO W12-VOD-REMARK
           MOVE SPACES TO W12-VOD-REF-NUMBER
           MOVE SPACES TO W12-VOD-STATUS-TEXT

           EVALUATE TRUE
               WHEN W04-ENTRY-STATUS = 'V'
                   PERFORM 470-LOOKUP-REISSUE
                   IF W04-REF-NUMBER = ZERO
                      MOVE 'VOIDED' TO W12-VOD-REMARK
                   ELSE
                      MOVE 'VOIDED - NEW' TO W12-VOD-REMARK
                      MOVE W04-REF-NUMBER TO W12-VOD-REF-NUMBER
                   END-IF
                   PERFORM 480-WRITE-VOID-LINE
                   ADD 1 TO W03-VOIDED-COUNT
               WHEN W04-ENTRY-ORIG-NUMBER > ZERO
                   MOVE 'REISSUE OF' TO W12-VOD-REMARK
                   MOVE W04-ENTRY-ORIG-NUMBER TO W12-VOD-REF-NUMBER
                   IF W04-ENTRY-STATUS = 'C'
                      MOVE 'CLEARED' TO W12-VOD-STATUS-TEXT
                   ELSE
                      MOVE 'OPEN' TO W12-VOD-STATUS-TEXT
                   END-IF
                   PERFORM 480-WRITE-VOID-LINE
                   ADD 1 TO W03-REISSUED-COUNT
           END-EVALUATE

           PERFORM 111-READ-PAYMENT-RECORD
           .
      *Finds the reissue that replaced this voided payment, if any,
      *by the original number it carries, then puts the register
      *back on the payment number path just past the voided row.
       470-LOOKUP-REISSUE.
           MOVE W04-ENTRY-NUMBER TO F01-PAY-ORIG-NUMBER

           READ F01-PAYMENT-FILE
               KEY IS F01-PAY-ORIG-NUMBER
               INVALID KEY
                   MOVE ZERO TO W04-REF-NUMBER
               NOT INVALID KEY
                   MOVE F01-PAY-NUMBER TO W04-REF-NUMBER
           END-READ

           PERFORM 471-RESUME-REGISTER-PASS
           .
      *Puts the register back on payment number order, positioned
      *just past the row being listed.
       471-RESUME-REGISTER-PASS.
           MOVE W04-ENTRY-NUMBER TO F01-PAY-NUMBER

           START F01-PAYMENT-FILE
               KEY IS > F01-PAY-NUMBER
               INVALID KEY MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-START
           .
      *Writes one line of the voided and reissued section.
       480-WRITE-VOID-LINE.
           MOVE W04-ENTRY-NUMBER TO W12-VOD-NUMBER
           MOVE W04-ENTRY-DATE TO W12-VOD-DATE
           MOVE W04-ENTRY-SSN TO W12-VOD-SSN
           MOVE W04-ENTRY-FULL-NAME TO W12-VOD-NAME
           MOVE W04-ENTRY-NET TO W12-VOD-AMOUNT

           MOVE W12-VOID-LINE TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE
           .
      *Rewrites the newly cleared rows on the payment register, one
      *work file row at a time, so the next reconciliation starts
      *from here. Every other row stays as it was.
       500-REWRITE-REGISTER.
           CLOSE F04-RECON-WORK-FILE

           IF W04-REGISTER-OPEN
              CLOSE F01-PAYMENT-FILE
              OPEN INPUT F04-RECON-WORK-FILE
              OPEN I-O F01-PAYMENT-FILE
              MOVE SPACES TO W01-END-OF-FILE-SWITCH
              PERFORM 505-READ-RECON-WORK
              PERFORM 510-WRITE-PAYMENT-ENTRY
                  UNTIL NO-DATA-REMAINS
              CLOSE F04-RECON-WORK-FILE
                    F01-PAYMENT-FILE
              MOVE 'NO' TO W04-REGISTER-SWITCH
           END-IF
           .
      *Reads the next work file row, in payment number order.
       505-READ-RECON-WORK.
           READ F04-RECON-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Rewrites one register row from the work file.
       510-WRITE-PAYMENT-ENTRY.
           MOVE F04-RECON-WORK-REC TO F01-PAYMENT-REC

           REWRITE F01-PAYMENT-REC
               INVALID KEY
                   DISPLAY 'Payment register row ' F01-PAY-NUMBER
                       ' could not be rewritten'
           END-REWRITE

           PERFORM 505-READ-RECON-WORK
           .
      *Writes the reconciliation counts.
       800-WRITE-FOOTER.
           MOVE W03-UNMATCHED-COUNT TO W11-UNMATCHED-COUNT
           MOVE W03-MISMATCH-COUNT TO W11-MISMATCH-COUNT
           MOVE W03-OUTSTANDING-COUNT TO W11-OUTSTANDING-COUNT
           MOVE W03-VOIDED-COUNT TO W11-VOIDED-COUNT
           MOVE W03-REISSUED-COUNT TO W11-REISSUED-COUNT

           MOVE W11-COUNT-LINE TO F03-REPORT-OUT-LINE
           WRITE F03-REPORT-OUT-LINE
