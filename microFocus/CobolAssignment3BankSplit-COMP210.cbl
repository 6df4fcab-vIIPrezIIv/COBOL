           SELECT F01-PAYNET-FILE ASSIGN TO 'PAYNET.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F02-BANK-MASTER-FILE ASSIGN TO 'BANKMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F02-BNK-SSN
                                 FILE STATUS IS W10-BANK-STATUS.
           SELECT F03-BANK-TRANS-FILE ASSIGN TO 'BANKTRANS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F05-CASH-WORK-FILE ASSIGN TO 'PAYNETCASH.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F04-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'

       01 F03-BANK-OUT                 PIC X(44).

      *The cash-pay rows as the split finds them. PAYNET.DAT is only
      *read until the split is complete, so a run that stops part
      *way leaves the extract as it was; the rows are copied back
      *over it at the end.
       FD F05-CASH-WORK-FILE
          RECORD CONTAINS 44 CHARACTERS
          DATA RECORD IS F05-CASH-REC.

       01 F05-CASH-REC                 PIC X(44).

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       01 W02-CASH-COUNT               PIC 9(5) VALUE ZERO.
       01 W02-DEPOSIT-TOTAL            PIC 9(8)V99 VALUE ZERO.

      *The bank-details row for the employee being split, read from
      *the master by SSN. A missing master is not an error - every
      *employee simply stays on the cash path.
       01 W10-BANK-STATUS              PIC XX.
       01 W10-BANK-MASTER-SWITCH       PIC X(3) VALUE 'NO'.
          88 W10-BANK-MASTER-OPEN      VALUE 'YES'.
       01 W10-BANK-FOUND-SWITCH       PIC X(3) VALUE 'NO'.
       01 W10-BANK-ENTRY.
          05 W10-ENTRY-SSN             PIC X(9).
          05 W10-ENTRY-ROUTING         PIC 9(9).
          05 W10-ENTRY-ACCOUNT         PIC X(17).
          05 W10-ENTRY-FLAG            PIC X.

       01 W04-BANK-DETAIL.
          05                           PIC X VALUE 'D'.

       PROCEDURE DIVISION.

           PERFORM 110-OPEN-BANK-MASTER

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 300-SPLIT-ONE-PAYMENT
               UNTIL NO-DATA-REMAINS
           PERFORM 400-WRITE-BANK-TOTAL
           PERFORM 500-REWRITE-PAYNET
           PERFORM 800-WRITE-SUMMARY
           STOP RUN
           .

      *This procedure opens the files and reads the first net-pay
      *row. The extract is re-opened for output by
      *500-REWRITE-PAYNET once the split is complete.
       100-OPEN-FILES.
           OPEN INPUT F01-PAYNET-FILE
           OPEN OUTPUT F03-BANK-TRANS-FILE
                       F05-CASH-WORK-FILE

           PERFORM 121-READ-PAYNET
           .
      *Opens the bank-details master for reading by SSN. A missing
      *master simply means every employee is paid in cash as
      *before.
       110-OPEN-BANK-MASTER.
           OPEN INPUT F02-BANK-MASTER-FILE

           IF W10-BANK-STATUS = '00'
              MOVE 'YES' TO W10-BANK-MASTER-SWITCH
           ELSE
              DISPLAY 'No bank master on file -'
                  ' all employees paid in cash'
           END-IF
           .
      *Reads the next net-pay extract record.
       121-READ-PAYNET.
           READ F01-PAYNET-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Splits one net-pay row: a bank-master match with the deposit
      *flag on goes to the transmission file, everyone else stays on
      *the cash path.
       300-SPLIT-ONE-PAYMENT.
           PERFORM 310-LOOKUP-BANK-ENTRY

           IF W10-BANK-FOUND-SWITCH = 'YES'
              AND W10-ENTRY-FLAG = 'Y'
              PERFORM 320-WRITE-BANK-DETAIL
              ADD 1 TO W02-DEPOSIT-COUNT
              ADD F01-NET-PAY TO W02-DEPOSIT-TOTAL
           ELSE
              MOVE F01-PAYNET-REC TO F05-CASH-REC
              WRITE F05-CASH-REC
              ADD 1 TO W02-CASH-COUNT
           END-IF

           PERFORM 121-READ-PAYNET
           .
      *Reads this employee's row from the bank master, if any.
       310-LOOKUP-BANK-ENTRY.
           MOVE 'NO' TO W10-BANK-FOUND-SWITCH

           IF W10-BANK-MASTER-OPEN
              MOVE F01-NET-SSN TO F02-BNK-SSN
              READ F02-BANK-MASTER-FILE
                  INVALID KEY
                      MOVE 'NO' TO W10-BANK-FOUND-SWITCH
                  NOT INVALID KEY
                      MOVE 'YES' TO W10-BANK-FOUND-SWITCH
                      MOVE F02-BANK-REC TO W10-BANK-ENTRY
              END-READ
           END-IF
           .
      *Writes one deposit detail to the bank transmission file.
       320-WRITE-BANK-DETAIL.
           MOVE F01-NET-SSN TO W04-DET-SSN
           MOVE W10-ENTRY-ROUTING TO W04-DET-ROUTING
           MOVE W10-ENTRY-ACCOUNT TO W04-DET-ACCOUNT
           MOVE F01-NET-PAY TO W04-DET-AMOUNT

           MOVE W04-BANK-DETAIL TO F03-BANK-OUT
           WRITE F03-BANK-OUT
      *employees, so the downstream envelope run never sees a
      *deposit employee's pay.
       500-REWRITE-PAYNET.
           CLOSE F01-PAYNET-FILE
                 F05-CASH-WORK-FILE
           OPEN INPUT F05-CASH-WORK-FILE
           OPEN OUTPUT F01-PAYNET-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 505-READ-CASH-WORK
           PERFORM 510-WRITE-CASH-ENTRY
               UNTIL NO-DATA-REMAINS

           CLOSE F01-PAYNET-FILE
                 F05-CASH-WORK-FILE
           .
      *Reads the next cash-pay row the split set aside.
       505-READ-CASH-WORK.
           READ F05-CASH-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one cash-pay row back to the net-pay extract.
       510-WRITE-CASH-ENTRY.
           MOVE F05-CASH-REC TO F01-PAYNET-REC
           WRITE F01-PAYNET-REC

           PERFORM 505-READ-CASH-WORK
           .
      *Displays how the run split between deposit and cash.
       800-WRITE-SUMMARY.
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F03-BANK-TRANS-FILE

           IF W10-BANK-MASTER-OPEN
              CLOSE F02-BANK-MASTER-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
