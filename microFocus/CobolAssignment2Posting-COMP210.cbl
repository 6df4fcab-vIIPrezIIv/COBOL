                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F07-PO-KEY.
           SELECT F11-BACKORDER-FILE ASSIGN TO 'BACKORDER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W16-BACKORDER-STATUS.
           SELECT F12-GL-JOURNAL-FILE ASSIGN TO 'INVJOURNAL.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F13-GL-BALANCE-FILE ASSIGN TO 'INVGLBAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W17-GL-BALANCE-STATUS.

           SELECT F14-WO-FILE ASSIGN TO 'WORKORDER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W19-WO-STATUS.
           SELECT OPTIONAL F15-WO-MATERIAL-FILE
                                 ASSIGN TO 'WOMATERIAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F08-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
      *the movement quantity, recounts carry the counted quantity
      *the book is to be brought to, and transfers carry the
      *quantity moved plus the warehouse it moves to (the warehouse
      *field is the side it moves from). An issue takes stock out
      *to a work order, carried where a transfer carries the
      *warehouse it moves to.
       FD F02-TRANS-FILE
          RECORD CONTAINS 64 CHARACTERS
          DATA RECORD IS F02-TRANS-IN.
             88 F02-SHIPMENT-TRAN         VALUE 'S'.
             88 F02-RECOUNT-TRAN          VALUE 'C'.
             88 F02-TRANSFER-TRAN         VALUE 'T'.
             88 F02-ISSUE-TRAN            VALUE 'I'.
             88 F02-TRAN-TYPE-VALID       VALUES 'R' 'S' 'C' 'T' 'I'.
          05 F02-TRAN-QTY                 PIC 9(3).
          05 F02-TRAN-QTY-X
             REDEFINES F02-TRAN-QTY       PIC X(3).
          05 F02-TRAN-TO-WAREHOUSE        PIC X(10).
          05 F02-TRAN-WORK-ORDER-AREA
             REDEFINES F02-TRAN-TO-WAREHOUSE.
             10 F02-TRAN-WORK-ORDER       PIC X(8).
             10                           PIC X(2).
          05 F02-TRAN-UNIT-COST           PIC 9999V99.
          05 F02-TRAN-UNIT-COST-X
             REDEFINES F02-TRAN-UNIT-COST PIC X(6).
          05 F07-PO-QTY-RECEIVED          PIC 9(3).
          05 F07-PO-STATUS                PIC X.

      *The customer backorders raised by the order run: a receipt
      *releases its quantity to the open backorders for the same
      *part and warehouse, oldest first, for the next allocation
      *run to give to those order lines ahead of any new order.
       FD F11-BACKORDER-FILE
          RECORD CONTAINS 67 CHARACTERS
          DATA RECORD IS F11-BACKORDER-REC.

       01 F11-BACKORDER-REC.
          05 F11-BKO-ORDER-NUMBER         PIC 9(6).
          05 F11-BKO-ORDER-LINE           PIC 9(2).
          05 F11-BKO-CUSTOMER-ID          PIC X(6).
          05 F11-BKO-WAREHOUSE            PIC X(10).
          05 F11-BKO-PART-NAME            PIC X(20).
          05 F11-BKO-QTY                  PIC 9(3).
          05 F11-BKO-QTY-RELEASED         PIC 9(3).
          05 F11-BKO-DATE                 PIC 9(8).
          05 F11-BKO-RELEASE-DATE         PIC 9(8).
          05 F11-BKO-STATUS               PIC X.

      *The inventory journal extract sent to accounting: the run's
      *inventory value movements summarized by warehouse, with a
      *proof that it balances and ties to the cost layers.
       FD F12-GL-JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F12-GL-JOURNAL-OUT-LINE.

       01 F12-GL-JOURNAL-OUT-LINE      PIC X(80).

      *The general-ledger inventory balance per warehouse, carried
      *from run to run: each posting run adds the value it
      *journaled, and the period close checks it against the value
      *of the cost layers it rolls forward.
       FD F13-GL-BALANCE-FILE
          RECORD CONTAINS 21 CHARACTERS
          DATA RECORD IS F13-GL-BALANCE-REC.

       01 F13-GL-BALANCE-REC.
          05 F13-GLB-WAREHOUSE            PIC X(10).
          05 F13-GLB-BALANCE              PIC S9(9)V99.

      *The work-order master kept by the job-cost run. Only the
      *work orders still open may have stock issued to them.
       FD F14-WO-FILE
          RECORD CONTAINS 81 CHARACTERS
          DATA RECORD IS F14-WO-REC.

       01 F14-WO-REC.
          05 F14-WO-NUMBER                PIC X(8).
          05 F14-WO-DESCRIPTION           PIC X(18).
          05 F14-WO-STATUS                PIC X.
             88 F14-WO-OPEN               VALUE 'O'.
          05                              PIC X(54).

      *The material charges for the job-cost run: one line per
      *issue posted, at the layer cost relieved, appended each run
      *and emptied by the job-cost run once it has posted them.
       FD F15-WO-MATERIAL-FILE
          RECORD CONTAINS 58 CHARACTERS
          DATA RECORD IS F15-WOM-REC.

       01 F15-WOM-REC.
          05 F15-WOM-WORK-ORDER           PIC X(8).
          05 F15-WOM-TRAN-DATE            PIC 9(8).
          05 F15-WOM-WAREHOUSE            PIC X(10).
          05 F15-WOM-PART-NAME            PIC X(20).
          05 F15-WOM-QTY                  PIC 9(3).
          05 F15-WOM-COST                 PIC 9(7)V99.

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       01 W11-NEW-LAYER-COST           PIC 9999V99.
       01 W11-NEW-LAYER-QTY            PIC 9(3).
       01 W11-NEW-LAYER-WAREHOUSE      PIC X(10).
       01 W11-RELIEVED-VALUE           PIC 9(7)V99.

      *In-core copy of the backorder file, loaded before any posting
      *and written back at end of run. A missing file means there
      *is nothing to release; a file larger than the table is left
      *exactly as it was and nothing is released this run.
       01 W16-BACKORDER-STATUS         PIC XX.
       01 W16-BKO-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W16-BKO-SUB                  PIC 9(3).
       01 W16-BKO-MAX                  PIC 9(3) VALUE 500.
       01 W16-BKO-LOADED-SWITCH        PIC X(3) VALUE 'NO'.
          88 W16-BKO-LOADED            VALUE 'YES'.
       01 W16-RELEASE-REMAINING        PIC 9(3).
       01 W16-RELEASE-TAKE             PIC 9(3).
       01 W16-BKO-TABLE-AREA.
          05 W16-BKO-COUNT             PIC 9(3) VALUE ZERO.
          05 W16-BKO-ENTRY OCCURS 500 TIMES.
             10 W16-BKO-IMAGE.
                15 W16-BKO-ORDER-KEY       PIC X(14).
                15 W16-BKO-WAREHOUSE       PIC X(10).
                15 W16-BKO-PART-NAME       PIC X(20).
                15 W16-BKO-QTY             PIC 9(3).
                15 W16-BKO-QTY-RELEASED    PIC 9(3).
                15 W16-BKO-DATE            PIC 9(8).
                15 W16-BKO-RELEASE-DATE    PIC 9(8).
                15 W16-BKO-STATUS          PIC X.

      *The inventory value this run moved, summarized by warehouse
      *for the journal extract, with the warehouse's cost-layer
      *value before and after the run and its carried general-
      *ledger balance. A missing balance file (the first journaled
      *run) opens each warehouse at its layer value.
       01 W17-GL-BALANCE-STATUS        PIC XX.
       01 W17-GLB-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W17-GLB-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
       01 W17-WH-OVERFLOW-SWITCH       PIC X(3) VALUE 'NO'.
          88 W17-WH-OVERFLOW           VALUE 'YES'.
       01 W17-SEARCH-WAREHOUSE         PIC X(10).
       01 W17-WH-SUB                   PIC 9(3).
       01 W17-WH-MATCH-SUB             PIC 9(3).
       01 W17-WH-MAX                   PIC 9(3) VALUE 50.
       01 W17-WH-TABLE-AREA.
          05 W17-WH-COUNT              PIC 9(3) VALUE ZERO.
          05 W17-WH-ENTRY OCCURS 50 TIMES.
             10 W17-WH-CODE            PIC X(10).
             10 W17-GL-BALANCE         PIC S9(9)V99.
             10 W17-LAYER-BEFORE       PIC 9(9)V99.
             10 W17-LAYER-AFTER        PIC 9(9)V99.
             10 W17-RECEIPTS           PIC 9(9)V99.
             10 W17-COGS               PIC 9(9)V99.
             10 W17-SHRINK-LOSS        PIC 9(9)V99.
             10 W17-SHRINK-GAIN        PIC 9(9)V99.
             10 W17-TRANSFER-IN        PIC 9(9)V99.
             10 W17-TRANSFER-OUT       PIC 9(9)V99.
             10 W17-ISSUES             PIC 9(9)V99.
       01 W17-AMOUNT                   PIC 9(7)V99.
       01 W17-WH-NET                   PIC S9(9)V99.
       01 W17-TOTAL-NET                PIC S9(9)V99 VALUE ZERO.
       01 W17-TOTAL-DEBITS             PIC 9(9)V99 VALUE ZERO.
       01 W17-TOTAL-CREDITS            PIC 9(9)V99 VALUE ZERO.
       01 W17-TOTAL-BEFORE             PIC 9(9)V99 VALUE ZERO.
       01 W17-TOTAL-AFTER              PIC 9(9)V99 VALUE ZERO.
       01 W17-UNITS-RECEIVED           PIC 9(7) VALUE ZERO.
       01 W17-UNITS-SHIPPED            PIC 9(7) VALUE ZERO.
       01 W17-UNITS-TRANSFERRED        PIC 9(7) VALUE ZERO.
       01 W17-UNITS-UNLAYERED          PIC 9(7) VALUE ZERO.
       01 W17-UNITS-ISSUED             PIC 9(7) VALUE ZERO.
       01 W17-JOURNAL-OK-SWITCH        PIC X(3) VALUE 'YES'.
          88 W17-JOURNAL-OK            VALUE 'YES'.

       01 W18-GL-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(25)
                 VALUE 'Inventory Journal Extract'.
          05                           PIC X(31) VALUE SPACES.

       01 W18-GL-LINE.
          05 W18-DR-CR                 PIC X(3).
          05                           PIC X(2) VALUE SPACES.
          05 W18-WAREHOUSE             PIC X(10).
          05                           PIC X(2) VALUE SPACES.
          05 W18-ACCOUNT               PIC X(28).
          05 W18-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W18-MEMO                  PIC X(12).
          05                           PIC X(8) VALUE SPACES.

       01 W18-GL-PROOF-LINE.
          05                           PIC X(14)
                 VALUE 'PROOF DEBITS='.
          05 W18-DEBITS                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(9) VALUE ' CREDITS='.
          05 W18-CREDITS               PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10)
                 VALUE ' BALANCED='.
          05 W18-BALANCED              PIC X(3).
          05                           PIC X(9) VALUE ' RECORDS='.
          05 W18-RECORD-COUNT          PIC ZZZZ9.

       01 W18-GL-UNITS-LINE.
          05                           PIC X(15)
                 VALUE 'UNITS RECEIVED='.
          05 W18-UNITS-RECEIVED        PIC ZZZZZZ9.
          05                           PIC X(9) VALUE ' SHIPPED='.
          05 W18-UNITS-SHIPPED         PIC ZZZZZZ9.
          05                           PIC X(13)
                 VALUE ' TRANSFERRED='.
          05 W18-UNITS-TRANSFERRED     PIC ZZZZZZ9.
          05                           PIC X(11)
                 VALUE ' UNLAYERED='.
          05 W18-UNITS-UNLAYERED       PIC ZZZZZZ9.

       01 W18-GL-ISSUED-LINE.
          05                           PIC X(13)
                 VALUE 'UNITS ISSUED='.
          05 W18-UNITS-ISSUED          PIC ZZZZZZ9.
          05                           PIC X(60) VALUE SPACES.

      *The work orders open for issues, loaded from the work-order
      *master. No master means no work order is open and every
      *issue is rejected.
       01 W19-WO-STATUS                PIC XX.
       01 W19-WO-EOF-SWITCH            PIC X(3) VALUE SPACES.
       01 W19-WO-SUB                   PIC 9(3).
       01 W19-WO-MATCH-SUB             PIC 9(3).
       01 W19-WO-MAX                   PIC 9(3) VALUE 500.
       01 W19-WO-TABLE-AREA.
          05 W19-WO-COUNT              PIC 9(3) VALUE ZERO.
          05 W19-WO-NUMBER             PIC X(8) OCCURS 500 TIMES.

       01 W18-GL-TIE-LINE.
          05                           PIC X(19)
                 VALUE 'LAYER VALUE BEFORE='.
          05 W18-LAYER-BEFORE          PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' AFTER='.
          05 W18-LAYER-AFTER           PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(5) VALUE ' NET='.
          05 W18-NET                   PIC ZZ,ZZZ,ZZ9.99-.
          05                           PIC X(5) VALUE ' TIE='.
          05 W18-TIE                   PIC X(3).


       01 W05-JOURNAL-LINE.
              STOP RUN
           END-IF

           PERFORM 140-LOAD-BACKORDER-TABLE
           PERFORM 145-LOAD-GL-BALANCES
           PERFORM 155-LOAD-WORK-ORDERS

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-READ-TRANSACTION
           PERFORM 300-PROCESS-TRANSACTIONS
               UNTIL NO-DATA-REMAINS
           PERFORM 600-REWRITE-LAYER-FILE
           IF W16-BKO-LOADED
              PERFORM 620-REWRITE-BACKORDER-FILE
           END-IF
           PERFORM 630-VALUE-CLOSING-LAYERS
           PERFORM 700-WRITE-GL-JOURNAL
           PERFORM 640-REWRITE-GL-BALANCES
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END
           OPEN INPUT F02-TRANS-FILE
           OPEN OUTPUT F03-JOURNAL-FILE
                       F04-REJECT-FILE
                       F12-GL-JOURNAL-FILE
           OPEN EXTEND F05-AUDIT-FILE
                       F15-WO-MATERIAL-FILE
           .
      *Loads the cost-layer file into the W10 table. A missing file
      *(the first layered run) simply starts the table empty; a file

           PERFORM 131-READ-LAYER-RECORD
           .
      *Loads the backorder file into the W16 table. Backorders are
      *filed in the order they were raised, so first match is
      *oldest.
       140-LOAD-BACKORDER-TABLE.
           OPEN INPUT F11-BACKORDER-FILE

           IF W16-BACKORDER-STATUS = '00'
              MOVE 'YES' TO W16-BKO-LOADED-SWITCH
              PERFORM 141-READ-BACKORDER-RECORD
              PERFORM 142-STORE-BACKORDER-ENTRY
                  UNTIL W16-BKO-EOF-SWITCH = 'NO'
                  OR W16-BKO-COUNT = W16-BKO-MAX
              IF W16-BKO-EOF-SWITCH NOT = 'NO'
                 MOVE 'NO' TO W16-BKO-LOADED-SWITCH
                 DISPLAY 'Backorder table full - no backorders'
                     ' released this run'
              END-IF
              CLOSE F11-BACKORDER-FILE
           END-IF
           .
      *Reads the next backorder row.
       141-READ-BACKORDER-RECORD.
           READ F11-BACKORDER-FILE
               AT END MOVE 'NO' TO W16-BKO-EOF-SWITCH
           END-READ
           .
      *Stores one backorder row in the table.
       142-STORE-BACKORDER-ENTRY.
           ADD 1 TO W16-BKO-COUNT
           MOVE F11-BACKORDER-REC TO W16-BKO-IMAGE (W16-BKO-COUNT)

           PERFORM 141-READ-BACKORDER-RECORD
           .
      *Loads the carried general-ledger inventory balance for each
      *warehouse and values the cost layers as they stand before
      *any posting. With no balance file yet, each warehouse opens
      *at its layer value, so the first journaled run starts tied.
       145-LOAD-GL-BALANCES.
           OPEN INPUT F13-GL-BALANCE-FILE

           IF W17-GL-BALANCE-STATUS = '00'
              MOVE 'YES' TO W17-GLB-FOUND-SWITCH
              PERFORM 146-READ-GL-BALANCE-RECORD
              PERFORM 147-STORE-GL-BALANCE-ENTRY
                  UNTIL W17-GLB-EOF-SWITCH = 'NO'
              CLOSE F13-GL-BALANCE-FILE
           END-IF

           PERFORM 135-VALUE-OPENING-LAYER
               VARYING W10-LAY-SUB FROM 1 BY 1
               UNTIL W10-LAY-SUB > W10-LAY-COUNT

           IF W17-GLB-FOUND-SWITCH = 'NO'
              DISPLAY 'No GL balance file - warehouses opened at'
                  ' their layer value'
              PERFORM 148-SEED-GL-BALANCE
                  VARYING W17-WH-SUB FROM 1 BY 1
                  UNTIL W17-WH-SUB > W17-WH-COUNT
           END-IF
           .
      *Reads the next general-ledger balance row.
       146-READ-GL-BALANCE-RECORD.
           READ F13-GL-BALANCE-FILE
               AT END MOVE 'NO' TO W17-GLB-EOF-SWITCH
           END-READ
           .
      *Stores one warehouse's carried balance in the table.
       147-STORE-GL-BALANCE-ENTRY.
           MOVE F13-GLB-WAREHOUSE TO W17-SEARCH-WAREHOUSE
           PERFORM 150-FIND-GL-WAREHOUSE
           IF W17-WH-MATCH-SUB > ZERO
              MOVE F13-GLB-BALANCE
                  TO W17-GL-BALANCE (W17-WH-MATCH-SUB)
           END-IF

           PERFORM 146-READ-GL-BALANCE-RECORD
           .
      *Opens one warehouse's balance at its layer value.
       148-SEED-GL-BALANCE.
           MOVE W17-LAYER-BEFORE (W17-WH-SUB)
               TO W17-GL-BALANCE (W17-WH-SUB)
           .
      *Adds one layer's value to its warehouse's opening figure.
       135-VALUE-OPENING-LAYER.
           MOVE W10-LAY-WAREHOUSE (W10-LAY-SUB)
               TO W17-SEARCH-WAREHOUSE
           PERFORM 150-FIND-GL-WAREHOUSE
           IF W17-WH-MATCH-SUB > ZERO
              COMPUTE W17-LAYER-BEFORE (W17-WH-MATCH-SUB) =
                  W17-LAYER-BEFORE (W17-WH-MATCH-SUB)
                  + W10-LAY-QTY (W10-LAY-SUB)
                  * W10-LAY-UNIT-COST (W10-LAY-SUB)
           END-IF
           .
      *Finds the warehouse in W17-SEARCH-WAREHOUSE in the journal
      *table, adding it if it is new. A full table leaves
      *W17-WH-MATCH-SUB at zero and marks the journal as not tied.
       150-FIND-GL-WAREHOUSE.
           MOVE ZERO TO W17-WH-MATCH-SUB
           PERFORM 151-CHECK-GL-WAREHOUSE
               VARYING W17-WH-SUB FROM 1 BY 1
               UNTIL W17-WH-SUB > W17-WH-COUNT
               OR W17-WH-MATCH-SUB > ZERO

           IF W17-WH-MATCH-SUB = ZERO
              IF W17-WH-COUNT < W17-WH-MAX
                 ADD 1 TO W17-WH-COUNT
                 MOVE W17-WH-COUNT TO W17-WH-MATCH-SUB
                 MOVE W17-SEARCH-WAREHOUSE
                     TO W17-WH-CODE (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-GL-BALANCE (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-LAYER-BEFORE (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-LAYER-AFTER (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-RECEIPTS (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-COGS (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-SHRINK-LOSS (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-SHRINK-GAIN (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-TRANSFER-IN (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-TRANSFER-OUT (W17-WH-MATCH-SUB)
                 MOVE ZERO TO W17-ISSUES (W17-WH-MATCH-SUB)
              ELSE
                 MOVE 'YES' TO W17-WH-OVERFLOW-SWITCH
              END-IF
           END-IF
           .
      *Marks the match if this entry is the warehouse sought.
       151-CHECK-GL-WAREHOUSE.
           IF W17-WH-CODE (W17-WH-SUB) = W17-SEARCH-WAREHOUSE
              MOVE W17-WH-SUB TO W17-WH-MATCH-SUB
           END-IF
           .
      *Loads the numbers of the open work orders. A master with more
      *open work orders than the table holds is reported, and issues
      *to the ones left out are rejected until it is cleared down.
       155-LOAD-WORK-ORDERS.
           OPEN INPUT F14-WO-FILE

           IF W19-WO-STATUS = '00'
              PERFORM 156-READ-WO-RECORD
              PERFORM 157-STORE-WO-ENTRY
                  UNTIL W19-WO-EOF-SWITCH = 'NO'
              CLOSE F14-WO-FILE
           END-IF
           .
      *Reads the next work-order master row.
       156-READ-WO-RECORD.
           READ F14-WO-FILE
               AT END MOVE 'NO' TO W19-WO-EOF-SWITCH
           END-READ
           .
      *Stores one open work order's number in the table.
       157-STORE-WO-ENTRY.
           IF F14-WO-OPEN
              IF W19-WO-COUNT < W19-WO-MAX
                 ADD 1 TO W19-WO-COUNT
                 MOVE F14-WO-NUMBER TO W19-WO-NUMBER (W19-WO-COUNT)
              ELSE
                 DISPLAY 'Work-order table full, no issues taken for '
                     F14-WO-NUMBER
              END-IF
           END-IF

           PERFORM 156-READ-WO-RECORD
           .
      *Finds the issue's work order among the open ones, leaving
      *W19-WO-MATCH-SUB at zero if it is not open.
       158-FIND-WORK-ORDER.
           MOVE ZERO TO W19-WO-MATCH-SUB
           PERFORM 159-CHECK-WORK-ORDER
               VARYING W19-WO-SUB FROM 1 BY 1
               UNTIL W19-WO-SUB > W19-WO-COUNT
               OR W19-WO-MATCH-SUB > ZERO
           .
      *Marks the match if this entry is the issue's work order.
       159-CHECK-WORK-ORDER.
           IF W19-WO-NUMBER (W19-WO-SUB) = F02-TRAN-WORK-ORDER
              MOVE W19-WO-SUB TO W19-WO-MATCH-SUB
           END-IF
           .
      *Reads the next transaction.
       200-READ-TRANSACTION.
           READ F02-TRANS-FILE
           PERFORM 200-READ-TRANSACTION
           .
      *Checks the transaction itself before touching the master.
      *An issue must name a work order that is still open.
       310-EDIT-TRANSACTION.
           IF NOT F02-TRAN-TYPE-VALID
              MOVE 'Transaction type must be R,S,C,T,I'
                  TO W01-REJECT-REASON
           ELSE
              IF F02-TRAN-QTY NOT NUMERIC
                     TO W01-REJECT-REASON
              END-IF
           END-IF

           IF W01-TRAN-ACCEPTED AND F02-ISSUE-TRAN
              PERFORM 158-FIND-WORK-ORDER
              IF W19-WO-MATCH-SUB = ZERO
                 MOVE 'Work order not on file or not open'
                     TO W01-REJECT-REASON
              END-IF
           END-IF
           .
      *Looks the transaction's part and warehouse up on the master.
       320-LOOKUP-MASTER.
                   PERFORM 430-APPLY-RECOUNT
               WHEN F02-TRANSFER-TRAN
                   PERFORM 450-APPLY-TRANSFER
               WHEN F02-ISSUE-TRAN
                   PERFORM 460-APPLY-ISSUE
           END-EVALUATE

           IF W01-TRAN-ACCEPTED AND NOT F02-TRANSFER-TRAN
              MOVE F02-TRAN-QTY TO W11-NEW-LAYER-QTY
              PERFORM 415-ADD-COST-LAYER

              ADD F02-TRAN-QTY TO W17-UNITS-RECEIVED
              COMPUTE W17-AMOUNT = F02-TRAN-QTY * W11-NEW-LAYER-COST
              MOVE F02-TRAN-WAREHOUSE TO W17-SEARCH-WAREHOUSE
              PERFORM 150-FIND-GL-WAREHOUSE
              IF W17-WH-MATCH-SUB > ZERO
                 ADD W17-AMOUNT TO W17-RECEIPTS (W17-WH-MATCH-SUB)
              END-IF

              IF F02-TRAN-PO-NUMBER IS NUMERIC
                 AND F02-TRAN-PO-NUMBER > ZERO
                 PERFORM 417-APPLY-PO-RECEIPT
              END-IF

              IF W16-BKO-LOADED
                 PERFORM 418-RELEASE-BACKORDERS
              END-IF
           END-IF
           .
      *Releases the received quantity to the customer backorders
      *waiting on this part in this warehouse, oldest first, until
      *the receipt is used up. The order run allocates what was
      *released; nothing is allocated here.
       418-RELEASE-BACKORDERS.
           MOVE F02-TRAN-QTY TO W16-RELEASE-REMAINING
           PERFORM 419-RELEASE-ONE-BACKORDER
               VARYING W16-BKO-SUB FROM 1 BY 1
               UNTIL W16-BKO-SUB > W16-BKO-COUNT
               OR W16-RELEASE-REMAINING = ZERO
           .
      *Releases what this backorder still needs, or what is left of
      *the receipt if that is less.
       419-RELEASE-ONE-BACKORDER.
           IF W16-BKO-WAREHOUSE (W16-BKO-SUB) = F02-TRAN-WAREHOUSE
              AND W16-BKO-PART-NAME (W16-BKO-SUB) = F02-TRAN-PART-NAME
              AND W16-BKO-QTY (W16-BKO-SUB)
                  > W16-BKO-QTY-RELEASED (W16-BKO-SUB)
              COMPUTE W16-RELEASE-TAKE =
                  W16-BKO-QTY (W16-BKO-SUB)
                  - W16-BKO-QTY-RELEASED (W16-BKO-SUB)
              IF W16-RELEASE-TAKE > W16-RELEASE-REMAINING
                 MOVE W16-RELEASE-REMAINING TO W16-RELEASE-TAKE
              END-IF
              ADD W16-RELEASE-TAKE
                  TO W16-BKO-QTY-RELEASED (W16-BKO-SUB)
              SUBTRACT W16-RELEASE-TAKE FROM W16-RELEASE-REMAINING
              MOVE F02-TRAN-DATE TO W16-BKO-RELEASE-DATE (W16-BKO-SUB)
              MOVE 'R' TO W16-BKO-STATUS (W16-BKO-SUB)
           END-IF
           .
      *A receipt that references a purchase order closes the PO line
           END-IF
           .
      *Relieves W11-RELIEVE-REMAINING units of this part from the
      *warehouse in W11-RELIEVE-WAREHOUSE, oldest layer first, and
      *leaves the cost relieved in W11-RELIEVED-VALUE. In
      *transfer mode every relieved slice is re-created as a layer
      *at the receiving warehouse at the same cost. Stock on the
      *book but not in any layer (movements that predate layering)
      *simply leaves a remainder, which the revaluation report
      *prices at the master price; it carries no layer cost, so it
      *journals at nothing and is counted on the proof instead.
       425-RELIEVE-LAYERS.
           MOVE ZERO TO W11-RELIEVED-VALUE
           PERFORM 426-RELIEVE-ONE-LAYER
               VARYING W10-LAY-SUB FROM 1 BY 1
               UNTIL W10-LAY-SUB > W10-LAY-COUNT
               OR W11-RELIEVE-REMAINING = ZERO
           ADD W11-RELIEVE-REMAINING TO W17-UNITS-UNLAYERED
           .
      *Relieves what this one layer can give, if it matches.
       426-RELIEVE-ONE-LAYER.
              SUBTRACT W11-RELIEVE-TAKE
                  FROM W10-LAY-QTY (W10-LAY-SUB)
              SUBTRACT W11-RELIEVE-TAKE FROM W11-RELIEVE-REMAINING
              COMPUTE W11-RELIEVED-VALUE =
                  W11-RELIEVED-VALUE
                  + W11-RELIEVE-TAKE * W10-LAY-UNIT-COST (W10-LAY-SUB)

              IF W11-TRANSFER-MODE
                 MOVE F02-TRAN-TO-WAREHOUSE
                 MOVE F02-TRAN-WAREHOUSE TO W11-RELIEVE-WAREHOUSE
                 MOVE F02-TRAN-QTY TO W11-RELIEVE-REMAINING
                 PERFORM 425-RELIEVE-LAYERS

                 ADD F02-TRAN-QTY TO W17-UNITS-SHIPPED
                 MOVE F02-TRAN-WAREHOUSE TO W17-SEARCH-WAREHOUSE
                 PERFORM 150-FIND-GL-WAREHOUSE
                 IF W17-WH-MATCH-SUB > ZERO
                    ADD W11-RELIEVED-VALUE
                        TO W17-COGS (W17-WH-MATCH-SUB)
                 END-IF
              END-IF
           END-IF
           .
      *An issue takes stock out to a work order the way a shipment
      *takes it out to a customer, but its layer cost goes to work
      *in process and out to the job-cost run as a material charge.
       460-APPLY-ISSUE.
           COMPUTE W02-ENDING-AFTER =
               W02-ENDING-BEFORE - F02-TRAN-QTY

           IF W02-ENDING-AFTER < 0
              MOVE 'Would drive ending quantity negative'
                  TO W01-REJECT-REASON
           ELSE
              IF F01-IN-AMOUNT-SHIPPED + F02-TRAN-QTY > 999
                 MOVE 'Shipped total out of range'
                     TO W01-REJECT-REASON
              ELSE
                 ADD F02-TRAN-QTY TO F01-IN-AMOUNT-SHIPPED

                 MOVE 'NO' TO W11-TRANSFER-MODE-SWITCH
                 MOVE F02-TRAN-WAREHOUSE TO W11-RELIEVE-WAREHOUSE
                 MOVE F02-TRAN-QTY TO W11-RELIEVE-REMAINING
                 PERFORM 425-RELIEVE-LAYERS

                 ADD F02-TRAN-QTY TO W17-UNITS-ISSUED
                 MOVE F02-TRAN-WAREHOUSE TO W17-SEARCH-WAREHOUSE
                 PERFORM 150-FIND-GL-WAREHOUSE
                 IF W17-WH-MATCH-SUB > ZERO
                    ADD W11-RELIEVED-VALUE
                        TO W17-ISSUES (W17-WH-MATCH-SUB)
                 END-IF

                 MOVE F02-TRAN-WORK-ORDER TO F15-WOM-WORK-ORDER
                 MOVE F02-TRAN-DATE TO F15-WOM-TRAN-DATE
                 MOVE F02-TRAN-WAREHOUSE TO F15-WOM-WAREHOUSE
                 MOVE F02-TRAN-PART-NAME TO F15-WOM-PART-NAME
                 MOVE F02-TRAN-QTY TO F15-WOM-QTY
                 MOVE W11-RELIEVED-VALUE TO F15-WOM-COST
                 WRITE F15-WOM-REC
              END-IF
           END-IF
           .
           PERFORM 425-RELIEVE-LAYERS
           MOVE 'NO' TO W11-TRANSFER-MODE-SWITCH

           ADD F02-TRAN-QTY TO W17-UNITS-TRANSFERRED
           MOVE F02-TRAN-WAREHOUSE TO W17-SEARCH-WAREHOUSE
           PERFORM 150-FIND-GL-WAREHOUSE
           IF W17-WH-MATCH-SUB > ZERO
              ADD W11-RELIEVED-VALUE
                  TO W17-TRANSFER-OUT (W17-WH-MATCH-SUB)
           END-IF
           MOVE F02-TRAN-TO-WAREHOUSE TO W17-SEARCH-WAREHOUSE
           PERFORM 150-FIND-GL-WAREHOUSE
           IF W17-WH-MATCH-SUB > ZERO
              ADD W11-RELIEVED-VALUE
                  TO W17-TRANSFER-IN (W17-WH-MATCH-SUB)
           END-IF

           COMPUTE W02-ENDING-AFTER =
               W02-ENDING-BEFORE - F02-TRAN-QTY
           .
      *A recount carries the counted quantity: the beginning is
      *reset so the ending works out to the count, keeping the
      *period's received and shipped activity intact. The cost
      *layers follow the count, so the shrinkage journaled is what
      *the stock actually cost.
       430-APPLY-RECOUNT.
           COMPUTE W02-NEW-BEGINNING =
               F02-TRAN-QTY - F01-IN-AMOUNT-RECEIVED
           ELSE
              MOVE W02-NEW-BEGINNING TO F01-IN-BEGINNING
              MOVE F02-TRAN-QTY TO W02-ENDING-AFTER
              PERFORM 435-ADJUST-RECOUNT-LAYERS
           END-IF
           .
      *A count short of the book relieves the missing units from
      *the layers, oldest first, as shrinkage. A count over the
      *book lays the found units down as a new layer at the master
      *price, since nothing says what they cost.
       435-ADJUST-RECOUNT-LAYERS.
           MOVE F02-TRAN-WAREHOUSE TO W17-SEARCH-WAREHOUSE
           PERFORM 150-FIND-GL-WAREHOUSE

           IF W02-ENDING-AFTER < W02-ENDING-BEFORE
              MOVE 'NO' TO W11-TRANSFER-MODE-SWITCH
              MOVE F02-TRAN-WAREHOUSE TO W11-RELIEVE-WAREHOUSE
              COMPUTE W11-RELIEVE-REMAINING =
                  W02-ENDING-BEFORE - W02-ENDING-AFTER
              PERFORM 425-RELIEVE-LAYERS
              IF W17-WH-MATCH-SUB > ZERO
                 ADD W11-RELIEVED-VALUE
                     TO W17-SHRINK-LOSS (W17-WH-MATCH-SUB)
              END-IF
           END-IF

           IF W02-ENDING-AFTER > W02-ENDING-BEFORE
              IF W02-ENDING-BEFORE < ZERO
                 MOVE W02-ENDING-AFTER TO W11-NEW-LAYER-QTY
              ELSE
                 COMPUTE W11-NEW-LAYER-QTY =
                     W02-ENDING-AFTER - W02-ENDING-BEFORE
              END-IF
              MOVE F01-IN-UNIT-PRICE TO W11-NEW-LAYER-COST
              MOVE F02-TRAN-WAREHOUSE TO W11-NEW-LAYER-WAREHOUSE
              PERFORM 415-ADD-COST-LAYER
              COMPUTE W17-AMOUNT =
                  W11-NEW-LAYER-QTY * W11-NEW-LAYER-COST
              IF W17-WH-MATCH-SUB > ZERO
                 ADD W17-AMOUNT TO W17-SHRINK-GAIN (W17-WH-MATCH-SUB)
              END-IF
           END-IF
           .
      *Writes the journal line for an applied transaction. A
              WRITE F06-LAYER-REC
           END-IF
           .
      *Writes the backorder table back to its file with the
      *releases this run made.
       620-REWRITE-BACKORDER-FILE.
           OPEN OUTPUT F11-BACKORDER-FILE
           PERFORM 621-WRITE-BACKORDER-ENTRY
               VARYING W16-BKO-SUB FROM 1 BY 1
               UNTIL W16-BKO-SUB > W16-BKO-COUNT
           CLOSE F11-BACKORDER-FILE
           .
      *Writes one backorder back to the file.
       621-WRITE-BACKORDER-ENTRY.
           MOVE W16-BKO-IMAGE (W16-BKO-SUB) TO F11-BACKORDER-REC
           WRITE F11-BACKORDER-REC
           .
      *Values the cost layers as the run leaves them, by warehouse,
      *for the journal's tie to the layers.
       630-VALUE-CLOSING-LAYERS.
           PERFORM 631-VALUE-CLOSING-LAYER
               VARYING W10-LAY-SUB FROM 1 BY 1
               UNTIL W10-LAY-SUB > W10-LAY-COUNT
           .
      *Adds one still-live layer's value to its warehouse.
       631-VALUE-CLOSING-LAYER.
           IF W10-LAY-QTY (W10-LAY-SUB) > ZERO
              MOVE W10-LAY-WAREHOUSE (W10-LAY-SUB)
                  TO W17-SEARCH-WAREHOUSE
              PERFORM 150-FIND-GL-WAREHOUSE
              IF W17-WH-MATCH-SUB > ZERO
                 COMPUTE W17-LAYER-AFTER (W17-WH-MATCH-SUB) =
                     W17-LAYER-AFTER (W17-WH-MATCH-SUB)
                     + W10-LAY-QTY (W10-LAY-SUB)
                     * W10-LAY-UNIT-COST (W10-LAY-SUB)
              END-IF
           END-IF
           .
      *Writes the general-ledger balances, with this run's journal
      *added, back to their file for the next run and the close.
       640-REWRITE-GL-BALANCES.
           OPEN OUTPUT F13-GL-BALANCE-FILE
           PERFORM 641-WRITE-GL-BALANCE-ENTRY
               VARYING W17-WH-SUB FROM 1 BY 1
               UNTIL W17-WH-SUB > W17-WH-COUNT
           CLOSE F13-GL-BALANCE-FILE
           .
      *Writes one warehouse's balance back to the file.
       641-WRITE-GL-BALANCE-ENTRY.
           MOVE W17-WH-CODE (W17-WH-SUB) TO F13-GLB-WAREHOUSE
           MOVE W17-GL-BALANCE (W17-WH-SUB) TO F13-GLB-BALANCE
           WRITE F13-GL-BALANCE-REC
           .
      *Writes the inventory journal extract: each warehouse's
      *entries, then the proof that debits equal credits, the units
      *behind them, and that the net value journaled equals the
      *change in the value of the cost layers.
       700-WRITE-GL-JOURNAL.
           MOVE W18-GL-HEADING TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE

           MOVE SPACES TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE

           PERFORM 710-WRITE-GL-WAREHOUSE
               VARYING W17-WH-SUB FROM 1 BY 1
               UNTIL W17-WH-SUB > W17-WH-COUNT

           MOVE W17-TOTAL-DEBITS TO W18-DEBITS
           MOVE W17-TOTAL-CREDITS TO W18-CREDITS
           IF W17-TOTAL-DEBITS = W17-TOTAL-CREDITS
              MOVE 'YES' TO W18-BALANCED
           ELSE
              MOVE 'NO' TO W18-BALANCED
              MOVE 'NO' TO W17-JOURNAL-OK-SWITCH
           END-IF
           MOVE W03-APPLIED-COUNT TO W18-RECORD-COUNT

           MOVE W18-GL-PROOF-LINE TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE
               AFTER ADVANCING 2 LINES

           MOVE W17-UNITS-RECEIVED TO W18-UNITS-RECEIVED
           MOVE W17-UNITS-SHIPPED TO W18-UNITS-SHIPPED
           MOVE W17-UNITS-TRANSFERRED TO W18-UNITS-TRANSFERRED
           MOVE W17-UNITS-UNLAYERED TO W18-UNITS-UNLAYERED
           MOVE W18-GL-UNITS-LINE TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE

           MOVE W17-UNITS-ISSUED TO W18-UNITS-ISSUED
           MOVE W18-GL-ISSUED-LINE TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE

           MOVE W17-TOTAL-BEFORE TO W18-LAYER-BEFORE
           MOVE W17-TOTAL-AFTER TO W18-LAYER-AFTER
           MOVE W17-TOTAL-NET TO W18-NET
           IF W17-TOTAL-AFTER - W17-TOTAL-BEFORE = W17-TOTAL-NET
              AND NOT W17-WH-OVERFLOW
              MOVE 'YES' TO W18-TIE
           ELSE
              MOVE 'NO' TO W18-TIE
              MOVE 'NO' TO W17-JOURNAL-OK-SWITCH
           END-IF
           MOVE W18-GL-TIE-LINE TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE

           IF W17-WH-OVERFLOW
              DISPLAY 'Warehouse table full - inventory journal'
                  ' incomplete'
           END-IF
           .
      *Writes one warehouse's journal entries, skipping any pair
      *with nothing in it, and carries the net into its balance.
       710-WRITE-GL-WAREHOUSE.
           MOVE W17-WH-CODE (W17-WH-SUB) TO W18-WAREHOUSE

           IF W17-RECEIPTS (W17-WH-SUB) > ZERO
              MOVE 'RECEIPTS' TO W18-MEMO
              MOVE W17-RECEIPTS (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              MOVE 'CR' TO W18-DR-CR
              MOVE 'RECEIVED NOT INVOICED' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-RECEIPTS (W17-WH-SUB)
                  TO W17-TOTAL-DEBITS W17-TOTAL-CREDITS
           END-IF

           IF W17-COGS (W17-WH-SUB) > ZERO
              MOVE 'SHIPMENTS' TO W18-MEMO
              MOVE W17-COGS (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'COST OF GOODS SOLD' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              MOVE 'CR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-COGS (W17-WH-SUB)
                  TO W17-TOTAL-DEBITS W17-TOTAL-CREDITS
           END-IF

           IF W17-ISSUES (W17-WH-SUB) > ZERO
              MOVE 'ISSUES' TO W18-MEMO
              MOVE W17-ISSUES (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'WORK IN PROCESS' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              MOVE 'CR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-ISSUES (W17-WH-SUB)
                  TO W17-TOTAL-DEBITS W17-TOTAL-CREDITS
           END-IF

           IF W17-SHRINK-LOSS (W17-WH-SUB) > ZERO
              MOVE 'RECOUNT' TO W18-MEMO
              MOVE W17-SHRINK-LOSS (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'INVENTORY SHRINKAGE' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              MOVE 'CR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-SHRINK-LOSS (W17-WH-SUB)
                  TO W17-TOTAL-DEBITS W17-TOTAL-CREDITS
           END-IF

           IF W17-SHRINK-GAIN (W17-WH-SUB) > ZERO
              MOVE 'RECOUNT' TO W18-MEMO
              MOVE W17-SHRINK-GAIN (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              MOVE 'CR' TO W18-DR-CR
              MOVE 'INVENTORY SHRINKAGE' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-SHRINK-GAIN (W17-WH-SUB)
                  TO W17-TOTAL-DEBITS W17-TOTAL-CREDITS
           END-IF

           IF W17-TRANSFER-IN (W17-WH-SUB) > ZERO
              MOVE 'TRANSFER IN' TO W18-MEMO
              MOVE W17-TRANSFER-IN (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'DR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-TRANSFER-IN (W17-WH-SUB) TO W17-TOTAL-DEBITS
           END-IF

           IF W17-TRANSFER-OUT (W17-WH-SUB) > ZERO
              MOVE 'TRANSFER OUT' TO W18-MEMO
              MOVE W17-TRANSFER-OUT (W17-WH-SUB) TO W18-AMOUNT
              MOVE 'CR' TO W18-DR-CR
              MOVE 'INVENTORY' TO W18-ACCOUNT
              PERFORM 720-WRITE-GL-LINE
              ADD W17-TRANSFER-OUT (W17-WH-SUB) TO W17-TOTAL-CREDITS
           END-IF

           COMPUTE W17-WH-NET =
               W17-RECEIPTS (W17-WH-SUB)
               + W17-SHRINK-GAIN (W17-WH-SUB)
               + W17-TRANSFER-IN (W17-WH-SUB)
               - W17-COGS (W17-WH-SUB)
               - W17-ISSUES (W17-WH-SUB)
               - W17-SHRINK-LOSS (W17-WH-SUB)
               - W17-TRANSFER-OUT (W17-WH-SUB)
           ADD W17-WH-NET TO W17-GL-BALANCE (W17-WH-SUB)
           ADD W17-WH-NET TO W17-TOTAL-NET
           ADD W17-LAYER-BEFORE (W17-WH-SUB) TO W17-TOTAL-BEFORE
           ADD W17-LAYER-AFTER (W17-WH-SUB) TO W17-TOTAL-AFTER

           IF W17-LAYER-AFTER (W17-WH-SUB)
              - W17-LAYER-BEFORE (W17-WH-SUB) NOT = W17-WH-NET
              DISPLAY 'Inventory journal does not tie to the layers'
                  ' for ' W17-WH-CODE (W17-WH-SUB)
           END-IF
           .
      *Writes one line of the inventory journal extract.
       720-WRITE-GL-LINE.
           MOVE W18-GL-LINE TO F12-GL-JOURNAL-OUT-LINE
           WRITE F12-GL-JOURNAL-OUT-LINE
           .
      *Displays how many transactions were applied versus rejected.
       800-WRITE-SUMMARY.
           DISPLAY 'Transactions applied  : ' W03-APPLIED-COUNT
                 F04-REJECT-FILE
                 F05-AUDIT-FILE
                 F07-PO-FILE
                 F12-GL-JOURNAL-FILE
                 F15-WO-MATERIAL-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           MOVE ZERO TO F10-RUN-COUNT
           ADD W03-APPLIED-COUNT TO F10-RUN-COUNT
           ADD W03-REJECTED-COUNT TO F10-RUN-COUNT
           IF W17-JOURNAL-OK
              MOVE 'N' TO F10-RUN-END-STATUS
           ELSE
              MOVE 'F' TO F10-RUN-END-STATUS
           END-IF
           WRITE F10-RUNLOG-REC
           CLOSE F10-RUNLOG-FILE
           .
