           SELECT F05-LAYER-FILE ASSIGN TO 'ASST2LAYERS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-LAYER-STATUS.
           SELECT F08-GL-BALANCE-FILE ASSIGN TO 'INVGLBAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W12-GL-BALANCE-STATUS.

           SELECT F06-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
          05 F05-LAY-QTY                  PIC 9(3).
          05 F05-LAY-UNIT-COST            PIC 9999V99.

      *The general-ledger inventory balance per warehouse carried by
      *the posting run's journal. The close checks it against the
      *value of the cost layers it rolls forward.
       FD F08-GL-BALANCE-FILE
          RECORD CONTAINS 21 CHARACTERS
          DATA RECORD IS F08-GL-BALANCE-REC.

       01 F08-GL-BALANCE-REC.
          05 F08-GLB-WAREHOUSE            PIC X(10).
          05 F08-GLB-BALANCE              PIC S9(9)V99.

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       01 W11-VALUE-REMAINING          PIC 9(3).
       01 W11-VALUE-TAKE               PIC 9(3).

      *The general-ledger tie-out: each warehouse's carried
      *balance against the value of the layers rolling forward.
       01 W12-GL-BALANCE-STATUS        PIC XX.
       01 W12-GLB-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W12-GLB-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
       01 W12-TIE-OK-SWITCH            PIC X(3) VALUE 'YES'.
          88 W12-TIE-OK                VALUE 'YES'.
       01 W12-SEARCH-WAREHOUSE         PIC X(10).
       01 W12-WH-SUB                   PIC 9(3).
       01 W12-WH-MATCH-SUB             PIC 9(3).
       01 W12-WH-MAX                   PIC 9(3) VALUE 50.
       01 W12-WH-TABLE-AREA.
          05 W12-WH-COUNT              PIC 9(3) VALUE ZERO.
          05 W12-WH-ENTRY OCCURS 50 TIMES.
             10 W12-WH-CODE            PIC X(10).
             10 W12-GL-BALANCE         PIC S9(9)V99.
             10 W12-LAYER-VALUE        PIC 9(9)V99.
       01 W12-TOTAL-GL-BALANCE         PIC S9(9)V99 VALUE ZERO.
       01 W12-TOTAL-LAYER-VALUE        PIC 9(9)V99 VALUE ZERO.

       01 W13-GL-HEADING.
          05                           PIC X(20)
                 VALUE 'GL Inventory Tie-Out'.
          05                           PIC X(74) VALUE SPACES.

       01 W13-GL-TIE-LINE.
          05                           PIC X(10) VALUE 'Warehouse='.
          05 W13-WAREHOUSE             PIC X(10).
          05                           PIC X(12)
                 VALUE ' GL BALANCE='.
          05 W13-GL-BALANCE            PIC ZZ,ZZZ,ZZ9.99-.
          05                           PIC X(13)
                 VALUE ' LAYER VALUE='.
          05 W13-LAYER-VALUE           PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' AGREE='.
          05 W13-AGREE                 PIC X(3).
          05                           PIC X(12) VALUE SPACES.

       01 W03-CLOSED-COUNT             PIC 9(5) VALUE ZERO.
       01 W03-SKIPPED-COUNT            PIC 9(5) VALUE ZERO.
       01 W03-TOTAL-ENDING-BEFORE      PIC 9(7) VALUE ZERO.
              PERFORM 320-PRINT-WHSE-SUBTOTAL
           END-IF
           PERFORM 500-WRITE-PROOF
           PERFORM 510-WRITE-GL-TIE-OUT
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           ACCEPT W09-AUDIT-DATE FROM DATE YYYYMMDD

           PERFORM 110-LOAD-LAYER-TABLE
           PERFORM 115-LOAD-GL-BALANCES

           OPEN I-O F01-MASTER-FILE
           OPEN EXTEND F02-ARCHIVE-FILE

           PERFORM 111-READ-LAYER-RECORD
           .
      *Loads the carried general-ledger balance per warehouse, then
      *values the layers rolling forward into the same table. A
      *missing balance file means no journal has posted yet, and
      *the tie-out says so instead of failing.
       115-LOAD-GL-BALANCES.
           OPEN INPUT F08-GL-BALANCE-FILE

           IF W12-GL-BALANCE-STATUS = '00'
              MOVE 'YES' TO W12-GLB-FOUND-SWITCH
              PERFORM 116-READ-GL-BALANCE-RECORD
              PERFORM 117-STORE-GL-BALANCE-ENTRY
                  UNTIL W12-GLB-EOF-SWITCH = 'NO'
              CLOSE F08-GL-BALANCE-FILE
           END-IF

           PERFORM 118-VALUE-ONE-WHSE-LAYER
               VARYING W10-LAY-SUB FROM 1 BY 1
               UNTIL W10-LAY-SUB > W10-LAY-COUNT
           .
      *Reads the next general-ledger balance row.
       116-READ-GL-BALANCE-RECORD.
           READ F08-GL-BALANCE-FILE
               AT END MOVE 'NO' TO W12-GLB-EOF-SWITCH
           END-READ
           .
      *Stores one warehouse's carried balance in the table.
       117-STORE-GL-BALANCE-ENTRY.
           MOVE F08-GLB-WAREHOUSE TO W12-SEARCH-WAREHOUSE
           PERFORM 120-FIND-GL-WAREHOUSE
           IF W12-WH-MATCH-SUB > ZERO
              MOVE F08-GLB-BALANCE TO W12-GL-BALANCE (W12-WH-MATCH-SUB)
           END-IF

           PERFORM 116-READ-GL-BALANCE-RECORD
           .
      *Adds one layer's value to its warehouse.
       118-VALUE-ONE-WHSE-LAYER.
           MOVE W10-LAY-WAREHOUSE (W10-LAY-SUB) TO W12-SEARCH-WAREHOUSE
           PERFORM 120-FIND-GL-WAREHOUSE
           IF W12-WH-MATCH-SUB > ZERO
              COMPUTE W12-LAYER-VALUE (W12-WH-MATCH-SUB) =
                  W12-LAYER-VALUE (W12-WH-MATCH-SUB)
                  + W10-LAY-QTY (W10-LAY-SUB)
                  * W10-LAY-UNIT-COST (W10-LAY-SUB)
           END-IF
           .
      *Finds the warehouse in W12-SEARCH-WAREHOUSE, adding it if it
      *is new. A full table leaves W12-WH-MATCH-SUB at zero and
      *fails the tie-out, since part of the picture is missing.
       120-FIND-GL-WAREHOUSE.
           MOVE ZERO TO W12-WH-MATCH-SUB
           PERFORM 121-CHECK-GL-WAREHOUSE
               VARYING W12-WH-SUB FROM 1 BY 1
               UNTIL W12-WH-SUB > W12-WH-COUNT
               OR W12-WH-MATCH-SUB > ZERO

           IF W12-WH-MATCH-SUB = ZERO
              IF W12-WH-COUNT < W12-WH-MAX
                 ADD 1 TO W12-WH-COUNT
                 MOVE W12-WH-COUNT TO W12-WH-MATCH-SUB
                 MOVE W12-SEARCH-WAREHOUSE
                     TO W12-WH-CODE (W12-WH-MATCH-SUB)
                 MOVE ZERO TO W12-GL-BALANCE (W12-WH-MATCH-SUB)
                 MOVE ZERO TO W12-LAYER-VALUE (W12-WH-MATCH-SUB)
              ELSE
                 MOVE 'NO' TO W12-TIE-OK-SWITCH
              END-IF
           END-IF
           .
      *Marks the match if this entry is the warehouse sought.
       121-CHECK-GL-WAREHOUSE.
           IF W12-WH-CODE (W12-WH-SUB) = W12-SEARCH-WAREHOUSE
              MOVE W12-WH-SUB TO W12-WH-MATCH-SUB
           END-IF
           .
      *Prints headings for the close report.
       200-WRITE-HEADING-LINES.
           MOVE W04-CLOSE-HEADING TO F03-CLOSE-OUT-LINE
           DISPLAY 'Parts closed into new period : ' W03-CLOSED-COUNT
           DISPLAY 'Parts skipped (out of range) : ' W03-SKIPPED-COUNT
           .
      *Writes the general-ledger tie-out: each warehouse's carried
      *inventory balance against the value of the cost layers the
      *close rolls forward, and the same in total. Any warehouse
      *that disagrees marks the run out of balance on the run log.
       510-WRITE-GL-TIE-OUT.
           MOVE W13-GL-HEADING TO F03-CLOSE-OUT-LINE
           WRITE F03-CLOSE-OUT-LINE
               AFTER ADVANCING 2 LINES

           IF W12-GLB-FOUND-SWITCH = 'NO'
              MOVE 'No GL balance file - no tie-out possible'
                  TO F03-CLOSE-OUT-LINE
              WRITE F03-CLOSE-OUT-LINE
              DISPLAY 'No GL balance file - GL tie-out skipped'
           ELSE
              PERFORM 511-WRITE-GL-TIE-LINE
                  VARYING W12-WH-SUB FROM 1 BY 1
                  UNTIL W12-WH-SUB > W12-WH-COUNT

              MOVE 'TOTAL' TO W13-WAREHOUSE
              MOVE W12-TOTAL-GL-BALANCE TO W13-GL-BALANCE
              MOVE W12-TOTAL-LAYER-VALUE TO W13-LAYER-VALUE
              IF W12-TIE-OK
                 AND W12-TOTAL-GL-BALANCE = W12-TOTAL-LAYER-VALUE
                 MOVE 'YES' TO W13-AGREE
              ELSE
                 MOVE 'NO' TO W13-AGREE
                 MOVE 'NO' TO W12-TIE-OK-SWITCH
                 DISPLAY 'GL inventory balance does not agree with'
                     ' the layer value'
              END-IF
              MOVE W13-GL-TIE-LINE TO F03-CLOSE-OUT-LINE
              WRITE F03-CLOSE-OUT-LINE
           END-IF
           .
      *Writes one warehouse's tie-out line.
       511-WRITE-GL-TIE-LINE.
           MOVE W12-WH-CODE (W12-WH-SUB) TO W13-WAREHOUSE
           MOVE W12-GL-BALANCE (W12-WH-SUB) TO W13-GL-BALANCE
           MOVE W12-LAYER-VALUE (W12-WH-SUB) TO W13-LAYER-VALUE
           IF W12-GL-BALANCE (W12-WH-SUB)
              = W12-LAYER-VALUE (W12-WH-SUB)
              MOVE 'YES' TO W13-AGREE
           ELSE
              MOVE 'NO' TO W13-AGREE
              MOVE 'NO' TO W12-TIE-OK-SWITCH
           END-IF
           ADD W12-GL-BALANCE (W12-WH-SUB) TO W12-TOTAL-GL-BALANCE
           ADD W12-LAYER-VALUE (W12-WH-SUB) TO W12-TOTAL-LAYER-VALUE

           MOVE W13-GL-TIE-LINE TO F03-CLOSE-OUT-LINE
           WRITE F03-CLOSE-OUT-LINE
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F01-MASTER-FILE
           MOVE ZERO TO F07-RUN-COUNT
           ADD W03-CLOSED-COUNT TO F07-RUN-COUNT
           ADD W03-SKIPPED-COUNT TO F07-RUN-COUNT
           IF W12-TIE-OK
              MOVE 'N' TO F07-RUN-END-STATUS
           ELSE
              MOVE 'F' TO F07-RUN-END-STATUS
           END-IF
           WRITE F07-RUNLOG-REC
           CLOSE F07-RUNLOG-FILE
           .
