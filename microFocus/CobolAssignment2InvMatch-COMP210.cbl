       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-TWO-INVMATCH.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-INVOICE-FILE ASSIGN TO 'VENDINVOICE.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-INVOICE-STATUS.
           SELECT F02-PO-FILE ASSIGN TO 'POFILE.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F02-PO-KEY
                                 FILE STATUS IS W02-PO-STATUS.
           SELECT F03-LAYER-FILE ASSIGN TO 'ASST2LAYERS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W05-LAYER-STATUS.
           SELECT F04-MASTER-FILE ASSIGN TO 'ASST2.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F04-IN-KEY.
           SELECT F05-VENDOR-FILE ASSIGN TO 'VENDOR.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W07-VENDOR-STATUS.
           SELECT F06-CONTROL-FILE ASSIGN TO 'MATCHCTL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W04-CONTROL-STATUS.
           SELECT OPTIONAL F07-HISTORY-FILE
                                 ASSIGN TO 'INVHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F08-VOUCHER-FILE ASSIGN TO 'APVOUCHER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-HOLD-FILE ASSIGN TO 'INVHOLD.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F10-VARIANCE-FILE ASSIGN TO 'PRICEVAR.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F11-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The vendor invoices as the AP clerk keys them: one row per
      *invoice line, every line of an invoice together, each line
      *naming the PO line it bills.
       FD F01-INVOICE-FILE
          RECORD CONTAINS 59 CHARACTERS
          DATA RECORD IS F01-INVOICE-REC.

       01 F01-INVOICE-REC.
          05 F01-INV-KEY.
             10 F01-INV-VENDOR-ID         PIC X(6).
             10 F01-INV-NUMBER            PIC X(10).
          05 F01-INV-DATE                 PIC 9(8).
          05 F01-INV-PO-NUMBER            PIC 9(6).
          05 F01-INV-PART-NAME            PIC X(20).
          05 F01-INV-QTY                  PIC 9(3).
          05 F01-INV-UNIT-PRICE           PIC 9999V99.

      *The purchase orders: what was ordered and what the posting
      *run has recorded as received against each line.
       FD F02-PO-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F02-PO-REC.

       01 F02-PO-REC.
          05 F02-PO-KEY.
             10 F02-PO-NUMBER             PIC 9(6).
             10 F02-PO-PART-NAME          PIC X(20).
          05 F02-PO-VENDOR-ID             PIC X(6).
          05 F02-PO-ORDER-DATE            PIC 9(8).
          05 F02-PO-EXPECTED-DATE         PIC 9(8).
          05 F02-PO-QTY-ORDERED           PIC 9(3).
          05 F02-PO-QTY-RECEIVED          PIC 9(3).
          05 F02-PO-STATUS                PIC X.

      *The receipt cost layers: the unit cost each receipt was
      *posted at, which is the price the invoice is held to.
       FD F03-LAYER-FILE
          RECORD CONTAINS 47 CHARACTERS
          DATA RECORD IS F03-LAYER-REC.

       01 F03-LAYER-REC.
          05 F03-LAY-WAREHOUSE            PIC X(10).
          05 F03-LAY-PART-NAME            PIC X(20).
          05 F03-LAY-RECEIPT-DATE         PIC 9(8).
          05 F03-LAY-QTY                  PIC 9(3).
          05 F03-LAY-UNIT-COST            PIC 9999V99.

       FD F04-MASTER-FILE
          RECORD CONTAINS 48 CHARACTERS
          DATA RECORD IS F04-INPUT-IN.

       01 F04-INPUT-IN.
          05 F04-IN-KEY.
             10 F04-IN-WAREHOUSE          PIC X(10).
             10 F04-IN-PART-NAME          PIC X(20).
          05 F04-IN-BEGINNING             PIC 9(3).
          05 F04-IN-AMOUNT-RECEIVED       PIC 9(3).
          05 F04-IN-AMOUNT-SHIPPED        PIC 9(3).
          05 F04-IN-UNIT-PRICE            PIC 9999V99.
          05 F04-IN-REORDER-POINT         PIC 9(3).

      *The vendor master the purchasing clerk maintains.
       FD F05-VENDOR-FILE
          RECORD CONTAINS 36 CHARACTERS
          DATA RECORD IS F05-VENDOR-REC.

       01 F05-VENDOR-REC.
          05 F05-VND-ID                   PIC X(6).
          05 F05-VND-NAME                 PIC X(30).

      *The matching tolerances: how far an invoiced unit price may
      *stray from the receipt cost, as a percentage, and how many
      *units an invoice may bill beyond what was ordered or
      *received.
       FD F06-CONTROL-FILE
          RECORD CONTAINS 7 CHARACTERS
          DATA RECORD IS F06-CONTROL-REC.

       01 F06-CONTROL-REC.
          05 F06-CTL-PRICE-TOL-PCT        PIC 99V99.
          05 F06-CTL-QTY-TOL              PIC 9(3).

      *Every invoice line ever vouchered, so a PO line is never
      *paid for more than it should be and an invoice is never
      *paid twice.
       FD F07-HISTORY-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F07-HISTORY-REC.

       01 F07-HISTORY-REC.
          05 F07-HIS-KEY.
             10 F07-HIS-VENDOR-ID         PIC X(6).
             10 F07-HIS-INVOICE           PIC X(10).
             10 F07-HIS-PO-NUMBER         PIC 9(6).
             10 F07-HIS-PART-NAME         PIC X(20).
          05 F07-HIS-QTY                  PIC 9(3).
          05 F07-HIS-VOUCHER-DATE         PIC 9(8).

      *The accounts-payable voucher extract: one row per line of
      *every invoice that matched in full.
       FD F08-VOUCHER-FILE
          RECORD CONTAINS 76 CHARACTERS
          DATA RECORD IS F08-VOUCHER-REC.

       01 F08-VOUCHER-REC.
          05 F08-VOU-VENDOR-ID            PIC X(6).
          05 F08-VOU-INVOICE              PIC X(10).
          05 F08-VOU-INVOICE-DATE         PIC 9(8).
          05 F08-VOU-PO-NUMBER            PIC 9(6).
          05 F08-VOU-PART-NAME            PIC X(20).
          05 F08-VOU-QTY                  PIC 9(3).
          05 F08-VOU-UNIT-PRICE           PIC 9999V99.
          05 F08-VOU-AMOUNT               PIC 9(7)V99.
          05 F08-VOU-VOUCHER-DATE         PIC 9(8).

       FD F09-HOLD-FILE
          RECORD CONTAINS 100 CHARACTERS
          DATA RECORD IS F09-HOLD-OUT-LINE.

       01 F09-HOLD-OUT-LINE            PIC X(100).

       FD F10-VARIANCE-FILE
          RECORD CONTAINS 100 CHARACTERS
          DATA RECORD IS F10-VARIANCE-OUT-LINE.

       01 F10-VARIANCE-OUT-LINE        PIC X(100).

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F11-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F11-RUNLOG-REC.

       01 F11-RUNLOG-REC.
          05 F11-RUN-TYPE             PIC X.
          05 F11-RUN-PROGRAM          PIC X(32).
          05 F11-RUN-DATE             PIC 9(8).
          05 F11-RUN-TIME             PIC X(6).
          05 F11-RUN-COUNT            PIC 9(5).
          05 F11-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-INVOICE-STATUS           PIC XX.
       01 W01-RUN-DATE                 PIC 9(8).
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-LINE-MATCHED          VALUE SPACES.

       01 W02-PO-STATUS                PIC XX.
       01 W02-PO-OPEN-SWITCH           PIC X(3) VALUE 'NO'.
          88 W02-PO-OPEN               VALUE 'YES'.
       01 W02-PO-FOUND-SWITCH          PIC X(3) VALUE 'NO'.
          88 W02-PO-FOUND              VALUE 'YES'.
       01 W02-PRIOR-INVOICED           PIC 9(5).
       01 W02-BILLED-TO-DATE           PIC 9(5).
       01 W02-DUPLICATE-SWITCH         PIC X(3) VALUE 'NO'.
          88 W02-DUPLICATE             VALUE 'YES'.
       01 W02-VARIANCE-PCT             PIC S9(5)V99.
       01 W02-ABS-VARIANCE-PCT         PIC 9(5)V99.

       01 W03-LINE-COUNT               PIC 9(5) VALUE ZERO.
       01 W03-INVOICE-COUNT            PIC 9(5) VALUE ZERO.
       01 W03-VOUCHERED-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-HELD-COUNT               PIC 9(5) VALUE ZERO.
       01 W03-VOUCHERED-AMOUNT         PIC 9(9)V99 VALUE ZERO.

      *The tolerances in force: two percent on price and no units
      *over on quantity unless the control record says otherwise.
       01 W04-CONTROL-STATUS           PIC XX.
       01 W04-PRICE-TOL-PCT            PIC 99V99 VALUE 2.00.
       01 W04-QTY-TOL                  PIC 9(3) VALUE ZERO.

      *In-core copy of the receipt cost layers. The receipt the
      *invoice is for is taken to be the latest layer of the part
      *received on or after the PO date; with no such layer the
      *master price stands in and the line is marked so.
       01 W05-LAYER-STATUS             PIC XX.
       01 W05-LAY-SUB                  PIC 9(3).
       01 W05-LAY-MAX                  PIC 9(3) VALUE 500.
       01 W05-LAY-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W05-LAY-OVERFLOW          VALUE 'YES'.
       01 W05-BEST-DATE                PIC 9(8).
       01 W05-LAY-TABLE-AREA.
          05 W05-LAY-COUNT             PIC 9(3) VALUE ZERO.
          05 W05-LAY-ENTRY OCCURS 500 TIMES.
             10 W05-LAY-PART-NAME      PIC X(20).
             10 W05-LAY-RECEIPT-DATE   PIC 9(8).
             10 W05-LAY-UNIT-COST      PIC 9999V99.
       01 W06-PRC-SUB                  PIC 9(3).
       01 W06-PRC-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W06-PRC-MAX                  PIC 9(3) VALUE 500.
       01 W06-PRC-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W06-PRC-OVERFLOW          VALUE 'YES'.
       01 W06-PRC-TABLE-AREA.
          05 W06-PRC-COUNT             PIC 9(3) VALUE ZERO.
          05 W06-PRC-ENTRY OCCURS 500 TIMES.
             10 W06-PRC-PART-NAME      PIC X(20).
             10 W06-PRC-UNIT-PRICE     PIC 9999V99.

      *In-core copy of the vendor master. A missing master just
      *leaves the reports showing vendor codes.
       01 W07-VENDOR-STATUS            PIC XX.
       01 W07-VND-SUB                  PIC 9(3).
       01 W07-VND-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W07-VND-MAX                  PIC 9(3) VALUE 200.
       01 W07-LOOKUP-VENDOR            PIC X(6).
       01 W07-VND-TABLE-AREA.
          05 W07-VND-COUNT             PIC 9(3) VALUE ZERO.
          05 W07-VND-ENTRY OCCURS 200 TIMES.
             10 W07-VND-ID             PIC X(6).
             10 W07-VND-NAME           PIC X(30).

      *The lines of the invoice being matched. An invoice is
      *vouchered only when every one of its lines matches; one
      *failing line holds the whole invoice.
       01 W08-CURRENT-KEY              PIC X(16) VALUE SPACES.
       01 W08-LIN-SUB                  PIC 9(2).
       01 W08-LIN-MAX                  PIC 9(2) VALUE 50.
       01 W08-HOLD-INVOICE-SWITCH      PIC X(3) VALUE 'NO'.
          88 W08-HOLD-INVOICE          VALUE 'YES'.
       01 W08-LIN-TABLE-AREA.
          05 W08-LIN-COUNT             PIC 9(2) VALUE ZERO.
          05 W08-LIN-ENTRY OCCURS 50 TIMES.
             10 W08-LIN-VENDOR-ID      PIC X(6).
             10 W08-LIN-INVOICE        PIC X(10).
             10 W08-LIN-DATE           PIC 9(8).
             10 W08-LIN-PO-NUMBER      PIC 9(6).
             10 W08-LIN-PART-NAME      PIC X(20).
             10 W08-LIN-QTY            PIC 9(3).
             10 W08-LIN-UNIT-PRICE     PIC 9999V99.
             10 W08-LIN-EXPECTED       PIC 9999V99.
             10 W08-LIN-BASIS          PIC X.
             10 W08-LIN-AMOUNT         PIC 9(7)V99.
             10 W08-LIN-VARIANCE       PIC S9(7)V99.
             10 W08-LIN-REASON         PIC X(35).

      *Held lines, kept for the hold report.
       01 W09-HLD-SUB                  PIC 9(3).
       01 W09-HLD-MAX                  PIC 9(3) VALUE 500.
       01 W09-HLD-TABLE-AREA.
          05 W09-HLD-COUNT             PIC 9(3) VALUE ZERO.
          05 W09-HLD-ENTRY OCCURS 500 TIMES.
             10 W09-HLD-VENDOR-ID      PIC X(6).
             10 W09-HLD-INVOICE        PIC X(10).
             10 W09-HLD-PO-NUMBER      PIC 9(6).
             10 W09-HLD-PART-NAME      PIC X(20).
             10 W09-HLD-QTY            PIC 9(3).
             10 W09-HLD-UNIT-PRICE     PIC 9999V99.
             10 W09-HLD-EXPECTED       PIC 9999V99.
             10 W09-HLD-BASIS          PIC X.
             10 W09-HLD-REASON         PIC X(35).

      *Price variance accumulated per vendor over every invoice
      *line priced this run, vouchered or held.
       01 W10-VAR-SUB                  PIC 9(3).
       01 W10-VAR-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W10-VAR-MAX                  PIC 9(3) VALUE 200.
       01 W10-VAR-TABLE-AREA.
          05 W10-VAR-COUNT             PIC 9(3) VALUE ZERO.
          05 W10-VAR-ENTRY OCCURS 200 TIMES.
             10 W10-VAR-VENDOR-ID      PIC X(6).
             10 W10-VAR-LINES          PIC 9(5).
             10 W10-VAR-LINES-ABOVE    PIC 9(5).
             10 W10-VAR-INVOICED       PIC 9(7)V99.
             10 W10-VAR-EXPECTED       PIC 9(7)V99.
             10 W10-VAR-VARIANCE       PIC S9(7)V99.

      *In-core copy of the voucher history. A history larger than
      *the table stops the run before anything is vouchered, since
      *duplicates could no longer be caught.
       01 W11-HIS-SUB                  PIC 9(4).
       01 W11-HIS-MAX                  PIC 9(4) VALUE 2000.
       01 W11-HIS-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W11-HIS-OVERFLOW          VALUE 'YES'.
       01 W11-LOOKUP-KEY.
          05 W11-LOOKUP-VENDOR-ID      PIC X(6).
          05 W11-LOOKUP-INVOICE        PIC X(10).
          05 W11-LOOKUP-PO-KEY.
             10 W11-LOOKUP-PO-NUMBER   PIC 9(6).
             10 W11-LOOKUP-PART-NAME   PIC X(20).
       01 W11-HIS-TABLE-AREA.
          05 W11-HIS-COUNT             PIC 9(4) VALUE ZERO.
          05 W11-HIS-ENTRY OCCURS 2000 TIMES.
             10 W11-HIS-KEY.
                15 W11-HIS-VENDOR-ID   PIC X(6).
                15 W11-HIS-INVOICE     PIC X(10).
                15 W11-HIS-PO-KEY      PIC X(26).
             10 W11-HIS-QTY            PIC 9(3).

      *Report order for the hold report (vendor, invoice) and the
      *variance summary (largest overbilling first), kept sorted
      *as entries are inserted the way the count run keeps its
      *variance table in order.
       01 W12-SORT-SUB                 PIC 9(3).
       01 W12-SORT-SLOT                PIC 9(3).
       01 W12-SORT-SHIFT-SUB           PIC 9(3).
       01 W12-NEW-KEY                  PIC X(16).
       01 W12-NEW-AMOUNT               PIC S9(7)V99.
       01 W12-NEW-SUB                  PIC 9(3).
       01 W12-SORT-TABLE-AREA.
          05 W12-SORT-COUNT            PIC 9(3) VALUE ZERO.
          05 W12-SORT-ENTRY OCCURS 500 TIMES.
             10 W12-SORT-KEY           PIC X(16).
             10 W12-SORT-AMOUNT        PIC S9(7)V99.
             10 W12-SORT-TABLE-SUB     PIC 9(3).
       01 W12-CURRENT-VENDOR           PIC X(6).

       01 W13-HOLD-HEADING.
          05                           PIC X(37) VALUE SPACES.
          05                           PIC X(26)
                 VALUE 'Vendor Invoice Hold Report'.
          05                           PIC X(37) VALUE SPACES.

       01 W13-VENDOR-LINE.
          05                           PIC X(8) VALUE 'VENDOR: '.
          05 W13-VENDOR-ID             PIC X(6).
          05                           PIC X(2) VALUE SPACES.
          05 W13-VENDOR-NAME           PIC X(30).
          05                           PIC X(54) VALUE SPACES.

       01 W13-HOLD-COLUMNS.
          05                           PIC X(11) VALUE 'Invoice'.
          05                           PIC X(7) VALUE 'PO'.
          05                           PIC X(21) VALUE 'Part Name'.
          05                           PIC X(4) VALUE 'Qty'.
          05                           PIC X(9) VALUE 'Billed'.
          05                           PIC X(11) VALUE 'Receipt'.
          05                           PIC X(37) VALUE 'Reason'.

       01 W13-HOLD-LINE.
          05 W13-INVOICE               PIC X(10).
          05                           PIC X VALUE SPACE.
          05 W13-PO-NUMBER             PIC 9(6).
          05                           PIC X VALUE SPACE.
          05 W13-PART-NAME             PIC X(20).
          05                           PIC X VALUE SPACE.
          05 W13-QTY                   PIC ZZ9.
          05                           PIC X VALUE SPACE.
          05 W13-UNIT-PRICE            PIC ZZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W13-EXPECTED              PIC ZZZ9.99.
          05                           PIC X VALUE SPACE.
          05 W13-BASIS                 PIC X.
          05                           PIC X VALUE SPACE.
          05 W13-REASON                PIC X(35).
          05                           PIC X(3) VALUE SPACES.

       01 W13-HOLD-FOOTER.
          05                           PIC X(20)
                 VALUE 'Invoice lines held: '.
          05 W13-HELD-COUNT            PIC ZZZZ9.
          05                           PIC X(75) VALUE SPACES.

       01 W13-BASIS-NOTE.
          05                           PIC X(46)
                 VALUE 'M = no receipt cost on file, master price used'.
          05                           PIC X(54) VALUE SPACES.

       01 W14-VARIANCE-HEADING.
          05                           PIC X(35) VALUE SPACES.
          05                           PIC X(29)
                 VALUE 'Vendor Price Variance Summary'.
          05                           PIC X(36) VALUE SPACES.

       01 W14-VARIANCE-COLUMNS.
          05                           PIC X(38) VALUE 'Vendor'.
          05                           PIC X(6) VALUE 'Lines'.
          05                           PIC X(6) VALUE 'Above'.
          05                           PIC X(11) VALUE '  Invoiced'.
          05                           PIC X(11) VALUE '   Receipt'.
          05                           PIC X(12) VALUE '   Variance'.
          05                           PIC X(16) VALUE '    Pct'.

       01 W14-VARIANCE-LINE.
          05 W14-VENDOR-ID             PIC X(6).
          05                           PIC X VALUE SPACE.
          05 W14-VENDOR-NAME           PIC X(30).
          05                           PIC X VALUE SPACE.
          05 W14-LINES                 PIC ZZZZ9.
          05                           PIC X VALUE SPACE.
          05 W14-LINES-ABOVE           PIC ZZZZ9.
          05                           PIC X VALUE SPACE.
          05 W14-INVOICED              PIC ZZZ,ZZ9.99.
          05                           PIC X VALUE SPACE.
          05 W14-EXPECTED              PIC ZZZ,ZZ9.99.
          05                           PIC X VALUE SPACE.
          05 W14-VARIANCE              PIC -ZZZ,ZZ9.99.
          05                           PIC X VALUE SPACE.
          05 W14-PCT                   PIC -ZZ9.99.
          05                           PIC X(9) VALUE SPACES.

       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 110-LOAD-CONTROL
           PERFORM 120-LOAD-VENDOR-TABLE
           PERFORM 130-LOAD-LAYER-TABLE
           IF W05-LAY-OVERFLOW
              DISPLAY 'Layer table full - run stopped,'
                  ' nothing vouchered'
              STOP RUN
           END-IF

           PERFORM 140-LOAD-PRICE-TABLE
           IF W06-PRC-OVERFLOW
              DISPLAY 'Price table full - run stopped,'
                  ' nothing vouchered'
              STOP RUN
           END-IF

           PERFORM 150-LOAD-HISTORY-TABLE
           IF W11-HIS-OVERFLOW
              DISPLAY 'Voucher history table full - run stopped,'
                  ' nothing vouchered'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           IF W01-INVOICE-STATUS = '00'
              PERFORM 200-READ-INVOICE-LINE
              PERFORM 300-PROCESS-INVOICE-LINES
                  UNTIL NO-DATA-REMAINS
              IF W08-LIN-COUNT > ZERO
                 PERFORM 400-FINISH-INVOICE
              END-IF
           ELSE
              DISPLAY 'No vendor invoice file on file'
           END-IF
           PERFORM 600-WRITE-HOLD-REPORT
           PERFORM 700-WRITE-VARIANCE-SUMMARY
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *This procedure opens the files.
       100-OPEN-FILES.
           OPEN INPUT F01-INVOICE-FILE
           OPEN INPUT F02-PO-FILE
           IF W02-PO-STATUS = '00'
              MOVE 'YES' TO W02-PO-OPEN-SWITCH
           ELSE
              DISPLAY 'No purchase order file on file'
           END-IF
           OPEN EXTEND F07-HISTORY-FILE
           OPEN OUTPUT F08-VOUCHER-FILE
                       F09-HOLD-FILE
                       F10-VARIANCE-FILE
           .
      *Reads the tolerances. A missing control record leaves the
      *defaults in force.
       110-LOAD-CONTROL.
           OPEN INPUT F06-CONTROL-FILE

           IF W04-CONTROL-STATUS = '00'
              READ F06-CONTROL-FILE
                  NOT AT END
                      MOVE F06-CTL-PRICE-TOL-PCT TO W04-PRICE-TOL-PCT
                      MOVE F06-CTL-QTY-TOL TO W04-QTY-TOL
              END-READ
              CLOSE F06-CONTROL-FILE
           END-IF
           .
      *Loads the vendor master into the W07 table.
       120-LOAD-VENDOR-TABLE.
           OPEN INPUT F05-VENDOR-FILE

           IF W07-VENDOR-STATUS = '00'
              PERFORM 121-READ-VENDOR-RECORD
              PERFORM 122-STORE-VENDOR-ENTRY
                  UNTIL NO-DATA-REMAINS
                  OR W07-VND-COUNT = W07-VND-MAX
              CLOSE F05-VENDOR-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next vendor master row.
       121-READ-VENDOR-RECORD.
           READ F05-VENDOR-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one vendor master row in the table.
       122-STORE-VENDOR-ENTRY.
           ADD 1 TO W07-VND-COUNT
           MOVE F05-VND-ID TO W07-VND-ID (W07-VND-COUNT)
           MOVE F05-VND-NAME TO W07-VND-NAME (W07-VND-COUNT)

           PERFORM 121-READ-VENDOR-RECORD
           .
      *Loads the receipt cost layers. A missing file leaves every
      *line priced against the master; a file larger than the table
      *stops the run before anything is vouchered.
       130-LOAD-LAYER-TABLE.
           OPEN INPUT F03-LAYER-FILE

           IF W05-LAYER-STATUS = '00'
              PERFORM 131-READ-LAYER-RECORD
              PERFORM 132-STORE-LAYER-ENTRY
                  UNTIL NO-DATA-REMAINS
                  OR W05-LAY-COUNT = W05-LAY-MAX
              IF NOT NO-DATA-REMAINS
                 MOVE 'YES' TO W05-LAY-OVERFLOW-SWITCH
              END-IF
              CLOSE F03-LAYER-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next cost-layer row.
       131-READ-LAYER-RECORD.
           READ F03-LAYER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one cost-layer row in the table.
       132-STORE-LAYER-ENTRY.
           ADD 1 TO W05-LAY-COUNT
           MOVE F03-LAY-PART-NAME TO W05-LAY-PART-NAME (W05-LAY-COUNT)
           MOVE F03-LAY-RECEIPT-DATE
               TO W05-LAY-RECEIPT-DATE (W05-LAY-COUNT)
           MOVE F03-LAY-UNIT-COST TO W05-LAY-UNIT-COST (W05-LAY-COUNT)

           PERFORM 131-READ-LAYER-RECORD
           .
      *Loads one master price per part, the first warehouse's, to
      *stand in where no receipt cost is left on file. More parts
      *than the table holds stops the run before anything is
      *vouchered.
       140-LOAD-PRICE-TABLE.
           OPEN INPUT F04-MASTER-FILE
           PERFORM 141-READ-MASTER-RECORD
           PERFORM 142-STORE-PRICE-ENTRY
               UNTIL NO-DATA-REMAINS
               OR W06-PRC-OVERFLOW
           CLOSE F04-MASTER-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next master record.
       141-READ-MASTER-RECORD.
           READ F04-MASTER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores the part's price unless the part is already held.
       142-STORE-PRICE-ENTRY.
           MOVE F04-IN-PART-NAME TO W11-LOOKUP-PART-NAME
           PERFORM 325-FIND-MASTER-PRICE
           IF W06-PRC-MATCH-SUB = ZERO
              IF W06-PRC-COUNT < W06-PRC-MAX
                 ADD 1 TO W06-PRC-COUNT
                 MOVE F04-IN-PART-NAME
                     TO W06-PRC-PART-NAME (W06-PRC-COUNT)
                 MOVE F04-IN-UNIT-PRICE
                     TO W06-PRC-UNIT-PRICE (W06-PRC-COUNT)
              ELSE
                 MOVE 'YES' TO W06-PRC-OVERFLOW-SWITCH
              END-IF
           END-IF

           PERFORM 141-READ-MASTER-RECORD
           .
      *Loads the voucher history.
       150-LOAD-HISTORY-TABLE.
           OPEN INPUT F07-HISTORY-FILE
           PERFORM 151-READ-HISTORY-RECORD
           PERFORM 152-STORE-HISTORY-ENTRY
               UNTIL NO-DATA-REMAINS
               OR W11-HIS-OVERFLOW
           CLOSE F07-HISTORY-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next voucher history row.
       151-READ-HISTORY-RECORD.
           READ F07-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one voucher history row in the table.
       152-STORE-HISTORY-ENTRY.
           IF W11-HIS-COUNT < W11-HIS-MAX
              ADD 1 TO W11-HIS-COUNT
              MOVE F07-HIS-KEY TO W11-HIS-KEY (W11-HIS-COUNT)
              MOVE F07-HIS-QTY TO W11-HIS-QTY (W11-HIS-COUNT)
              PERFORM 151-READ-HISTORY-RECORD
           ELSE
              MOVE 'YES' TO W11-HIS-OVERFLOW-SWITCH
           END-IF
           .
      *Reads the next invoice line.
       200-READ-INVOICE-LINE.
           READ F01-INVOICE-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Matches one invoice line, first finishing the previous
      *invoice when this line starts a new one.
       300-PROCESS-INVOICE-LINES.
           IF F01-INV-KEY NOT = W08-CURRENT-KEY
              IF W08-LIN-COUNT > ZERO
                 PERFORM 400-FINISH-INVOICE
              END-IF
              MOVE F01-INV-KEY TO W08-CURRENT-KEY
              ADD 1 TO W03-INVOICE-COUNT
           END-IF

           ADD 1 TO W03-LINE-COUNT
           IF W08-LIN-COUNT < W08-LIN-MAX
              ADD 1 TO W08-LIN-COUNT
              MOVE W08-LIN-COUNT TO W08-LIN-SUB
              PERFORM 310-MATCH-INVOICE-LINE
           ELSE
              MOVE 'YES' TO W08-HOLD-INVOICE-SWITCH
              DISPLAY 'Invoice ' F01-INV-NUMBER ' for vendor '
                  F01-INV-VENDOR-ID ' has more than 50 lines -'
                  ' held'
           END-IF

           PERFORM 200-READ-INVOICE-LINE
           .
      *Compares the line three ways: against the quantity ordered
      *on the PO, against the quantity the posting run recorded as
      *received, and against the unit cost the receipt was posted
      *at. Quantity already vouchered against the PO line counts
      *toward both quantity checks.
       310-MATCH-INVOICE-LINE.
           MOVE F01-INV-VENDOR-ID TO W08-LIN-VENDOR-ID (W08-LIN-SUB)
           MOVE F01-INV-NUMBER TO W08-LIN-INVOICE (W08-LIN-SUB)
           MOVE F01-INV-DATE TO W08-LIN-DATE (W08-LIN-SUB)
           MOVE F01-INV-PO-NUMBER TO W08-LIN-PO-NUMBER (W08-LIN-SUB)
           MOVE F01-INV-PART-NAME TO W08-LIN-PART-NAME (W08-LIN-SUB)
           MOVE ZERO TO W08-LIN-QTY (W08-LIN-SUB)
           MOVE ZERO TO W08-LIN-UNIT-PRICE (W08-LIN-SUB)
           MOVE ZERO TO W08-LIN-EXPECTED (W08-LIN-SUB)
           MOVE SPACE TO W08-LIN-BASIS (W08-LIN-SUB)
           MOVE ZERO TO W08-LIN-AMOUNT (W08-LIN-SUB)
           MOVE ZERO TO W08-LIN-VARIANCE (W08-LIN-SUB)
           MOVE SPACES TO W01-REJECT-REASON

           IF F01-INV-PO-NUMBER IS NUMERIC
              AND F01-INV-QTY IS NUMERIC
              AND F01-INV-UNIT-PRICE IS NUMERIC
              MOVE F01-INV-QTY TO W08-LIN-QTY (W08-LIN-SUB)
              MOVE F01-INV-UNIT-PRICE
                  TO W08-LIN-UNIT-PRICE (W08-LIN-SUB)
              COMPUTE W08-LIN-AMOUNT (W08-LIN-SUB) =
                  F01-INV-QTY * F01-INV-UNIT-PRICE
              PERFORM 315-READ-PO-LINE
           ELSE
              MOVE 'NO' TO W02-PO-FOUND-SWITCH
           END-IF

           IF W02-PO-FOUND
              PERFORM 320-FIND-RECEIPT-COST
              PERFORM 330-TOTAL-PRIOR-INVOICED
              COMPUTE W02-BILLED-TO-DATE =
                  W02-PRIOR-INVOICED + F01-INV-QTY
           END-IF

           EVALUATE TRUE
               WHEN F01-INV-PO-NUMBER NOT NUMERIC
                   OR F01-INV-QTY NOT NUMERIC
                   OR F01-INV-UNIT-PRICE NOT NUMERIC
                   MOVE 'Invoice line not numeric'
                       TO W01-REJECT-REASON
               WHEN NOT W02-PO-FOUND
                   MOVE 'PO line not on file'
                       TO W01-REJECT-REASON
               WHEN F02-PO-VENDOR-ID NOT = F01-INV-VENDOR-ID
                   MOVE 'PO line is for another vendor'
                       TO W01-REJECT-REASON
               WHEN W02-DUPLICATE
                   MOVE 'Invoice line already vouchered'
                       TO W01-REJECT-REASON
               WHEN W02-BILLED-TO-DATE
                   > F02-PO-QTY-ORDERED + W04-QTY-TOL
                   MOVE 'Billed more than ordered'
                       TO W01-REJECT-REASON
               WHEN W02-BILLED-TO-DATE
                   > F02-PO-QTY-RECEIVED + W04-QTY-TOL
                   MOVE 'Billed more than received'
                       TO W01-REJECT-REASON
               WHEN W08-LIN-EXPECTED (W08-LIN-SUB) = ZERO
                   MOVE 'No receipt cost to match'
                       TO W01-REJECT-REASON
               WHEN W02-ABS-VARIANCE-PCT > W04-PRICE-TOL-PCT
                   MOVE 'Unit price outside tolerance'
                       TO W01-REJECT-REASON
           END-EVALUATE

           MOVE W01-REJECT-REASON TO W08-LIN-REASON (W08-LIN-SUB)
           IF NOT W01-LINE-MATCHED
              MOVE 'YES' TO W08-HOLD-INVOICE-SWITCH
           END-IF
           .
      *Reads the PO line the invoice line bills.
       315-READ-PO-LINE.
           MOVE 'NO' TO W02-PO-FOUND-SWITCH
           IF W02-PO-OPEN
              MOVE F01-INV-PO-NUMBER TO F02-PO-NUMBER
              MOVE F01-INV-PART-NAME TO F02-PO-PART-NAME
              READ F02-PO-FILE
                  INVALID KEY
                      MOVE 'NO' TO W02-PO-FOUND-SWITCH
                  NOT INVALID KEY
                      MOVE 'YES' TO W02-PO-FOUND-SWITCH
              END-READ
           END-IF
           .
      *Sets the unit cost the line is held to and the price
      *variance against it: the latest layer of the part received
      *on or after the PO date, else the master price.
       320-FIND-RECEIPT-COST.
           MOVE ZERO TO W05-BEST-DATE
           PERFORM 321-CHECK-LAYER-ENTRY
               VARYING W05-LAY-SUB FROM 1 BY 1
               UNTIL W05-LAY-SUB > W05-LAY-COUNT

           IF W05-BEST-DATE > ZERO
              MOVE 'L' TO W08-LIN-BASIS (W08-LIN-SUB)
           ELSE
              MOVE F01-INV-PART-NAME TO W11-LOOKUP-PART-NAME
              PERFORM 325-FIND-MASTER-PRICE
              IF W06-PRC-MATCH-SUB > ZERO
                 MOVE W06-PRC-UNIT-PRICE (W06-PRC-MATCH-SUB)
                     TO W08-LIN-EXPECTED (W08-LIN-SUB)
                 MOVE 'M' TO W08-LIN-BASIS (W08-LIN-SUB)
              END-IF
           END-IF

           MOVE ZERO TO W02-VARIANCE-PCT
           MOVE ZERO TO W02-ABS-VARIANCE-PCT
           IF W08-LIN-EXPECTED (W08-LIN-SUB) > ZERO
              COMPUTE W08-LIN-VARIANCE (W08-LIN-SUB) =
                  (F01-INV-UNIT-PRICE
                   - W08-LIN-EXPECTED (W08-LIN-SUB)) * F01-INV-QTY
              COMPUTE W02-VARIANCE-PCT ROUNDED =
                  (F01-INV-UNIT-PRICE
                   - W08-LIN-EXPECTED (W08-LIN-SUB)) * 100
                  / W08-LIN-EXPECTED (W08-LIN-SUB)
              IF W02-VARIANCE-PCT < ZERO
                 COMPUTE W02-ABS-VARIANCE-PCT = 0 - W02-VARIANCE-PCT
              ELSE
                 MOVE W02-VARIANCE-PCT TO W02-ABS-VARIANCE-PCT
              END-IF
           END-IF
           .
      *Keeps this layer's cost if it is for the part, was received
      *on or after the PO date, and is the latest such so far.
       321-CHECK-LAYER-ENTRY.
           IF W05-LAY-PART-NAME (W05-LAY-SUB) = F01-INV-PART-NAME
              AND W05-LAY-RECEIPT-DATE (W05-LAY-SUB)
                  NOT < F02-PO-ORDER-DATE
              AND W05-LAY-RECEIPT-DATE (W05-LAY-SUB)
                  NOT < W05-BEST-DATE
              MOVE W05-LAY-RECEIPT-DATE (W05-LAY-SUB)
                  TO W05-BEST-DATE
              MOVE W05-LAY-UNIT-COST (W05-LAY-SUB)
                  TO W08-LIN-EXPECTED (W08-LIN-SUB)
           END-IF
           .
      *Finds the part in W11-LOOKUP-PART-NAME in the price table.
       325-FIND-MASTER-PRICE.
           MOVE ZERO TO W06-PRC-MATCH-SUB
           PERFORM 326-CHECK-PRICE-ENTRY
               VARYING W06-PRC-SUB FROM 1 BY 1
               UNTIL W06-PRC-SUB > W06-PRC-COUNT
               OR W06-PRC-MATCH-SUB > ZERO
           .
      *Tests one price table row against the part sought.
       326-CHECK-PRICE-ENTRY.
           IF W06-PRC-PART-NAME (W06-PRC-SUB) = W11-LOOKUP-PART-NAME
              MOVE W06-PRC-SUB TO W06-PRC-MATCH-SUB
           END-IF
           .
      *Totals what has already been vouchered against this PO line
      *and notes whether this very invoice line was vouchered
      *before.
       330-TOTAL-PRIOR-INVOICED.
           MOVE F01-INV-VENDOR-ID TO W11-LOOKUP-VENDOR-ID
           MOVE F01-INV-NUMBER TO W11-LOOKUP-INVOICE
           MOVE F01-INV-PO-NUMBER TO W11-LOOKUP-PO-NUMBER
           MOVE F01-INV-PART-NAME TO W11-LOOKUP-PART-NAME
           MOVE ZERO TO W02-PRIOR-INVOICED
           MOVE 'NO' TO W02-DUPLICATE-SWITCH

           PERFORM 331-CHECK-HISTORY-ENTRY
               VARYING W11-HIS-SUB FROM 1 BY 1
               UNTIL W11-HIS-SUB > W11-HIS-COUNT

           PERFORM 332-CHECK-EARLIER-LINE
               VARYING W08-LIN-SUB FROM 1 BY 1
               UNTIL W08-LIN-SUB NOT < W08-LIN-COUNT
           MOVE W08-LIN-COUNT TO W08-LIN-SUB
           .
      *Adds one history row into the PO line's vouchered total.
       331-CHECK-HISTORY-ENTRY.
           IF W11-HIS-PO-KEY (W11-HIS-SUB) = W11-LOOKUP-PO-KEY
              ADD W11-HIS-QTY (W11-HIS-SUB) TO W02-PRIOR-INVOICED
              IF W11-HIS-KEY (W11-HIS-SUB) = W11-LOOKUP-KEY
                 MOVE 'YES' TO W02-DUPLICATE-SWITCH
              END-IF
           END-IF
           .
      *Adds an earlier line of the same invoice billing the same PO
      *line, so splitting a bill across lines cannot get past the
      *quantity checks.
       332-CHECK-EARLIER-LINE.
           IF W08-LIN-PO-NUMBER (W08-LIN-SUB) = F01-INV-PO-NUMBER
              AND W08-LIN-PART-NAME (W08-LIN-SUB) = F01-INV-PART-NAME
              ADD W08-LIN-QTY (W08-LIN-SUB) TO W02-PRIOR-INVOICED
           END-IF
           .
      *Vouchers the finished invoice if every line matched, or
      *holds every line of it if any did not, and rolls its priced
      *lines into the vendor's variance.
       400-FINISH-INVOICE.
           IF W08-HOLD-INVOICE
              PERFORM 420-HOLD-LINE
                  VARYING W08-LIN-SUB FROM 1 BY 1
                  UNTIL W08-LIN-SUB > W08-LIN-COUNT
           ELSE
              PERFORM 410-VOUCHER-LINE
                  VARYING W08-LIN-SUB FROM 1 BY 1
                  UNTIL W08-LIN-SUB > W08-LIN-COUNT
           END-IF

           PERFORM 430-ACCUMULATE-VARIANCE
               VARYING W08-LIN-SUB FROM 1 BY 1
               UNTIL W08-LIN-SUB > W08-LIN-COUNT

           MOVE ZERO TO W08-LIN-COUNT
           MOVE 'NO' TO W08-HOLD-INVOICE-SWITCH
           .
      *Writes one matched line to the voucher extract and to the
      *voucher history, and counts it against its PO line for the
      *rest of this run.
       410-VOUCHER-LINE.
           MOVE W08-LIN-VENDOR-ID (W08-LIN-SUB) TO F08-VOU-VENDOR-ID
           MOVE W08-LIN-INVOICE (W08-LIN-SUB) TO F08-VOU-INVOICE
           MOVE W08-LIN-DATE (W08-LIN-SUB) TO F08-VOU-INVOICE-DATE
           MOVE W08-LIN-PO-NUMBER (W08-LIN-SUB) TO F08-VOU-PO-NUMBER
           MOVE W08-LIN-PART-NAME (W08-LIN-SUB) TO F08-VOU-PART-NAME
           MOVE W08-LIN-QTY (W08-LIN-SUB) TO F08-VOU-QTY
           MOVE W08-LIN-UNIT-PRICE (W08-LIN-SUB) TO F08-VOU-UNIT-PRICE
           MOVE W08-LIN-AMOUNT (W08-LIN-SUB) TO F08-VOU-AMOUNT
           MOVE W01-RUN-DATE TO F08-VOU-VOUCHER-DATE
           WRITE F08-VOUCHER-REC

           MOVE W08-LIN-VENDOR-ID (W08-LIN-SUB) TO F07-HIS-VENDOR-ID
           MOVE W08-LIN-INVOICE (W08-LIN-SUB) TO F07-HIS-INVOICE
           MOVE W08-LIN-PO-NUMBER (W08-LIN-SUB) TO F07-HIS-PO-NUMBER
           MOVE W08-LIN-PART-NAME (W08-LIN-SUB) TO F07-HIS-PART-NAME
           MOVE W08-LIN-QTY (W08-LIN-SUB) TO F07-HIS-QTY
           MOVE W01-RUN-DATE TO F07-HIS-VOUCHER-DATE
           WRITE F07-HISTORY-REC

           IF W11-HIS-COUNT < W11-HIS-MAX
              ADD 1 TO W11-HIS-COUNT
              MOVE F07-HIS-KEY TO W11-HIS-KEY (W11-HIS-COUNT)
              MOVE F07-HIS-QTY TO W11-HIS-QTY (W11-HIS-COUNT)
           END-IF

           ADD 1 TO W03-VOUCHERED-COUNT
           ADD W08-LIN-AMOUNT (W08-LIN-SUB) TO W03-VOUCHERED-AMOUNT
           .
      *Files one line of a held invoice for the hold report. Lines
      *that matched are shown too, so the whole invoice is in one
      *place when it is worked.
       420-HOLD-LINE.
           ADD 1 TO W03-HELD-COUNT
           IF W09-HLD-COUNT < W09-HLD-MAX
              ADD 1 TO W09-HLD-COUNT
              MOVE W08-LIN-VENDOR-ID (W08-LIN-SUB)
                  TO W09-HLD-VENDOR-ID (W09-HLD-COUNT)
              MOVE W08-LIN-INVOICE (W08-LIN-SUB)
                  TO W09-HLD-INVOICE (W09-HLD-COUNT)
              MOVE W08-LIN-PO-NUMBER (W08-LIN-SUB)
                  TO W09-HLD-PO-NUMBER (W09-HLD-COUNT)
              MOVE W08-LIN-PART-NAME (W08-LIN-SUB)
                  TO W09-HLD-PART-NAME (W09-HLD-COUNT)
              MOVE W08-LIN-QTY (W08-LIN-SUB)
                  TO W09-HLD-QTY (W09-HLD-COUNT)
              MOVE W08-LIN-UNIT-PRICE (W08-LIN-SUB)
                  TO W09-HLD-UNIT-PRICE (W09-HLD-COUNT)
              MOVE W08-LIN-EXPECTED (W08-LIN-SUB)
                  TO W09-HLD-EXPECTED (W09-HLD-COUNT)
              MOVE W08-LIN-BASIS (W08-LIN-SUB)
                  TO W09-HLD-BASIS (W09-HLD-COUNT)
              IF W08-LIN-REASON (W08-LIN-SUB) = SPACES
                 MOVE 'Matched - held with its invoice'
                     TO W09-HLD-REASON (W09-HLD-COUNT)
              ELSE
                 MOVE W08-LIN-REASON (W08-LIN-SUB)
                     TO W09-HLD-REASON (W09-HLD-COUNT)
              END-IF
           ELSE
              DISPLAY 'Hold table full, line not reported: '
                  W08-LIN-INVOICE (W08-LIN-SUB) ' '
                  W08-LIN-PART-NAME (W08-LIN-SUB)
           END-IF
           .
      *Adds one priced line into its vendor's variance totals.
       430-ACCUMULATE-VARIANCE.
           IF W08-LIN-EXPECTED (W08-LIN-SUB) > ZERO
              MOVE ZERO TO W10-VAR-MATCH-SUB
              PERFORM 431-CHECK-VARIANCE-ENTRY
                  VARYING W10-VAR-SUB FROM 1 BY 1
                  UNTIL W10-VAR-SUB > W10-VAR-COUNT
                  OR W10-VAR-MATCH-SUB > ZERO
              IF W10-VAR-MATCH-SUB = ZERO
                 AND W10-VAR-COUNT < W10-VAR-MAX
                 ADD 1 TO W10-VAR-COUNT
                 MOVE W10-VAR-COUNT TO W10-VAR-MATCH-SUB
                 MOVE W08-LIN-VENDOR-ID (W08-LIN-SUB)
                     TO W10-VAR-VENDOR-ID (W10-VAR-MATCH-SUB)
                 MOVE ZERO TO W10-VAR-LINES (W10-VAR-MATCH-SUB)
                 MOVE ZERO TO W10-VAR-LINES-ABOVE (W10-VAR-MATCH-SUB)
                 MOVE ZERO TO W10-VAR-INVOICED (W10-VAR-MATCH-SUB)
                 MOVE ZERO TO W10-VAR-EXPECTED (W10-VAR-MATCH-SUB)
                 MOVE ZERO TO W10-VAR-VARIANCE (W10-VAR-MATCH-SUB)
              END-IF
              IF W10-VAR-MATCH-SUB > ZERO
                 PERFORM 432-ADD-VARIANCE
              END-IF
           END-IF
           .
      *Tests one variance row against the line's vendor.
       431-CHECK-VARIANCE-ENTRY.
           IF W10-VAR-VENDOR-ID (W10-VAR-SUB)
              = W08-LIN-VENDOR-ID (W08-LIN-SUB)
              MOVE W10-VAR-SUB TO W10-VAR-MATCH-SUB
           END-IF
           .
      *Adds the line into the vendor's variance row.
       432-ADD-VARIANCE.
           ADD 1 TO W10-VAR-LINES (W10-VAR-MATCH-SUB)
           IF W08-LIN-UNIT-PRICE (W08-LIN-SUB)
              > W08-LIN-EXPECTED (W08-LIN-SUB)
              ADD 1 TO W10-VAR-LINES-ABOVE (W10-VAR-MATCH-SUB)
           END-IF
           ADD W08-LIN-AMOUNT (W08-LIN-SUB)
               TO W10-VAR-INVOICED (W10-VAR-MATCH-SUB)
           COMPUTE W10-VAR-EXPECTED (W10-VAR-MATCH-SUB) =
               W10-VAR-EXPECTED (W10-VAR-MATCH-SUB)
               + W08-LIN-EXPECTED (W08-LIN-SUB)
                 * W08-LIN-QTY (W08-LIN-SUB)
           ADD W08-LIN-VARIANCE (W08-LIN-SUB)
               TO W10-VAR-VARIANCE (W10-VAR-MATCH-SUB)
           .
      *Writes the hold report: every held line by vendor and
      *invoice, headed by the vendor's name.
       600-WRITE-HOLD-REPORT.
           MOVE W13-HOLD-HEADING TO F09-HOLD-OUT-LINE
           WRITE F09-HOLD-OUT-LINE

           MOVE ZERO TO W12-SORT-COUNT
           PERFORM 610-SORT-HELD-LINE
               VARYING W09-HLD-SUB FROM 1 BY 1
               UNTIL W09-HLD-SUB > W09-HLD-COUNT
           MOVE SPACES TO W12-CURRENT-VENDOR
           PERFORM 620-WRITE-HELD-LINE
               VARYING W12-SORT-SUB FROM 1 BY 1
               UNTIL W12-SORT-SUB > W12-SORT-COUNT

           MOVE SPACES TO F09-HOLD-OUT-LINE
           WRITE F09-HOLD-OUT-LINE
           MOVE W03-HELD-COUNT TO W13-HELD-COUNT
           MOVE W13-HOLD-FOOTER TO F09-HOLD-OUT-LINE
           WRITE F09-HOLD-OUT-LINE
           MOVE W13-BASIS-NOTE TO F09-HOLD-OUT-LINE
           WRITE F09-HOLD-OUT-LINE
           .
      *Files one held line in vendor and invoice order, keeping the
      *lines of an invoice in the order they were keyed.
       610-SORT-HELD-LINE.
           MOVE W09-HLD-VENDOR-ID (W09-HLD-SUB) TO W12-NEW-KEY (1:6)
           MOVE W09-HLD-INVOICE (W09-HLD-SUB) TO W12-NEW-KEY (7:10)
           MOVE ZERO TO W12-NEW-AMOUNT
           MOVE W09-HLD-SUB TO W12-NEW-SUB

           PERFORM 611-FIND-KEY-SLOT
               VARYING W12-SORT-SLOT FROM 1 BY 1
               UNTIL W12-SORT-SLOT > W12-SORT-COUNT
               OR W12-SORT-KEY (W12-SORT-SLOT) > W12-NEW-KEY
           PERFORM 650-INSERT-SORT-ENTRY
           .
      *The slot search does its work in the PERFORM VARYING
      *conditions; there is nothing to do per step.
       611-FIND-KEY-SLOT.
           CONTINUE
           .
      *Writes one held line, heading each new vendor.
       620-WRITE-HELD-LINE.
           MOVE W12-SORT-TABLE-SUB (W12-SORT-SUB) TO W09-HLD-SUB

           IF W09-HLD-VENDOR-ID (W09-HLD-SUB) NOT = W12-CURRENT-VENDOR
              MOVE W09-HLD-VENDOR-ID (W09-HLD-SUB)
                  TO W12-CURRENT-VENDOR
              MOVE W12-CURRENT-VENDOR TO W07-LOOKUP-VENDOR
              PERFORM 660-FIND-VENDOR-NAME
              MOVE W12-CURRENT-VENDOR TO W13-VENDOR-ID
              IF W07-VND-MATCH-SUB > ZERO
                 MOVE W07-VND-NAME (W07-VND-MATCH-SUB)
                     TO W13-VENDOR-NAME
              ELSE
                 MOVE 'NOT ON VENDOR MASTER' TO W13-VENDOR-NAME
              END-IF
              MOVE SPACES TO F09-HOLD-OUT-LINE
              WRITE F09-HOLD-OUT-LINE
              MOVE W13-VENDOR-LINE TO F09-HOLD-OUT-LINE
              WRITE F09-HOLD-OUT-LINE
              MOVE W13-HOLD-COLUMNS TO F09-HOLD-OUT-LINE
              WRITE F09-HOLD-OUT-LINE
           END-IF

           MOVE W09-HLD-INVOICE (W09-HLD-SUB) TO W13-INVOICE
           MOVE W09-HLD-PO-NUMBER (W09-HLD-SUB) TO W13-PO-NUMBER
           MOVE W09-HLD-PART-NAME (W09-HLD-SUB) TO W13-PART-NAME
           MOVE W09-HLD-QTY (W09-HLD-SUB) TO W13-QTY
           MOVE W09-HLD-UNIT-PRICE (W09-HLD-SUB) TO W13-UNIT-PRICE
           MOVE W09-HLD-EXPECTED (W09-HLD-SUB) TO W13-EXPECTED
           MOVE W09-HLD-BASIS (W09-HLD-SUB) TO W13-BASIS
           MOVE W09-HLD-REASON (W09-HLD-SUB) TO W13-REASON
           MOVE W13-HOLD-LINE TO F09-HOLD-OUT-LINE
           WRITE F09-HOLD-OUT-LINE
           .
      *Opens the slot found by the caller and files the new entry
      *in it.
       650-INSERT-SORT-ENTRY.
           PERFORM 651-SHIFT-ENTRY-DOWN
               VARYING W12-SORT-SHIFT-SUB
               FROM W12-SORT-COUNT BY -1
               UNTIL W12-SORT-SHIFT-SUB < W12-SORT-SLOT

           MOVE W12-NEW-KEY TO W12-SORT-KEY (W12-SORT-SLOT)
           MOVE W12-NEW-AMOUNT TO W12-SORT-AMOUNT (W12-SORT-SLOT)
           MOVE W12-NEW-SUB TO W12-SORT-TABLE-SUB (W12-SORT-SLOT)
           ADD 1 TO W12-SORT-COUNT
           .
      *Moves one sort entry down a slot to open the insert slot.
       651-SHIFT-ENTRY-DOWN.
           MOVE W12-SORT-ENTRY (W12-SORT-SHIFT-SUB)
               TO W12-SORT-ENTRY (W12-SORT-SHIFT-SUB + 1)
           .
      *Finds the vendor in W07-LOOKUP-VENDOR in the vendor table.
       660-FIND-VENDOR-NAME.
           MOVE ZERO TO W07-VND-MATCH-SUB
           PERFORM 661-CHECK-VENDOR-ENTRY
               VARYING W07-VND-SUB FROM 1 BY 1
               UNTIL W07-VND-SUB > W07-VND-COUNT
               OR W07-VND-MATCH-SUB > ZERO
           .
      *Tests one vendor table row against the vendor sought.
       661-CHECK-VENDOR-ENTRY.
           IF W07-VND-ID (W07-VND-SUB) = W07-LOOKUP-VENDOR
              MOVE W07-VND-SUB TO W07-VND-MATCH-SUB
           END-IF
           .
      *Writes the price-variance summary, the vendor billing most
      *above receipt cost first.
       700-WRITE-VARIANCE-SUMMARY.
           MOVE W14-VARIANCE-HEADING TO F10-VARIANCE-OUT-LINE
           WRITE F10-VARIANCE-OUT-LINE
           MOVE SPACES TO F10-VARIANCE-OUT-LINE
           WRITE F10-VARIANCE-OUT-LINE
           MOVE W14-VARIANCE-COLUMNS TO F10-VARIANCE-OUT-LINE
           WRITE F10-VARIANCE-OUT-LINE

           MOVE ZERO TO W12-SORT-COUNT
           PERFORM 710-SORT-VARIANCE
               VARYING W10-VAR-SUB FROM 1 BY 1
               UNTIL W10-VAR-SUB > W10-VAR-COUNT
           PERFORM 720-WRITE-VARIANCE-LINE
               VARYING W12-SORT-SUB FROM 1 BY 1
               UNTIL W12-SORT-SUB > W12-SORT-COUNT
           .
      *Files one vendor in descending order of variance amount.
       710-SORT-VARIANCE.
           MOVE W10-VAR-VENDOR-ID (W10-VAR-SUB) TO W12-NEW-KEY
           MOVE W10-VAR-VARIANCE (W10-VAR-SUB) TO W12-NEW-AMOUNT
           MOVE W10-VAR-SUB TO W12-NEW-SUB

           PERFORM 611-FIND-KEY-SLOT
               VARYING W12-SORT-SLOT FROM 1 BY 1
               UNTIL W12-SORT-SLOT > W12-SORT-COUNT
               OR W12-SORT-AMOUNT (W12-SORT-SLOT) < W12-NEW-AMOUNT
           PERFORM 650-INSERT-SORT-ENTRY
           .
      *Writes one vendor's variance line.
       720-WRITE-VARIANCE-LINE.
           MOVE W12-SORT-TABLE-SUB (W12-SORT-SUB) TO W10-VAR-SUB

           MOVE W10-VAR-VENDOR-ID (W10-VAR-SUB) TO W14-VENDOR-ID
           MOVE W10-VAR-VENDOR-ID (W10-VAR-SUB) TO W07-LOOKUP-VENDOR
           PERFORM 660-FIND-VENDOR-NAME
           IF W07-VND-MATCH-SUB > ZERO
              MOVE W07-VND-NAME (W07-VND-MATCH-SUB) TO W14-VENDOR-NAME
           ELSE
              MOVE 'NOT ON VENDOR MASTER' TO W14-VENDOR-NAME
           END-IF
           MOVE W10-VAR-LINES (W10-VAR-SUB) TO W14-LINES
           MOVE W10-VAR-LINES-ABOVE (W10-VAR-SUB) TO W14-LINES-ABOVE
           MOVE W10-VAR-INVOICED (W10-VAR-SUB) TO W14-INVOICED
           MOVE W10-VAR-EXPECTED (W10-VAR-SUB) TO W14-EXPECTED
           MOVE W10-VAR-VARIANCE (W10-VAR-SUB) TO W14-VARIANCE
           IF W10-VAR-EXPECTED (W10-VAR-SUB) > ZERO
              COMPUTE W14-PCT ROUNDED =
                  W10-VAR-VARIANCE (W10-VAR-SUB) * 100
                  / W10-VAR-EXPECTED (W10-VAR-SUB)
           ELSE
              MOVE ZERO TO W14-PCT
           END-IF

           MOVE W14-VARIANCE-LINE TO F10-VARIANCE-OUT-LINE
           WRITE F10-VARIANCE-OUT-LINE
           .
      *Displays the run's counts.
       800-WRITE-SUMMARY.
           DISPLAY 'Invoices read           : ' W03-INVOICE-COUNT
           DISPLAY 'Invoice lines read      : ' W03-LINE-COUNT
           DISPLAY 'Lines vouchered         : ' W03-VOUCHERED-COUNT
           DISPLAY 'Lines held              : ' W03-HELD-COUNT
           DISPLAY 'Amount vouchered        : ' W03-VOUCHERED-AMOUNT
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           IF W01-INVOICE-STATUS = '00' OR W01-INVOICE-STATUS = '10'
              CLOSE F01-INVOICE-FILE
           END-IF
           IF W02-PO-OPEN
              CLOSE F02-PO-FILE
           END-IF
           CLOSE F07-HISTORY-FILE
                 F08-VOUCHER-FILE
                 F09-HOLD-FILE
                 F10-VARIANCE-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F11-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F11-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-INVMATCH'
               TO F11-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F11-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F11-RUN-TIME
           MOVE ZERO TO F11-RUN-COUNT
           MOVE SPACE TO F11-RUN-END-STATUS
           WRITE F11-RUNLOG-REC
           CLOSE F11-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the invoice lines
      *read, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F11-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F11-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-INVMATCH'
               TO F11-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F11-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F11-RUN-TIME
           MOVE ZERO TO F11-RUN-COUNT
           ADD W03-LINE-COUNT TO F11-RUN-COUNT
           MOVE 'N' TO F11-RUN-END-STATUS
           WRITE F11-RUNLOG-REC
           CLOSE F11-RUNLOG-FILE
           .
