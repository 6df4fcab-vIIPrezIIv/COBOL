       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-TWO-ORDERS.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-MASTER-FILE ASSIGN TO 'ASST2.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F01-IN-KEY.
           SELECT F02-ORDER-FILE ASSIGN TO 'CUSTORDER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-ORDER-STATUS.
           SELECT F03-BACKORDER-FILE ASSIGN TO 'BACKORDER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W03-BACKORDER-STATUS.
           SELECT F04-CONFIRM-FILE ASSIGN TO 'PICKCONFIRM.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W04-CONFIRM-STATUS.
           SELECT OPTIONAL F05-TRANS-FILE
                                 ASSIGN TO 'ASST2TRANS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-PICK-FILE ASSIGN TO 'PICKLIST.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-STATUS-FILE ASSIGN TO 'ORDERSTATUS.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F08-CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W07-CUSTOMER-STATUS.
           SELECT F09-PO-FILE ASSIGN TO 'POFILE.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F09-PO-KEY
                                 FILE STATUS IS W10-PO-STATUS.
           SELECT F10-REJECT-FILE ASSIGN TO 'ORDERREJECTS.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F11-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD F01-MASTER-FILE
          RECORD CONTAINS 48 CHARACTERS
          DATA RECORD IS F01-INPUT-IN.

       01 F01-INPUT-IN.
          05 F01-IN-KEY.
             10 F01-IN-WAREHOUSE          PIC X(10).
             10 F01-IN-PART-NAME          PIC X(20).
          05 F01-IN-BEGINNING             PIC 9(3).
          05 F01-IN-AMOUNT-RECEIVED       PIC 9(3).
          05 F01-IN-AMOUNT-SHIPPED        PIC 9(3).
          05 F01-IN-UNIT-PRICE            PIC 9999V99.
          05 F01-IN-REORDER-POINT         PIC 9(3).

      *The customer order file: one row per order line. The order
      *clerk keys new lines with the number, line, customer, date,
      *part, quantity and (optionally) the warehouse to ship from;
      *this program fills in the rest. A line's ordered quantity is
      *always its shipped plus allocated plus backordered quantity
      *once it has been allocated. Status N (or blank) is a new
      *line, A has stock allocated, B is waiting wholly on a
      *backorder, S has shipped complete and X was rejected.
       FD F02-ORDER-FILE
          RECORD CONTAINS 81 CHARACTERS
          DATA RECORD IS F02-ORDER-REC.

       01 F02-ORDER-REC.
          05 F02-ORD-NUMBER               PIC 9(6).
          05 F02-ORD-LINE                 PIC 9(2).
          05 F02-ORD-CUSTOMER-ID          PIC X(6).
          05 F02-ORD-DATE                 PIC 9(8).
          05 F02-ORD-WAREHOUSE            PIC X(10).
          05 F02-ORD-PART-NAME            PIC X(20).
          05 F02-ORD-QTY-ORDERED          PIC 9(3).
          05 F02-ORD-QTY-ALLOCATED        PIC 9(3).
          05 F02-ORD-QTY-SHIPPED          PIC 9(3).
          05 F02-ORD-QTY-BACKORDERED      PIC 9(3).
          05 F02-ORD-STATUS               PIC X.
          05 F02-ORD-PICK-DATE            PIC 9(8).
          05 F02-ORD-SHIP-DATE            PIC 9(8).

      *The backorder file: one row per order line that could not be
      *filled in full. The posting run releases quantity against a
      *row, oldest first, as receipts for the part and warehouse
      *post; the next allocation run gives released quantity to
      *these lines before any new order sees it.
       FD F03-BACKORDER-FILE
          RECORD CONTAINS 67 CHARACTERS
          DATA RECORD IS F03-BACKORDER-REC.

       01 F03-BACKORDER-REC.
          05 F03-BKO-ORDER-NUMBER         PIC 9(6).
          05 F03-BKO-ORDER-LINE           PIC 9(2).
          05 F03-BKO-CUSTOMER-ID          PIC X(6).
          05 F03-BKO-WAREHOUSE            PIC X(10).
          05 F03-BKO-PART-NAME            PIC X(20).
          05 F03-BKO-QTY                  PIC 9(3).
          05 F03-BKO-QTY-RELEASED         PIC 9(3).
          05 F03-BKO-DATE                 PIC 9(8).
          05 F03-BKO-RELEASE-DATE         PIC 9(8).
          05 F03-BKO-STATUS               PIC X.

      *The warehouse's picking confirmation: one row per pick-list
      *line actually picked, carrying what came off the shelf.
       FD F04-CONFIRM-FILE
          RECORD CONTAINS 11 CHARACTERS
          DATA RECORD IS F04-CONFIRM-REC.

       01 F04-CONFIRM-REC.
          05 F04-CNF-ORDER-NUMBER         PIC 9(6).
          05 F04-CNF-ORDER-LINE           PIC 9(2).
          05 F04-CNF-QTY-PICKED           PIC 9(3).
          05 F04-CNF-QTY-PICKED-X
             REDEFINES F04-CNF-QTY-PICKED PIC X(3).

      *Shipments generated for the posting run once picking is
      *confirmed, appended to the transaction batch the same way
      *the count run appends its recounts.
       FD F05-TRANS-FILE
          RECORD CONTAINS 64 CHARACTERS
          DATA RECORD IS F05-TRANS-OUT.

       01 F05-TRANS-OUT.
          05 F05-TRAN-DATE                PIC 9(8).
          05 F05-TRAN-WAREHOUSE           PIC X(10).
          05 F05-TRAN-PART-NAME           PIC X(20).
          05 F05-TRAN-TYPE                PIC X.
          05 F05-TRAN-QTY                 PIC 9(3).
          05 F05-TRAN-TO-WAREHOUSE        PIC X(10).
          05 F05-TRAN-UNIT-COST           PIC 9999V99.
          05 F05-TRAN-PO-NUMBER           PIC 9(6).

      *The pick lists, one section per warehouse.
       FD F06-PICK-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F06-PICK-OUT-LINE.

       01 F06-PICK-OUT-LINE            PIC X(80).

      *The open-orders and backorder report.
       FD F07-STATUS-FILE
          RECORD CONTAINS 100 CHARACTERS
          DATA RECORD IS F07-STATUS-OUT-LINE.

       01 F07-STATUS-OUT-LINE          PIC X(100).

      *The customer master the order clerk maintains: one row per
      *customer we sell to.
       FD F08-CUSTOMER-FILE
          RECORD CONTAINS 36 CHARACTERS
          DATA RECORD IS F08-CUSTOMER-REC.

       01 F08-CUSTOMER-REC.
          05 F08-CUS-ID                   PIC X(6).
          05 F08-CUS-NAME                 PIC X(30).

      *The purchase orders, read for the earliest date an open PO
      *line for a backordered part is expected in.
       FD F09-PO-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F09-PO-REC.

       01 F09-PO-REC.
          05 F09-PO-KEY.
             10 F09-PO-NUMBER             PIC 9(6).
             10 F09-PO-PART-NAME          PIC X(20).
          05 F09-PO-VENDOR-ID             PIC X(6).
          05 F09-PO-ORDER-DATE            PIC 9(8).
          05 F09-PO-EXPECTED-DATE         PIC 9(8).
          05 F09-PO-QTY-ORDERED           PIC 9(3).
          05 F09-PO-QTY-RECEIVED          PIC 9(3).
          05 F09-PO-STATUS                PIC X.

       FD F10-REJECT-FILE
          RECORD CONTAINS 90 CHARACTERS
          DATA RECORD IS F10-REJECT-OUT-LINE.

       01 F10-REJECT-OUT-LINE          PIC X(90).

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
       01 W01-RUN-DATE                 PIC 9(8).
       01 W01-RUN-TYPE                 PIC X VALUE SPACE.
          88 W01-ALLOCATE-RUN          VALUE 'A'.
          88 W01-CONFIRM-RUN           VALUE 'C'.
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-LINE-ACCEPTED         VALUE SPACES.
       01 W01-ALLOC-QTY                PIC 9(3).
       01 W01-SHORT-QTY                PIC 9(3).

       01 W03-RELEASED-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-ALLOCATED-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-SHORT-COUNT              PIC 9(5) VALUE ZERO.
       01 W03-REJECTED-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-CONFIRMED-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-SHIPMENT-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-PICK-LINE-COUNT          PIC 9(5) VALUE ZERO.

      *What each warehouse/part can still promise: the book ending
      *less every unit already allocated to an unshipped order
      *line, so two orders can never promise the same units. The
      *warehouses are listed in key order for the pick lists.
       01 W05-STOCK-SUB                PIC 9(3).
       01 W05-STOCK-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01 W05-STOCK-MAX                PIC 9(3) VALUE 500.
       01 W05-LOOKUP-WAREHOUSE         PIC X(10).
       01 W05-LOOKUP-PART-NAME         PIC X(20).
       01 W05-BEST-AVAILABLE           PIC S9(5).
       01 W05-STOCK-TABLE-AREA.
          05 W05-STOCK-COUNT           PIC 9(3) VALUE ZERO.
          05 W05-STOCK-ENTRY OCCURS 500 TIMES.
             10 W05-ENTRY-WAREHOUSE    PIC X(10).
             10 W05-ENTRY-PART-NAME    PIC X(20).
             10 W05-ENTRY-AVAILABLE    PIC S9(5).
       01 W06-WHSE-SUB                 PIC 9(2).
       01 W06-WHSE-MAX                 PIC 9(2) VALUE 50.
       01 W06-CURRENT-WAREHOUSE        PIC X(10).
       01 W06-WHSE-TABLE-AREA.
          05 W06-WHSE-COUNT            PIC 9(2) VALUE ZERO.
          05 W06-WHSE-ENTRY OCCURS 50 TIMES.
             10 W06-ENTRY-WAREHOUSE    PIC X(10).

      *In-core copy of the customer master. A missing master is
      *not an error: the names are left blank on the report and no
      *order is refused for its customer.
       01 W07-CUSTOMER-STATUS          PIC XX.
       01 W07-CUS-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W07-CUS-LOADED-SWITCH        PIC X(3) VALUE 'NO'.
          88 W07-CUS-LOADED            VALUE 'YES'.
       01 W07-CUS-SUB                  PIC 9(3).
       01 W07-CUS-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W07-CUS-MAX                  PIC 9(3) VALUE 200.
       01 W07-LOOKUP-CUSTOMER          PIC X(6).
       01 W07-CUS-TABLE-AREA.
          05 W07-CUS-COUNT             PIC 9(3) VALUE ZERO.
          05 W07-CUS-ENTRY OCCURS 200 TIMES.
             10 W07-ENTRY-ID           PIC X(6).
             10 W07-ENTRY-NAME         PIC X(30).

      *In-core copy of the order file, loaded whole and written
      *back whole. Lines that were already shipped complete or
      *rejected when loaded have been reported once and are
      *dropped on the write-back. An order file larger than the
      *table stops the run before anything changes.
       01 W02-ORDER-STATUS             PIC XX.
       01 W08-ORD-SUB                  PIC 9(3).
       01 W08-ORD-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W08-ORD-MAX                  PIC 9(3) VALUE 500.
       01 W08-ORD-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W08-ORD-OVERFLOW          VALUE 'YES'.
       01 W08-LOOKUP-NUMBER            PIC 9(6).
       01 W08-LOOKUP-LINE              PIC 9(2).
       01 W08-ORD-TABLE-AREA.
          05 W08-ORD-COUNT             PIC 9(3) VALUE ZERO.
          05 W08-ORD-ENTRY OCCURS 500 TIMES.
             10 W08-ENTRY-IMAGE.
                15 W08-ENTRY-NUMBER        PIC 9(6).
                15 W08-ENTRY-LINE          PIC 9(2).
                15 W08-ENTRY-CUSTOMER-ID   PIC X(6).
                15 W08-ENTRY-DATE          PIC 9(8).
                15 W08-ENTRY-WAREHOUSE     PIC X(10).
                15 W08-ENTRY-PART-NAME     PIC X(20).
                15 W08-ENTRY-ORDERED       PIC 9(3).
                15 W08-ENTRY-ALLOCATED     PIC 9(3).
                15 W08-ENTRY-SHIPPED       PIC 9(3).
                15 W08-ENTRY-BACKORDERED   PIC 9(3).
                15 W08-ENTRY-STATUS        PIC X.
                15 W08-ENTRY-PICK-DATE     PIC 9(8).
                15 W08-ENTRY-SHIP-DATE     PIC 9(8).
             10 W08-ENTRY-LOADED-STATUS    PIC X.

      *In-core copy of the backorder file, loaded and written back
      *whole; rows whose quantity has all been allocated or shipped
      *are dropped on the write-back.
       01 W03-BACKORDER-STATUS         PIC XX.
       01 W09-BKO-SUB                  PIC 9(3).
       01 W09-BKO-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W09-BKO-MAX                  PIC 9(3) VALUE 500.
       01 W09-BKO-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W09-BKO-OVERFLOW          VALUE 'YES'.
       01 W09-BKO-ROOM-SWITCH          PIC X(3) VALUE 'YES'.
          88 W09-BKO-ROOM              VALUE 'YES'.
       01 W09-BKO-TABLE-AREA.
          05 W09-BKO-COUNT             PIC 9(3) VALUE ZERO.
          05 W09-BKO-ENTRY OCCURS 500 TIMES.
             10 W09-ENTRY-IMAGE.
                15 W09-ENTRY-ORDER-NUMBER  PIC 9(6).
                15 W09-ENTRY-ORDER-LINE    PIC 9(2).
                15 W09-ENTRY-CUSTOMER-ID   PIC X(6).
                15 W09-ENTRY-WAREHOUSE     PIC X(10).
                15 W09-ENTRY-PART-NAME     PIC X(20).
                15 W09-ENTRY-QTY           PIC 9(3).
                15 W09-ENTRY-QTY-RELEASED  PIC 9(3).
                15 W09-ENTRY-DATE          PIC 9(8).
                15 W09-ENTRY-RELEASE-DATE  PIC 9(8).
                15 W09-ENTRY-STATUS        PIC X.

      *The earliest expected date of any open purchase order line
      *per part, so the report can say when a backorder should
      *ship. A missing PO file leaves the table empty.
       01 W10-PO-STATUS                PIC XX.
       01 W10-PO-SUB                   PIC 9(3).
       01 W10-PO-MATCH-SUB             PIC 9(3) VALUE ZERO.
       01 W10-PO-MAX                   PIC 9(3) VALUE 500.
       01 W10-PO-TABLE-AREA.
          05 W10-PO-COUNT              PIC 9(3) VALUE ZERO.
          05 W10-PO-ENTRY OCCURS 500 TIMES.
             10 W10-ENTRY-PART-NAME    PIC X(20).
             10 W10-ENTRY-EXPECTED     PIC 9(8).

      *The report order: table subscripts kept sorted by key as
      *they are inserted, the way the count run keeps its variance
      *table in order, reused for each section of the report.
       01 W11-SORT-SUB                 PIC 9(3).
       01 W11-SORT-SLOT                PIC 9(3).
       01 W11-SORT-SHIFT-SUB           PIC 9(3).
       01 W11-NEW-KEY                  PIC X(38).
       01 W11-NEW-SUB                  PIC 9(3).
       01 W11-SORT-TABLE-AREA.
          05 W11-SORT-COUNT            PIC 9(3) VALUE ZERO.
          05 W11-SORT-ENTRY OCCURS 500 TIMES.
             10 W11-SORT-KEY           PIC X(38).
             10 W11-SORT-TABLE-SUB     PIC 9(3).
       01 W11-CURRENT-CUSTOMER         PIC X(6).

       01 W12-PICK-HEADING.
          05                           PIC X(30) VALUE SPACES.
          05                           PIC X(20)
                 VALUE 'Warehouse Pick Lists'.
          05                           PIC X(30) VALUE SPACES.

       01 W12-PICK-WAREHOUSE-LINE.
          05                           PIC X(11) VALUE 'WAREHOUSE: '.
          05 W12-WAREHOUSE             PIC X(10).
          05                           PIC X(13)
                 VALUE '  PICK DATE: '.
          05 W12-PICK-DATE             PIC 9(8).
          05                           PIC X(38) VALUE SPACES.

       01 W12-PICK-COLUMNS.
          05                           PIC X(10) VALUE 'Order  Ln'.
          05                           PIC X(10) VALUE 'Customer'.
          05                           PIC X(22) VALUE 'Part Name'.
          05                           PIC X(7) VALUE 'Pick'.
          05                           PIC X(31) VALUE 'Picked'.

       01 W12-PICK-LINE.
          05 W12-ORDER-NUMBER          PIC 9(6).
          05                           PIC X VALUE SPACE.
          05 W12-ORDER-LINE            PIC 9(2).
          05                           PIC X VALUE SPACE.
          05 W12-CUSTOMER-ID           PIC X(6).
          05                           PIC X(4) VALUE SPACES.
          05 W12-PART-NAME             PIC X(20).
          05                           PIC X(2) VALUE SPACES.
          05 W12-QTY                   PIC ZZ9.
          05                           PIC X(4) VALUE SPACES.
          05                           PIC X(6) VALUE '______'.
          05                           PIC X(25) VALUE SPACES.

       01 W13-STATUS-HEADING.
          05                           PIC X(36) VALUE SPACES.
          05                           PIC X(28)
                 VALUE 'Open Orders and Backorders'.
          05                           PIC X(36) VALUE SPACES.

       01 W13-SECTION-LINE.
          05 W13-SECTION-TITLE         PIC X(100).

       01 W13-CUSTOMER-LINE.
          05                           PIC X(10) VALUE 'CUSTOMER: '.
          05 W13-CUSTOMER-ID           PIC X(6).
          05                           PIC X(2) VALUE SPACES.
          05 W13-CUSTOMER-NAME         PIC X(30).
          05                           PIC X(52) VALUE SPACES.

       01 W13-ORDER-COLUMNS.
          05                           PIC X(21) VALUE 'Part Name'.
          05                           PIC X(11) VALUE 'Warehouse'.
          05                           PIC X(10) VALUE 'Order-Ln'.
          05                           PIC X(10) VALUE 'Ordered'.
          05                           PIC X(5) VALUE 'Ord'.
          05                           PIC X(5) VALUE 'Shp'.
          05                           PIC X(5) VALUE 'All'.
          05                           PIC X(5) VALUE 'Bko'.
          05                           PIC X(28) VALUE 'Ships'.

       01 W13-ORDER-LINE.
          05 W13-PART-NAME             PIC X(20).
          05                           PIC X VALUE SPACE.
          05 W13-WAREHOUSE             PIC X(10).
          05                           PIC X VALUE SPACE.
          05 W13-ORDER-NUMBER          PIC 9(6).
          05                           PIC X VALUE '-'.
          05 W13-ORDER-LINE-NO         PIC 9(2).
          05                           PIC X VALUE SPACE.
          05 W13-ORDER-DATE            PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W13-QTY-ORDERED           PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-QTY-SHIPPED           PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-QTY-ALLOCATED         PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-QTY-BACKORDERED       PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-SHIPS                 PIC X(16).
          05                           PIC X(12) VALUE SPACES.

       01 W13-BACKORDER-COLUMNS.
          05                           PIC X(21) VALUE 'Part Name'.
          05                           PIC X(11) VALUE 'Warehouse'.
          05                           PIC X(10) VALUE 'Order-Ln'.
          05                           PIC X(8) VALUE 'Customer'.
          05                           PIC X(10) VALUE 'Since'.
          05                           PIC X(5) VALUE 'Bko'.
          05                           PIC X(5) VALUE 'Rel'.
          05                           PIC X(30) VALUE 'Ships'.

       01 W13-BACKORDER-LINE.
          05 W13-BKO-PART-NAME         PIC X(20).
          05                           PIC X VALUE SPACE.
          05 W13-BKO-WAREHOUSE         PIC X(10).
          05                           PIC X VALUE SPACE.
          05 W13-BKO-ORDER-NUMBER      PIC 9(6).
          05                           PIC X VALUE '-'.
          05 W13-BKO-ORDER-LINE        PIC 9(2).
          05                           PIC X VALUE SPACE.
          05 W13-BKO-CUSTOMER-ID       PIC X(6).
          05                           PIC X(2) VALUE SPACES.
          05 W13-BKO-DATE              PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W13-BKO-QTY               PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-BKO-RELEASED          PIC ZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-BKO-SHIPS             PIC X(16).
          05                           PIC X(14) VALUE SPACES.

       01 W13-SHIPS-TEXT.
          05 W13-SHIPS-LABEL           PIC X(7).
          05 W13-SHIPS-DATE            PIC 9(8).
          05                           PIC X VALUE SPACE.

       01 W15-REJECT-LINE.
          05 W15-ORDER-NUMBER          PIC 9(6).
          05                           PIC X VALUE '-'.
          05 W15-ORDER-LINE            PIC 9(2).
          05                           PIC X VALUE SPACE.
          05 W15-CUSTOMER-ID           PIC X(6).
          05                           PIC X VALUE SPACE.
          05 W15-PART-NAME             PIC X(20).
          05                           PIC X(5) VALUE ' QTY='.
          05 W15-QTY                   PIC X(3).
          05                           PIC X(2) VALUE SPACES.
          05 W15-REASON                PIC X(35).
          05                           PIC X(8) VALUE SPACES.

      *In-core copy of the whole transaction file, used to rebuild
      *the batch trailer once the shipments have been appended, so
      *the posting run's batch check still balances.
       01 W14-REC-SUB                  PIC 9(4).
       01 W14-REC-MAX                  PIC 9(4) VALUE 1000.
       01 W14-REC-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W14-REC-OVERFLOW          VALUE 'YES'.
       01 W14-TRAILER-FOUND-SWITCH     PIC X(3) VALUE 'NO'.
       01 W14-HEADER-FOUND-SWITCH      PIC X(3) VALUE 'NO'.
       01 W14-HEADER-IMAGE             PIC X(64).
       01 W14-BATCH-ID                 PIC X(8).
       01 W14-NEW-COUNT                PIC 9(5).
       01 W14-NEW-HASH                 PIC 9(7)V99.
       01 W14-QTY-X                    PIC X(3).
       01 W14-QTY REDEFINES W14-QTY-X  PIC 9(3).
       01 W14-REC-TABLE-AREA.
          05 W14-REC-COUNT             PIC 9(4) VALUE ZERO.
          05 W14-REC-ENTRY OCCURS 1000 TIMES.
             10 W14-REC-IMAGE          PIC X(64).

       01 W16-TRAILER-RECORD.
          05                           PIC X(8) VALUE 'BATCHTRL'.
          05 W16-TRL-BATCH-ID          PIC X(8).
          05 W16-TRL-COUNT             PIC 9(5).
          05 W16-TRL-HASH              PIC 9(7)V99.
          05                           PIC X(34) VALUE SPACES.

       01 W04-CONFIRM-STATUS           PIC XX.
       01 W04-CONFIRM-OPEN-SWITCH      PIC X(3) VALUE 'NO'.
          88 W04-CONFIRM-OPEN          VALUE 'YES'.

       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 020-PROMPT-RUN-TYPE
           IF NOT W01-ALLOCATE-RUN AND NOT W01-CONFIRM-RUN
              DISPLAY 'Run stopped - run type must be A or C'
              STOP RUN
           END-IF

           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 110-LOAD-STOCK-TABLE
           PERFORM 120-LOAD-CUSTOMER-TABLE
           PERFORM 130-LOAD-ORDER-TABLE
           IF W08-ORD-OVERFLOW
              DISPLAY 'Order table full - run stopped,'
                  ' nothing allocated'
              STOP RUN
           END-IF

           PERFORM 140-LOAD-BACKORDER-TABLE
           IF W09-BKO-OVERFLOW
              DISPLAY 'Backorder table full - run stopped,'
                  ' nothing allocated'
              STOP RUN
           END-IF

           PERFORM 150-LOAD-PO-DATE-TABLE

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           IF W01-ALLOCATE-RUN
              PERFORM 300-RELEASE-BACKORDER
                  VARYING W09-BKO-SUB FROM 1 BY 1
                  UNTIL W09-BKO-SUB > W09-BKO-COUNT
              PERFORM 400-ALLOCATE-NEW-LINE
                  VARYING W08-ORD-SUB FROM 1 BY 1
                  UNTIL W08-ORD-SUB > W08-ORD-COUNT
              PERFORM 500-WRITE-PICK-LISTS
           ELSE
              IF W04-CONFIRM-OPEN
                 PERFORM 200-READ-CONFIRM-RECORD
                 PERFORM 600-PROCESS-CONFIRMS
                     UNTIL NO-DATA-REMAINS
              END-IF
           END-IF
           PERFORM 700-WRITE-STATUS-REPORT
           PERFORM 750-REWRITE-ORDER-FILE
           PERFORM 760-REWRITE-BACKORDER-FILE
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           IF W03-SHIPMENT-COUNT > ZERO
              PERFORM 870-REBALANCE-BATCH
           END-IF
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *Asks which run this is: A allocates stock to new orders and
      *released backorders and prints the pick lists, C takes the
      *warehouse's picking confirmation and ships what was picked.
       020-PROMPT-RUN-TYPE.
           DISPLAY 'Run type - A allocate and pick, C confirm'
               ' picking: '
           ACCEPT W01-RUN-TYPE
           .
      *This procedure opens the files for the run type chosen.
       100-OPEN-FILES.
           OPEN OUTPUT F07-STATUS-FILE
                       F10-REJECT-FILE

           IF W01-ALLOCATE-RUN
              OPEN OUTPUT F06-PICK-FILE
           ELSE
              OPEN INPUT F04-CONFIRM-FILE
              IF W04-CONFIRM-STATUS = '00'
                 MOVE 'YES' TO W04-CONFIRM-OPEN-SWITCH
              ELSE
                 DISPLAY 'No picking confirmation on file'
              END-IF
              OPEN EXTEND F05-TRANS-FILE
           END-IF
           .
      *Loads every warehouse/part on the master with its book
      *ending as the starting availability, and lists the
      *warehouses in the order they come off the master. Shipments
      *already confirmed but still waiting on the posting run are
      *then taken off, since the master still counts those units.
       110-LOAD-STOCK-TABLE.
           OPEN INPUT F01-MASTER-FILE
           PERFORM 111-READ-MASTER-RECORD
           PERFORM 112-STORE-STOCK-ENTRY
               UNTIL NO-DATA-REMAINS
           CLOSE F01-MASTER-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH

           OPEN INPUT F05-TRANS-FILE
           PERFORM 115-READ-PENDING-RECORD
           PERFORM 116-SUBTRACT-PENDING-SHIPMENT
               UNTIL NO-DATA-REMAINS
           CLOSE F05-TRANS-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next master record.
       111-READ-MASTER-RECORD.
           READ F01-MASTER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one warehouse/part, starting a new warehouse entry
      *when the warehouse changes.
       112-STORE-STOCK-ENTRY.
           IF W05-STOCK-COUNT < W05-STOCK-MAX
              ADD 1 TO W05-STOCK-COUNT
              MOVE F01-IN-WAREHOUSE
                  TO W05-ENTRY-WAREHOUSE (W05-STOCK-COUNT)
              MOVE F01-IN-PART-NAME
                  TO W05-ENTRY-PART-NAME (W05-STOCK-COUNT)
              COMPUTE W05-ENTRY-AVAILABLE (W05-STOCK-COUNT) =
                  F01-IN-BEGINNING + F01-IN-AMOUNT-RECEIVED
                  - F01-IN-AMOUNT-SHIPPED
           ELSE
              DISPLAY 'Stock table full, part not available: '
                  F01-IN-PART-NAME ' in ' F01-IN-WAREHOUSE
           END-IF

           IF W06-WHSE-COUNT = ZERO
              OR F01-IN-WAREHOUSE
                 NOT = W06-ENTRY-WAREHOUSE (W06-WHSE-COUNT)
              IF W06-WHSE-COUNT < W06-WHSE-MAX
                 ADD 1 TO W06-WHSE-COUNT
                 MOVE F01-IN-WAREHOUSE
                     TO W06-ENTRY-WAREHOUSE (W06-WHSE-COUNT)
              END-IF
           END-IF

           PERFORM 111-READ-MASTER-RECORD
           .
      *Reads the next line of the unposted transaction batch.
       115-READ-PENDING-RECORD.
           READ F05-TRANS-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Takes one unposted shipment off what its warehouse/part can
      *still promise. Batch header and trailer lines are skipped.
       116-SUBTRACT-PENDING-SHIPMENT.
           IF F05-TRANS-OUT (1:8) NOT = 'BATCHHDR'
              AND F05-TRANS-OUT (1:8) NOT = 'BATCHTRL'
              AND F05-TRAN-TYPE = 'S'
              AND F05-TRAN-QTY IS NUMERIC
              MOVE F05-TRAN-WAREHOUSE TO W05-LOOKUP-WAREHOUSE
              MOVE F05-TRAN-PART-NAME TO W05-LOOKUP-PART-NAME
              PERFORM 320-FIND-STOCK-ENTRY
              IF W05-STOCK-MATCH-SUB > ZERO
                 SUBTRACT F05-TRAN-QTY
                     FROM W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)
              END-IF
           END-IF

           PERFORM 115-READ-PENDING-RECORD
           .
      *Loads the customer master into the W07 table. A missing
      *master just leaves the report showing customer codes.
       120-LOAD-CUSTOMER-TABLE.
           OPEN INPUT F08-CUSTOMER-FILE

           IF W07-CUSTOMER-STATUS = '00'
              MOVE 'YES' TO W07-CUS-LOADED-SWITCH
              PERFORM 121-READ-CUSTOMER-RECORD
              PERFORM 122-STORE-CUSTOMER-ENTRY
                  UNTIL NO-DATA-REMAINS
                  OR W07-CUS-COUNT = W07-CUS-MAX
              CLOSE F08-CUSTOMER-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next customer master row.
       121-READ-CUSTOMER-RECORD.
           READ F08-CUSTOMER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one customer master row in the table.
       122-STORE-CUSTOMER-ENTRY.
           ADD 1 TO W07-CUS-COUNT
           MOVE F08-CUS-ID TO W07-ENTRY-ID (W07-CUS-COUNT)
           MOVE F08-CUS-NAME TO W07-ENTRY-NAME (W07-CUS-COUNT)

           PERFORM 121-READ-CUSTOMER-RECORD
           .
      *Loads the order file whole. A missing file is an empty one.
       130-LOAD-ORDER-TABLE.
           OPEN INPUT F02-ORDER-FILE

           IF W02-ORDER-STATUS = '00'
              PERFORM 131-READ-ORDER-RECORD
              PERFORM 132-STORE-ORDER-ENTRY
                  UNTIL NO-DATA-REMAINS
                  OR W08-ORD-OVERFLOW
              CLOSE F02-ORDER-FILE
           ELSE
              DISPLAY 'No customer order file on file'
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next order line.
       131-READ-ORDER-RECORD.
           READ F02-ORDER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one order line. Stock already allocated to a line
      *that has not shipped is taken off what the part can still
      *promise.
       132-STORE-ORDER-ENTRY.
           IF W08-ORD-COUNT < W08-ORD-MAX
              ADD 1 TO W08-ORD-COUNT
              MOVE F02-ORDER-REC
                  TO W08-ENTRY-IMAGE (W08-ORD-COUNT)
              MOVE F02-ORD-STATUS
                  TO W08-ENTRY-LOADED-STATUS (W08-ORD-COUNT)
              IF F02-ORD-STATUS = 'A'
                 MOVE F02-ORD-WAREHOUSE TO W05-LOOKUP-WAREHOUSE
                 MOVE F02-ORD-PART-NAME TO W05-LOOKUP-PART-NAME
                 PERFORM 320-FIND-STOCK-ENTRY
                 IF W05-STOCK-MATCH-SUB > ZERO
                    SUBTRACT F02-ORD-QTY-ALLOCATED
                        FROM W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)
                 END-IF
              END-IF
              PERFORM 131-READ-ORDER-RECORD
           ELSE
              MOVE 'YES' TO W08-ORD-OVERFLOW-SWITCH
           END-IF
           .
      *Loads the backorder file whole. A missing file is an empty
      *one.
       140-LOAD-BACKORDER-TABLE.
           OPEN INPUT F03-BACKORDER-FILE

           IF W03-BACKORDER-STATUS = '00'
              PERFORM 141-READ-BACKORDER-RECORD
              PERFORM 142-STORE-BACKORDER-ENTRY
                  UNTIL NO-DATA-REMAINS
                  OR W09-BKO-OVERFLOW
              CLOSE F03-BACKORDER-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next backorder row.
       141-READ-BACKORDER-RECORD.
           READ F03-BACKORDER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one backorder row.
       142-STORE-BACKORDER-ENTRY.
           IF W09-BKO-COUNT < W09-BKO-MAX
              ADD 1 TO W09-BKO-COUNT
              MOVE F03-BACKORDER-REC
                  TO W09-ENTRY-IMAGE (W09-BKO-COUNT)
              PERFORM 141-READ-BACKORDER-RECORD
           ELSE
              MOVE 'YES' TO W09-BKO-OVERFLOW-SWITCH
           END-IF
           .
      *Loads the earliest expected date of each part's open PO
      *lines. A missing PO file just leaves backorders without a
      *date.
       150-LOAD-PO-DATE-TABLE.
           OPEN INPUT F09-PO-FILE

           IF W10-PO-STATUS = '00'
              PERFORM 151-READ-PO-RECORD
              PERFORM 152-STORE-PO-DATE
                  UNTIL NO-DATA-REMAINS
              CLOSE F09-PO-FILE
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next PO line.
       151-READ-PO-RECORD.
           READ F09-PO-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Keeps the earlier of this open line's expected date and any
      *date already held for the part.
       152-STORE-PO-DATE.
           IF F09-PO-STATUS = 'O'
              AND F09-PO-QTY-RECEIVED < F09-PO-QTY-ORDERED
              MOVE F09-PO-PART-NAME TO W05-LOOKUP-PART-NAME
              PERFORM 360-FIND-PO-DATE
              IF W10-PO-MATCH-SUB > ZERO
                 IF F09-PO-EXPECTED-DATE
                    < W10-ENTRY-EXPECTED (W10-PO-MATCH-SUB)
                    MOVE F09-PO-EXPECTED-DATE
                        TO W10-ENTRY-EXPECTED (W10-PO-MATCH-SUB)
                 END-IF
              ELSE
                 IF W10-PO-COUNT < W10-PO-MAX
                    ADD 1 TO W10-PO-COUNT
                    MOVE F09-PO-PART-NAME
                        TO W10-ENTRY-PART-NAME (W10-PO-COUNT)
                    MOVE F09-PO-EXPECTED-DATE
                        TO W10-ENTRY-EXPECTED (W10-PO-COUNT)
                 END-IF
              END-IF
           END-IF

           PERFORM 151-READ-PO-RECORD
           .
      *Reads the next picking confirmation.
       200-READ-CONFIRM-RECORD.
           READ F04-CONFIRM-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Gives quantity the posting run has released against one
      *backorder to its order line, as far as the stock still
      *available allows. Backorders go oldest first because they
      *are filed in the order they were raised, and they go before
      *any new order line is looked at.
       300-RELEASE-BACKORDER.
           IF W09-ENTRY-QTY-RELEASED (W09-BKO-SUB) > ZERO
              AND W09-ENTRY-QTY (W09-BKO-SUB) > ZERO
              MOVE W09-ENTRY-ORDER-NUMBER (W09-BKO-SUB)
                  TO W08-LOOKUP-NUMBER
              MOVE W09-ENTRY-ORDER-LINE (W09-BKO-SUB)
                  TO W08-LOOKUP-LINE
              PERFORM 310-FIND-ORDER-LINE
              MOVE W09-ENTRY-WAREHOUSE (W09-BKO-SUB)
                  TO W05-LOOKUP-WAREHOUSE
              MOVE W09-ENTRY-PART-NAME (W09-BKO-SUB)
                  TO W05-LOOKUP-PART-NAME
              PERFORM 320-FIND-STOCK-ENTRY

              IF W08-ORD-MATCH-SUB = ZERO
                 DISPLAY 'Backorder dropped, order line not on file: '
                     W09-ENTRY-ORDER-NUMBER (W09-BKO-SUB) '-'
                     W09-ENTRY-ORDER-LINE (W09-BKO-SUB)
                 MOVE ZERO TO W09-ENTRY-QTY (W09-BKO-SUB)
              ELSE
                 IF W05-STOCK-MATCH-SUB > ZERO
                    PERFORM 305-ALLOCATE-RELEASED-QTY
                 END-IF
              END-IF
           END-IF
           .
      *Allocates the smallest of the quantity released, the
      *quantity still backordered and what the warehouse can still
      *promise, and moves it from backordered to allocated on the
      *order line.
       305-ALLOCATE-RELEASED-QTY.
           MOVE W09-ENTRY-QTY-RELEASED (W09-BKO-SUB) TO W01-ALLOC-QTY
           IF W09-ENTRY-QTY (W09-BKO-SUB) < W01-ALLOC-QTY
              MOVE W09-ENTRY-QTY (W09-BKO-SUB) TO W01-ALLOC-QTY
           END-IF
           IF W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB) < W01-ALLOC-QTY
              IF W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB) > ZERO
                 MOVE W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)
                     TO W01-ALLOC-QTY
              ELSE
                 MOVE ZERO TO W01-ALLOC-QTY
              END-IF
           END-IF

           IF W01-ALLOC-QTY > ZERO
              SUBTRACT W01-ALLOC-QTY
                  FROM W09-ENTRY-QTY (W09-BKO-SUB)
                       W09-ENTRY-QTY-RELEASED (W09-BKO-SUB)
                       W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)
                       W08-ENTRY-BACKORDERED (W08-ORD-MATCH-SUB)
              ADD W01-ALLOC-QTY
                  TO W08-ENTRY-ALLOCATED (W08-ORD-MATCH-SUB)
              MOVE 'A' TO W08-ENTRY-STATUS (W08-ORD-MATCH-SUB)
              ADD 1 TO W03-RELEASED-COUNT
              IF W09-ENTRY-QTY-RELEASED (W09-BKO-SUB) = ZERO
                 MOVE 'O' TO W09-ENTRY-STATUS (W09-BKO-SUB)
              END-IF
           END-IF
           .
      *Finds the order line with this number and line number.
       310-FIND-ORDER-LINE.
           MOVE ZERO TO W08-ORD-MATCH-SUB
           PERFORM 311-CHECK-ORDER-ENTRY
               VARYING W08-ORD-SUB FROM 1 BY 1
               UNTIL W08-ORD-SUB > W08-ORD-COUNT
               OR W08-ORD-MATCH-SUB > ZERO
           .
      *Tests one order table row against the line sought.
       311-CHECK-ORDER-ENTRY.
           IF W08-ENTRY-NUMBER (W08-ORD-SUB) = W08-LOOKUP-NUMBER
              AND W08-ENTRY-LINE (W08-ORD-SUB) = W08-LOOKUP-LINE
              MOVE W08-ORD-SUB TO W08-ORD-MATCH-SUB
           END-IF
           .
      *Finds the stock entry for this warehouse and part.
       320-FIND-STOCK-ENTRY.
           MOVE ZERO TO W05-STOCK-MATCH-SUB
           PERFORM 321-CHECK-STOCK-ENTRY
               VARYING W05-STOCK-SUB FROM 1 BY 1
               UNTIL W05-STOCK-SUB > W05-STOCK-COUNT
               OR W05-STOCK-MATCH-SUB > ZERO
           .
      *Tests one stock table row against the warehouse and part.
       321-CHECK-STOCK-ENTRY.
           IF W05-ENTRY-WAREHOUSE (W05-STOCK-SUB)
                  = W05-LOOKUP-WAREHOUSE
              AND W05-ENTRY-PART-NAME (W05-STOCK-SUB)
                  = W05-LOOKUP-PART-NAME
              MOVE W05-STOCK-SUB TO W05-STOCK-MATCH-SUB
           END-IF
           .
      *For an order line that names no warehouse, finds the
      *warehouse stocking the part with the most still available.
       325-FIND-BEST-WAREHOUSE.
           MOVE ZERO TO W05-STOCK-MATCH-SUB
           MOVE -1 TO W05-BEST-AVAILABLE
           PERFORM 326-CHECK-BEST-WAREHOUSE
               VARYING W05-STOCK-SUB FROM 1 BY 1
               UNTIL W05-STOCK-SUB > W05-STOCK-COUNT
           .
      *Keeps this stock row if it stocks the part and has more
      *available than the best found so far.
       326-CHECK-BEST-WAREHOUSE.
           IF W05-ENTRY-PART-NAME (W05-STOCK-SUB)
                  = W05-LOOKUP-PART-NAME
              AND W05-ENTRY-AVAILABLE (W05-STOCK-SUB)
                  > W05-BEST-AVAILABLE
              MOVE W05-STOCK-SUB TO W05-STOCK-MATCH-SUB
              MOVE W05-ENTRY-AVAILABLE (W05-STOCK-SUB)
                  TO W05-BEST-AVAILABLE
           END-IF
           .
      *Finds the backorder already raised for this order line.
       330-FIND-BACKORDER.
           MOVE ZERO TO W09-BKO-MATCH-SUB
           PERFORM 331-CHECK-BACKORDER-ENTRY
               VARYING W09-BKO-SUB FROM 1 BY 1
               UNTIL W09-BKO-SUB > W09-BKO-COUNT
               OR W09-BKO-MATCH-SUB > ZERO
           .
      *Tests one backorder row against the order line sought.
       331-CHECK-BACKORDER-ENTRY.
           IF W09-ENTRY-ORDER-NUMBER (W09-BKO-SUB) = W08-LOOKUP-NUMBER
              AND W09-ENTRY-ORDER-LINE (W09-BKO-SUB) = W08-LOOKUP-LINE
              AND W09-ENTRY-QTY (W09-BKO-SUB) > ZERO
              MOVE W09-BKO-SUB TO W09-BKO-MATCH-SUB
           END-IF
           .
      *Puts the short quantity of the order line at W08-ORD-SUB on
      *backorder: onto the line's open backorder if it has one,
      *otherwise as a new backorder dated today at the end of the
      *file, behind every older one. Callers make sure of the room
      *with 345-CHECK-BACKORDER-ROOM first.
       340-RAISE-BACKORDER.
           MOVE W08-ENTRY-NUMBER (W08-ORD-SUB) TO W08-LOOKUP-NUMBER
           MOVE W08-ENTRY-LINE (W08-ORD-SUB) TO W08-LOOKUP-LINE
           PERFORM 330-FIND-BACKORDER

           IF W09-BKO-MATCH-SUB > ZERO
              ADD W01-SHORT-QTY TO W09-ENTRY-QTY (W09-BKO-MATCH-SUB)
           ELSE
              IF W09-BKO-COUNT < W09-BKO-MAX
                 ADD 1 TO W09-BKO-COUNT
                 MOVE W08-ENTRY-NUMBER (W08-ORD-SUB)
                     TO W09-ENTRY-ORDER-NUMBER (W09-BKO-COUNT)
                 MOVE W08-ENTRY-LINE (W08-ORD-SUB)
                     TO W09-ENTRY-ORDER-LINE (W09-BKO-COUNT)
                 MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
                     TO W09-ENTRY-CUSTOMER-ID (W09-BKO-COUNT)
                 MOVE W08-ENTRY-WAREHOUSE (W08-ORD-SUB)
                     TO W09-ENTRY-WAREHOUSE (W09-BKO-COUNT)
                 MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB)
                     TO W09-ENTRY-PART-NAME (W09-BKO-COUNT)
                 MOVE W01-SHORT-QTY TO W09-ENTRY-QTY (W09-BKO-COUNT)
                 MOVE ZERO TO W09-ENTRY-QTY-RELEASED (W09-BKO-COUNT)
                 MOVE W01-RUN-DATE TO W09-ENTRY-DATE (W09-BKO-COUNT)
                 MOVE ZERO TO W09-ENTRY-RELEASE-DATE (W09-BKO-COUNT)
                 MOVE 'O' TO W09-ENTRY-STATUS (W09-BKO-COUNT)
              END-IF
           END-IF

           ADD 1 TO W03-SHORT-COUNT
           .
      *Says whether the order line at W08-ORD-SUB can be put on
      *backorder: it already has an open backorder to add to, or
      *the table has room for a new one.
       345-CHECK-BACKORDER-ROOM.
           MOVE W08-ENTRY-NUMBER (W08-ORD-SUB) TO W08-LOOKUP-NUMBER
           MOVE W08-ENTRY-LINE (W08-ORD-SUB) TO W08-LOOKUP-LINE
           PERFORM 330-FIND-BACKORDER

           IF W09-BKO-MATCH-SUB > ZERO
              OR W09-BKO-COUNT < W09-BKO-MAX
              MOVE 'YES' TO W09-BKO-ROOM-SWITCH
           ELSE
              MOVE 'NO' TO W09-BKO-ROOM-SWITCH
           END-IF
           .
      *Finds this customer in the customer master table.
       350-FIND-CUSTOMER.
           MOVE ZERO TO W07-CUS-MATCH-SUB
           PERFORM 351-CHECK-CUSTOMER-ENTRY
               VARYING W07-CUS-SUB FROM 1 BY 1
               UNTIL W07-CUS-SUB > W07-CUS-COUNT
               OR W07-CUS-MATCH-SUB > ZERO
           .
      *Tests one customer table row against the customer sought.
       351-CHECK-CUSTOMER-ENTRY.
           IF W07-ENTRY-ID (W07-CUS-SUB) = W07-LOOKUP-CUSTOMER
              MOVE W07-CUS-SUB TO W07-CUS-MATCH-SUB
           END-IF
           .
      *Finds this part in the open-PO date table.
       360-FIND-PO-DATE.
           MOVE ZERO TO W10-PO-MATCH-SUB
           PERFORM 361-CHECK-PO-DATE-ENTRY
               VARYING W10-PO-SUB FROM 1 BY 1
               UNTIL W10-PO-SUB > W10-PO-COUNT
               OR W10-PO-MATCH-SUB > ZERO
           .
      *Tests one open-PO date row against the part sought.
       361-CHECK-PO-DATE-ENTRY.
           IF W10-ENTRY-PART-NAME (W10-PO-SUB) = W05-LOOKUP-PART-NAME
              MOVE W10-PO-SUB TO W10-PO-MATCH-SUB
           END-IF
           .
      *Edits one new order line and allocates what stock allows,
      *backordering the rest. A line naming no warehouse ships from
      *the warehouse with the most of the part available.
       400-ALLOCATE-NEW-LINE.
           IF W08-ENTRY-STATUS (W08-ORD-SUB) = 'N'
              OR W08-ENTRY-STATUS (W08-ORD-SUB) = SPACE
              PERFORM 410-EDIT-NEW-LINE
              IF W01-LINE-ACCEPTED
                 PERFORM 420-ALLOCATE-LINE
              ELSE
                 MOVE 'X' TO W08-ENTRY-STATUS (W08-ORD-SUB)
                 PERFORM 430-WRITE-LINE-REJECT
              END-IF
           END-IF
           .
      *Edits a new line, leaving the matching stock entry in
      *W05-STOCK-MATCH-SUB when it passes.
       410-EDIT-NEW-LINE.
           MOVE SPACES TO W01-REJECT-REASON
           MOVE W08-ENTRY-WAREHOUSE (W08-ORD-SUB)
               TO W05-LOOKUP-WAREHOUSE
           MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB)
               TO W05-LOOKUP-PART-NAME
           MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
               TO W07-LOOKUP-CUSTOMER
           PERFORM 350-FIND-CUSTOMER

           EVALUATE TRUE
               WHEN W08-ENTRY-ORDERED (W08-ORD-SUB) NOT NUMERIC
                   MOVE 'Quantity ordered not numeric'
                       TO W01-REJECT-REASON
               WHEN W08-ENTRY-ORDERED (W08-ORD-SUB) = ZERO
                   MOVE 'Quantity ordered is zero'
                       TO W01-REJECT-REASON
               WHEN W07-CUS-LOADED AND W07-CUS-MATCH-SUB = ZERO
                   MOVE 'Customer not on customer master'
                       TO W01-REJECT-REASON
               WHEN W05-LOOKUP-WAREHOUSE = SPACES
                   PERFORM 325-FIND-BEST-WAREHOUSE
                   IF W05-STOCK-MATCH-SUB = ZERO
                      MOVE 'Part not stocked in any warehouse'
                          TO W01-REJECT-REASON
                   ELSE
                      MOVE W05-ENTRY-WAREHOUSE (W05-STOCK-MATCH-SUB)
                          TO W08-ENTRY-WAREHOUSE (W08-ORD-SUB)
                   END-IF
               WHEN OTHER
                   PERFORM 320-FIND-STOCK-ENTRY
                   IF W05-STOCK-MATCH-SUB = ZERO
                      MOVE 'Part not stocked in this warehouse'
                          TO W01-REJECT-REASON
                   END-IF
           END-EVALUATE
           .
      *Allocates the ordered quantity, or as much of it as the
      *warehouse can still promise, and backorders the shortfall.
      *A shortfall the backorder table has no room for leaves the
      *line unallocated for the next run.
       420-ALLOCATE-LINE.
           MOVE ZERO TO W08-ENTRY-ALLOCATED (W08-ORD-SUB)
           MOVE ZERO TO W08-ENTRY-SHIPPED (W08-ORD-SUB)
           MOVE ZERO TO W08-ENTRY-BACKORDERED (W08-ORD-SUB)
           MOVE ZERO TO W08-ENTRY-PICK-DATE (W08-ORD-SUB)
           MOVE ZERO TO W08-ENTRY-SHIP-DATE (W08-ORD-SUB)

           MOVE W08-ENTRY-ORDERED (W08-ORD-SUB) TO W01-ALLOC-QTY
           IF W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB) < W01-ALLOC-QTY
              IF W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB) > ZERO
                 MOVE W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)
                     TO W01-ALLOC-QTY
              ELSE
                 MOVE ZERO TO W01-ALLOC-QTY
              END-IF
           END-IF
           COMPUTE W01-SHORT-QTY =
               W08-ENTRY-ORDERED (W08-ORD-SUB) - W01-ALLOC-QTY

           IF W01-SHORT-QTY > ZERO
              PERFORM 345-CHECK-BACKORDER-ROOM
           ELSE
              MOVE 'YES' TO W09-BKO-ROOM-SWITCH
           END-IF

           IF W09-BKO-ROOM
              PERFORM 425-COMMIT-ALLOCATION
           ELSE
              MOVE 'N' TO W08-ENTRY-STATUS (W08-ORD-SUB)
              DISPLAY 'Backorder table full - line left unallocated: '
                  W08-ENTRY-NUMBER (W08-ORD-SUB) '-'
                  W08-ENTRY-LINE (W08-ORD-SUB)
           END-IF
           .
      *Takes the allocation off the stock table, backorders the
      *shortfall and marks the line allocated or backordered.
       425-COMMIT-ALLOCATION.
           MOVE W01-ALLOC-QTY TO W08-ENTRY-ALLOCATED (W08-ORD-SUB)
           SUBTRACT W01-ALLOC-QTY
               FROM W05-ENTRY-AVAILABLE (W05-STOCK-MATCH-SUB)

           IF W01-SHORT-QTY > ZERO
              MOVE W01-SHORT-QTY TO W08-ENTRY-BACKORDERED (W08-ORD-SUB)
              PERFORM 340-RAISE-BACKORDER
           END-IF

           IF W01-ALLOC-QTY > ZERO
              MOVE 'A' TO W08-ENTRY-STATUS (W08-ORD-SUB)
              ADD 1 TO W03-ALLOCATED-COUNT
           ELSE
              MOVE 'B' TO W08-ENTRY-STATUS (W08-ORD-SUB)
           END-IF
           .
      *Writes one refused order line with its reason.
       430-WRITE-LINE-REJECT.
           MOVE W08-ENTRY-NUMBER (W08-ORD-SUB) TO W15-ORDER-NUMBER
           MOVE W08-ENTRY-LINE (W08-ORD-SUB) TO W15-ORDER-LINE
           MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB) TO W15-CUSTOMER-ID
           MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB) TO W15-PART-NAME
           MOVE W08-ENTRY-IMAGE (W08-ORD-SUB) (53:3) TO W15-QTY
           MOVE W01-REJECT-REASON TO W15-REASON
           MOVE W15-REJECT-LINE TO F10-REJECT-OUT-LINE
           WRITE F10-REJECT-OUT-LINE
           ADD 1 TO W03-REJECTED-COUNT
           .
      *Writes one pick list per warehouse listing every line with
      *stock allocated and not yet shipped, and stamps the pick
      *date on lines appearing for the first time.
       500-WRITE-PICK-LISTS.
           MOVE W12-PICK-HEADING TO F06-PICK-OUT-LINE
           WRITE F06-PICK-OUT-LINE

           PERFORM 510-WRITE-WAREHOUSE-PICKS
               VARYING W06-WHSE-SUB FROM 1 BY 1
               UNTIL W06-WHSE-SUB > W06-WHSE-COUNT
           .
      *Writes the pick list for one warehouse, headed only when the
      *warehouse has something to pick.
       510-WRITE-WAREHOUSE-PICKS.
           MOVE W06-ENTRY-WAREHOUSE (W06-WHSE-SUB)
               TO W06-CURRENT-WAREHOUSE
           MOVE ZERO TO W03-PICK-LINE-COUNT

           PERFORM 520-WRITE-PICK-LINE
               VARYING W08-ORD-SUB FROM 1 BY 1
               UNTIL W08-ORD-SUB > W08-ORD-COUNT
           .
      *Writes one pick line if the order line is allocated in the
      *current warehouse.
       520-WRITE-PICK-LINE.
           IF W08-ENTRY-WAREHOUSE (W08-ORD-SUB) = W06-CURRENT-WAREHOUSE
              AND W08-ENTRY-STATUS (W08-ORD-SUB) = 'A'
              AND W08-ENTRY-ALLOCATED (W08-ORD-SUB) > ZERO
              IF W03-PICK-LINE-COUNT = ZERO
                 PERFORM 530-WRITE-PICK-HEADING
              END-IF
              IF W08-ENTRY-PICK-DATE (W08-ORD-SUB) = ZERO
                 MOVE W01-RUN-DATE TO W08-ENTRY-PICK-DATE (W08-ORD-SUB)
              END-IF
              MOVE W08-ENTRY-NUMBER (W08-ORD-SUB) TO W12-ORDER-NUMBER
              MOVE W08-ENTRY-LINE (W08-ORD-SUB) TO W12-ORDER-LINE
              MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
                  TO W12-CUSTOMER-ID
              MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB) TO W12-PART-NAME
              MOVE W08-ENTRY-ALLOCATED (W08-ORD-SUB) TO W12-QTY
              MOVE W12-PICK-LINE TO F06-PICK-OUT-LINE
              WRITE F06-PICK-OUT-LINE
              ADD 1 TO W03-PICK-LINE-COUNT
           END-IF
           .
      *Writes the heading for one warehouse's pick list.
       530-WRITE-PICK-HEADING.
           MOVE SPACES TO F06-PICK-OUT-LINE
           WRITE F06-PICK-OUT-LINE

           MOVE W06-CURRENT-WAREHOUSE TO W12-WAREHOUSE
           MOVE W01-RUN-DATE TO W12-PICK-DATE
           MOVE W12-PICK-WAREHOUSE-LINE TO F06-PICK-OUT-LINE
           WRITE F06-PICK-OUT-LINE

           MOVE W12-PICK-COLUMNS TO F06-PICK-OUT-LINE
           WRITE F06-PICK-OUT-LINE
           .
      *Ships what the warehouse confirms it picked for one line: a
      *shipment transaction for the posting run, the line's shipped
      *quantity raised, and anything allocated but not found on the
      *shelf put on backorder.
       600-PROCESS-CONFIRMS.
           MOVE F04-CNF-ORDER-NUMBER TO W08-LOOKUP-NUMBER
           MOVE F04-CNF-ORDER-LINE TO W08-LOOKUP-LINE
           PERFORM 310-FIND-ORDER-LINE
           MOVE W08-ORD-MATCH-SUB TO W08-ORD-SUB

           MOVE SPACES TO W01-REJECT-REASON
           EVALUATE TRUE
               WHEN W08-ORD-MATCH-SUB = ZERO
                   MOVE 'Order line not on file'
                       TO W01-REJECT-REASON
               WHEN W08-ENTRY-STATUS (W08-ORD-SUB) NOT = 'A'
                   OR W08-ENTRY-ALLOCATED (W08-ORD-SUB) = ZERO
                   MOVE 'Nothing allocated to confirm'
                       TO W01-REJECT-REASON
               WHEN F04-CNF-QTY-PICKED NOT NUMERIC
                   MOVE 'Quantity picked not numeric'
                       TO W01-REJECT-REASON
               WHEN F04-CNF-QTY-PICKED
                   > W08-ENTRY-ALLOCATED (W08-ORD-SUB)
                   MOVE 'Picked more than allocated'
                       TO W01-REJECT-REASON
           END-EVALUATE

           IF W01-LINE-ACCEPTED
              PERFORM 610-SHIP-PICKED-LINE
           ELSE
              PERFORM 630-WRITE-CONFIRM-REJECT
           END-IF

           PERFORM 200-READ-CONFIRM-RECORD
           .
      *Applies one accepted confirmation to its order line. A short
      *pick the backorder table has no room for stays allocated and
      *goes back on the next pick list.
       610-SHIP-PICKED-LINE.
           ADD 1 TO W03-CONFIRMED-COUNT
           IF F04-CNF-QTY-PICKED > ZERO
              PERFORM 620-WRITE-SHIPMENT
              ADD F04-CNF-QTY-PICKED TO W08-ENTRY-SHIPPED (W08-ORD-SUB)
              MOVE W01-RUN-DATE TO W08-ENTRY-SHIP-DATE (W08-ORD-SUB)
           END-IF

           COMPUTE W01-SHORT-QTY =
               W08-ENTRY-ALLOCATED (W08-ORD-SUB) - F04-CNF-QTY-PICKED
           MOVE ZERO TO W08-ENTRY-ALLOCATED (W08-ORD-SUB)
           MOVE ZERO TO W08-ENTRY-PICK-DATE (W08-ORD-SUB)

           IF W01-SHORT-QTY > ZERO
              PERFORM 345-CHECK-BACKORDER-ROOM
              IF W09-BKO-ROOM
                 ADD W01-SHORT-QTY
                     TO W08-ENTRY-BACKORDERED (W08-ORD-SUB)
                 PERFORM 340-RAISE-BACKORDER
              ELSE
                 MOVE W01-SHORT-QTY
                     TO W08-ENTRY-ALLOCATED (W08-ORD-SUB)
                 DISPLAY 'Backorder table full - short pick kept'
                     ' allocated: ' W08-ENTRY-NUMBER (W08-ORD-SUB) '-'
                     W08-ENTRY-LINE (W08-ORD-SUB)
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN W08-ENTRY-SHIPPED (W08-ORD-SUB)
                    NOT < W08-ENTRY-ORDERED (W08-ORD-SUB)
                   MOVE 'S' TO W08-ENTRY-STATUS (W08-ORD-SUB)
               WHEN W08-ENTRY-ALLOCATED (W08-ORD-SUB) > ZERO
                   MOVE 'A' TO W08-ENTRY-STATUS (W08-ORD-SUB)
               WHEN OTHER
                   MOVE 'B' TO W08-ENTRY-STATUS (W08-ORD-SUB)
           END-EVALUATE
           .
      *Writes the shipment transaction for the quantity picked,
      *dated today, for the posting run.
       620-WRITE-SHIPMENT.
           MOVE W01-RUN-DATE TO F05-TRAN-DATE
           MOVE W08-ENTRY-WAREHOUSE (W08-ORD-SUB) TO F05-TRAN-WAREHOUSE
           MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB) TO F05-TRAN-PART-NAME
           MOVE 'S' TO F05-TRAN-TYPE
           MOVE F04-CNF-QTY-PICKED TO F05-TRAN-QTY
           MOVE SPACES TO F05-TRAN-TO-WAREHOUSE
           MOVE ZERO TO F05-TRAN-UNIT-COST
           MOVE ZERO TO F05-TRAN-PO-NUMBER
           WRITE F05-TRANS-OUT
           ADD 1 TO W03-SHIPMENT-COUNT
           .
      *Writes one refused confirmation with its reason.
       630-WRITE-CONFIRM-REJECT.
           MOVE F04-CNF-ORDER-NUMBER TO W15-ORDER-NUMBER
           MOVE F04-CNF-ORDER-LINE TO W15-ORDER-LINE
           IF W08-ORD-MATCH-SUB > ZERO
              MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
                  TO W15-CUSTOMER-ID
              MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB) TO W15-PART-NAME
           ELSE
              MOVE SPACES TO W15-CUSTOMER-ID
              MOVE SPACES TO W15-PART-NAME
           END-IF
           MOVE F04-CNF-QTY-PICKED-X TO W15-QTY
           MOVE W01-REJECT-REASON TO W15-REASON
           MOVE W15-REJECT-LINE TO F10-REJECT-OUT-LINE
           WRITE F10-REJECT-OUT-LINE
           ADD 1 TO W03-REJECTED-COUNT
           .
      *Writes the open-orders report: every open line by customer
      *and part, then every open backorder by part, each showing
      *when the outstanding quantity can be expected to ship.
       700-WRITE-STATUS-REPORT.
           MOVE W13-STATUS-HEADING TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE

           MOVE SPACES TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           MOVE 'Open Orders by Customer' TO W13-SECTION-TITLE
           MOVE W13-SECTION-LINE TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE

           MOVE ZERO TO W11-SORT-COUNT
           PERFORM 710-SORT-OPEN-LINE
               VARYING W08-ORD-SUB FROM 1 BY 1
               UNTIL W08-ORD-SUB > W08-ORD-COUNT
           MOVE SPACES TO W11-CURRENT-CUSTOMER
           PERFORM 720-WRITE-OPEN-LINE
               VARYING W11-SORT-SUB FROM 1 BY 1
               UNTIL W11-SORT-SUB > W11-SORT-COUNT

           MOVE SPACES TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           MOVE 'Backorders by Part' TO W13-SECTION-TITLE
           MOVE W13-SECTION-LINE TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           MOVE W13-BACKORDER-COLUMNS TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE

           MOVE ZERO TO W11-SORT-COUNT
           PERFORM 730-SORT-BACKORDER
               VARYING W09-BKO-SUB FROM 1 BY 1
               UNTIL W09-BKO-SUB > W09-BKO-COUNT
           PERFORM 740-WRITE-BACKORDER-LINE
               VARYING W11-SORT-SUB FROM 1 BY 1
               UNTIL W11-SORT-SUB > W11-SORT-COUNT
           .
      *Files one allocated or backordered order line in the report
      *order: customer, part, order number and line.
       710-SORT-OPEN-LINE.
           IF W08-ENTRY-STATUS (W08-ORD-SUB) = 'A'
              OR W08-ENTRY-STATUS (W08-ORD-SUB) = 'B'
              MOVE SPACES TO W11-NEW-KEY
              MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
                  TO W11-NEW-KEY (1:6)
              MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB)
                  TO W11-NEW-KEY (7:20)
              MOVE W08-ENTRY-IMAGE (W08-ORD-SUB) (1:8)
                  TO W11-NEW-KEY (27:8)
              MOVE W08-ORD-SUB TO W11-NEW-SUB
              PERFORM 770-INSERT-SORT-ENTRY
           END-IF
           .
      *Writes one open order line, heading each new customer with
      *the customer's name.
       720-WRITE-OPEN-LINE.
           MOVE W11-SORT-TABLE-SUB (W11-SORT-SUB) TO W08-ORD-SUB

           IF W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
              NOT = W11-CURRENT-CUSTOMER
              PERFORM 725-WRITE-CUSTOMER-HEADING
           END-IF

           MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB) TO W13-PART-NAME
           MOVE W08-ENTRY-WAREHOUSE (W08-ORD-SUB) TO W13-WAREHOUSE
           MOVE W08-ENTRY-NUMBER (W08-ORD-SUB) TO W13-ORDER-NUMBER
           MOVE W08-ENTRY-LINE (W08-ORD-SUB) TO W13-ORDER-LINE-NO
           MOVE W08-ENTRY-DATE (W08-ORD-SUB) TO W13-ORDER-DATE
           MOVE W08-ENTRY-ORDERED (W08-ORD-SUB) TO W13-QTY-ORDERED
           MOVE W08-ENTRY-SHIPPED (W08-ORD-SUB) TO W13-QTY-SHIPPED
           MOVE W08-ENTRY-ALLOCATED (W08-ORD-SUB) TO W13-QTY-ALLOCATED
           MOVE W08-ENTRY-BACKORDERED (W08-ORD-SUB)
               TO W13-QTY-BACKORDERED

           IF W08-ENTRY-BACKORDERED (W08-ORD-SUB) > ZERO
              MOVE W08-ENTRY-PART-NAME (W08-ORD-SUB)
                  TO W05-LOOKUP-PART-NAME
              PERFORM 780-SET-SHIPS-TEXT
              MOVE W13-SHIPS-TEXT TO W13-SHIPS
           ELSE
              MOVE 'ON PICK LIST' TO W13-SHIPS
           END-IF

           MOVE W13-ORDER-LINE TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           .
      *Writes the heading for one customer's open lines.
       725-WRITE-CUSTOMER-HEADING.
           MOVE W08-ENTRY-CUSTOMER-ID (W08-ORD-SUB)
               TO W11-CURRENT-CUSTOMER
           MOVE W11-CURRENT-CUSTOMER TO W07-LOOKUP-CUSTOMER
           PERFORM 350-FIND-CUSTOMER

           MOVE W11-CURRENT-CUSTOMER TO W13-CUSTOMER-ID
           IF W07-CUS-MATCH-SUB > ZERO
              MOVE W07-ENTRY-NAME (W07-CUS-MATCH-SUB)
                  TO W13-CUSTOMER-NAME
           ELSE
              MOVE SPACES TO W13-CUSTOMER-NAME
           END-IF

           MOVE SPACES TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           MOVE W13-CUSTOMER-LINE TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           MOVE W13-ORDER-COLUMNS TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           .
      *Files one open backorder in the report order: part,
      *warehouse, order number and line.
       730-SORT-BACKORDER.
           IF W09-ENTRY-QTY (W09-BKO-SUB) > ZERO
              MOVE W09-ENTRY-PART-NAME (W09-BKO-SUB)
                  TO W11-NEW-KEY (1:20)
              MOVE W09-ENTRY-WAREHOUSE (W09-BKO-SUB)
                  TO W11-NEW-KEY (21:10)
              MOVE W09-ENTRY-IMAGE (W09-BKO-SUB) (1:8)
                  TO W11-NEW-KEY (31:8)
              MOVE W09-BKO-SUB TO W11-NEW-SUB
              PERFORM 770-INSERT-SORT-ENTRY
           END-IF
           .
      *Writes one open backorder. Quantity the posting run has
      *released shows as received stock waiting on the next
      *allocation run.
       740-WRITE-BACKORDER-LINE.
           MOVE W11-SORT-TABLE-SUB (W11-SORT-SUB) TO W09-BKO-SUB

           MOVE W09-ENTRY-PART-NAME (W09-BKO-SUB) TO W13-BKO-PART-NAME
           MOVE W09-ENTRY-WAREHOUSE (W09-BKO-SUB) TO W13-BKO-WAREHOUSE
           MOVE W09-ENTRY-ORDER-NUMBER (W09-BKO-SUB)
               TO W13-BKO-ORDER-NUMBER
           MOVE W09-ENTRY-ORDER-LINE (W09-BKO-SUB)
               TO W13-BKO-ORDER-LINE
           MOVE W09-ENTRY-CUSTOMER-ID (W09-BKO-SUB)
               TO W13-BKO-CUSTOMER-ID
           MOVE W09-ENTRY-DATE (W09-BKO-SUB) TO W13-BKO-DATE
           MOVE W09-ENTRY-QTY (W09-BKO-SUB) TO W13-BKO-QTY
           MOVE W09-ENTRY-QTY-RELEASED (W09-BKO-SUB) TO W13-BKO-RELEASED

           IF W09-ENTRY-QTY-RELEASED (W09-BKO-SUB) > ZERO
              MOVE 'STOCK RECEIVED' TO W13-BKO-SHIPS
           ELSE
              MOVE W09-ENTRY-PART-NAME (W09-BKO-SUB)
                  TO W05-LOOKUP-PART-NAME
              PERFORM 780-SET-SHIPS-TEXT
              MOVE W13-SHIPS-TEXT TO W13-BKO-SHIPS
           END-IF

           MOVE W13-BACKORDER-LINE TO F07-STATUS-OUT-LINE
           WRITE F07-STATUS-OUT-LINE
           .
      *Files the subscript in W11-NEW-SUB in the sort table,
      *keeping the table in ascending order of W11-NEW-KEY.
       770-INSERT-SORT-ENTRY.
           PERFORM 771-FIND-INSERT-SLOT
               VARYING W11-SORT-SLOT FROM 1 BY 1
               UNTIL W11-SORT-SLOT > W11-SORT-COUNT
               OR W11-SORT-KEY (W11-SORT-SLOT) > W11-NEW-KEY

           PERFORM 772-SHIFT-ENTRY-DOWN
               VARYING W11-SORT-SHIFT-SUB
               FROM W11-SORT-COUNT BY -1
               UNTIL W11-SORT-SHIFT-SUB < W11-SORT-SLOT

           MOVE W11-NEW-KEY TO W11-SORT-KEY (W11-SORT-SLOT)
           MOVE W11-NEW-SUB TO W11-SORT-TABLE-SUB (W11-SORT-SLOT)
           ADD 1 TO W11-SORT-COUNT
           .
      *The slot search does its work in the PERFORM VARYING
      *conditions; there is nothing to do per step.
       771-FIND-INSERT-SLOT.
           CONTINUE
           .
      *Moves one sort entry down a slot to open the insert slot.
       772-SHIFT-ENTRY-DOWN.
           MOVE W11-SORT-ENTRY (W11-SORT-SHIFT-SUB)
               TO W11-SORT-ENTRY (W11-SORT-SHIFT-SUB + 1)
           .
      *Says when backordered stock of the part in
      *W05-LOOKUP-PART-NAME should ship: the earliest expected date
      *of an open purchase order for it, or that none is open.
       780-SET-SHIPS-TEXT.
           PERFORM 360-FIND-PO-DATE
           IF W10-PO-MATCH-SUB > ZERO
              MOVE 'PO DUE ' TO W13-SHIPS-LABEL
              MOVE W10-ENTRY-EXPECTED (W10-PO-MATCH-SUB)
                  TO W13-SHIPS-DATE
           ELSE
              MOVE SPACES TO W13-SHIPS-TEXT
              MOVE 'NO OPEN PO' TO W13-SHIPS-TEXT
           END-IF
           .
      *Writes the order file back, dropping lines that were
      *already shipped complete or rejected when this run began.
       750-REWRITE-ORDER-FILE.
           OPEN OUTPUT F02-ORDER-FILE
           PERFORM 751-WRITE-ORDER-RECORD
               VARYING W08-ORD-SUB FROM 1 BY 1
               UNTIL W08-ORD-SUB > W08-ORD-COUNT
           CLOSE F02-ORDER-FILE
           .
      *Writes one order line back unless it is finished with.
       751-WRITE-ORDER-RECORD.
           IF W08-ENTRY-LOADED-STATUS (W08-ORD-SUB) NOT = 'S'
              AND W08-ENTRY-LOADED-STATUS (W08-ORD-SUB) NOT = 'X'
              MOVE W08-ENTRY-IMAGE (W08-ORD-SUB) TO F02-ORDER-REC
              WRITE F02-ORDER-REC
           END-IF
           .
      *Writes the backorder file back, dropping backorders that
      *have been filled.
       760-REWRITE-BACKORDER-FILE.
           OPEN OUTPUT F03-BACKORDER-FILE
           PERFORM 761-WRITE-BACKORDER-RECORD
               VARYING W09-BKO-SUB FROM 1 BY 1
               UNTIL W09-BKO-SUB > W09-BKO-COUNT
           CLOSE F03-BACKORDER-FILE
           .
      *Writes one backorder back if any quantity is still owed.
       761-WRITE-BACKORDER-RECORD.
           IF W09-ENTRY-QTY (W09-BKO-SUB) > ZERO
              MOVE W09-ENTRY-IMAGE (W09-BKO-SUB) TO F03-BACKORDER-REC
              WRITE F03-BACKORDER-REC
           END-IF
           .
      *Displays the run's counts.
       800-WRITE-SUMMARY.
           IF W01-ALLOCATE-RUN
              DISPLAY 'Backorders allocated    : ' W03-RELEASED-COUNT
              DISPLAY 'New lines allocated     : ' W03-ALLOCATED-COUNT
           ELSE
              DISPLAY 'Picks confirmed         : ' W03-CONFIRMED-COUNT
              DISPLAY 'Shipments generated     : ' W03-SHIPMENT-COUNT
           END-IF
           DISPLAY 'Lines backordered       : ' W03-SHORT-COUNT
           DISPLAY 'Lines rejected          : ' W03-REJECTED-COUNT
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F07-STATUS-FILE
                 F10-REJECT-FILE

           IF W01-ALLOCATE-RUN
              CLOSE F06-PICK-FILE
           ELSE
              IF W04-CONFIRM-OPEN
                 CLOSE F04-CONFIRM-FILE
              END-IF
              CLOSE F05-TRANS-FILE
           END-IF
           .
      *After the shipments are appended, rebuilds ASST2TRANS.DAT
      *so the batch trailer again covers everything in the file:
      *the header stays first, the shipment transactions sit ahead
      *of a freshly computed BATCHTRL, and the posting run's batch
      *check balances. A file with no trailer is not using the
      *batch convention and is left exactly as it was.
       870-REBALANCE-BATCH.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F05-TRANS-FILE
           PERFORM 871-READ-TRANS-RECORD
           PERFORM 872-STORE-TRANS-RECORD
               UNTIL NO-DATA-REMAINS
               OR W14-REC-OVERFLOW
           CLOSE F05-TRANS-FILE

           IF W14-REC-OVERFLOW
              DISPLAY 'Transaction file larger than the rebalance'
                  ' table - batch trailer left as it was'
           ELSE
              IF W14-TRAILER-FOUND-SWITCH = 'YES'
                 PERFORM 875-REWRITE-TRANS-FILE
              END-IF
           END-IF
           .
      *Reads the next transaction line of the rebalance pass.
       871-READ-TRANS-RECORD.
           READ F05-TRANS-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one transaction line: the header and the batch ID are
      *kept aside, the stale trailer is dropped, everything else is
      *held for the rewrite.
       872-STORE-TRANS-RECORD.
           EVALUATE TRUE
               WHEN F05-TRANS-OUT (1:8) = 'BATCHHDR'
                   MOVE 'YES' TO W14-HEADER-FOUND-SWITCH
                   MOVE F05-TRANS-OUT TO W14-HEADER-IMAGE
                   MOVE F05-TRANS-OUT (9:8) TO W14-BATCH-ID
               WHEN F05-TRANS-OUT (1:8) = 'BATCHTRL'
                   MOVE 'YES' TO W14-TRAILER-FOUND-SWITCH
                   IF W14-HEADER-FOUND-SWITCH NOT = 'YES'
                      MOVE F05-TRANS-OUT (9:8) TO W14-BATCH-ID
                   END-IF
               WHEN OTHER
                   IF W14-REC-COUNT < W14-REC-MAX
                      ADD 1 TO W14-REC-COUNT
                      MOVE F05-TRANS-OUT
                          TO W14-REC-IMAGE (W14-REC-COUNT)
                   ELSE
                      MOVE 'YES' TO W14-REC-OVERFLOW-SWITCH
                   END-IF
           END-EVALUATE

           IF NOT W14-REC-OVERFLOW
              PERFORM 871-READ-TRANS-RECORD
           END-IF
           .
      *Rewrites the transaction file: header first, every detail in
      *the order it arrived, then the freshly computed trailer.
       875-REWRITE-TRANS-FILE.
           MOVE ZERO TO W14-NEW-COUNT
           MOVE ZERO TO W14-NEW-HASH

           OPEN OUTPUT F05-TRANS-FILE

           IF W14-HEADER-FOUND-SWITCH = 'YES'
              MOVE W14-HEADER-IMAGE TO F05-TRANS-OUT
              WRITE F05-TRANS-OUT
           END-IF

           PERFORM 876-WRITE-TRANS-RECORD
               VARYING W14-REC-SUB FROM 1 BY 1
               UNTIL W14-REC-SUB > W14-REC-COUNT

           MOVE W14-BATCH-ID TO W16-TRL-BATCH-ID
           MOVE W14-NEW-COUNT TO W16-TRL-COUNT
           MOVE W14-NEW-HASH TO W16-TRL-HASH
           MOVE W16-TRAILER-RECORD TO F05-TRANS-OUT
           WRITE F05-TRANS-OUT

           CLOSE F05-TRANS-FILE
           .
      *Writes one detail back and rolls it into the new totals, the
      *same way the posting run's batch check computes them.
       876-WRITE-TRANS-RECORD.
           MOVE W14-REC-IMAGE (W14-REC-SUB) TO F05-TRANS-OUT
           ADD 1 TO W14-NEW-COUNT
           MOVE W14-REC-IMAGE (W14-REC-SUB) (40:3) TO W14-QTY-X
           IF W14-QTY IS NUMERIC
              ADD W14-QTY TO W14-NEW-HASH
           END-IF
           WRITE F05-TRANS-OUT
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F11-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F11-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-ORDERS'
               TO F11-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F11-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F11-RUN-TIME
           MOVE ZERO TO F11-RUN-COUNT
           MOVE SPACE TO F11-RUN-END-STATUS
           WRITE F11-RUNLOG-REC
           CLOSE F11-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the order lines
      *handled, on the shared run log. A run that never reaches
      *this paragraph shows on the batch-window report as a start
      *with no end.
       940-LOG-RUN-END.
           OPEN EXTEND F11-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F11-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-ORDERS'
               TO F11-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F11-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F11-RUN-TIME
           MOVE ZERO TO F11-RUN-COUNT
           IF W01-ALLOCATE-RUN
              ADD W03-RELEASED-COUNT W03-ALLOCATED-COUNT
                  W03-REJECTED-COUNT TO F11-RUN-COUNT
           ELSE
              ADD W03-CONFIRMED-COUNT W03-REJECTED-COUNT
                  TO F11-RUN-COUNT
           END-IF
           MOVE 'N' TO F11-RUN-END-STATUS
           WRITE F11-RUNLOG-REC
           CLOSE F11-RUNLOG-FILE
           .
