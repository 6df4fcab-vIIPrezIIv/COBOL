       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-TWO-CYCLECOUNT.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-MASTER-FILE ASSIGN TO 'ASST2.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F01-IN-KEY.
           SELECT F02-HISTORY-FILE ASSIGN TO 'ASST2-HISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-HISTORY-STATUS.
           SELECT F03-SCHEDULE-FILE ASSIGN TO 'CYCLESCHED.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W03-SCHEDULE-STATUS.
           SELECT F04-COUNT-FILE ASSIGN TO 'ASST2COUNT.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W04-COUNT-STATUS.
           SELECT F05-CLASS-FILE ASSIGN TO 'ABCCLASS.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-SHEET-FILE ASSIGN TO 'CYCLESHEET.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-ACCURACY-FILE ASSIGN TO 'CYCLEACCURACY.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F08-RUNLOG-FILE
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

      *The monthly snapshots the report run appends: the quantity
      *columns are print-edited, so they arrive space-padded and
      *are cleaned up to digits before any arithmetic.
       FD F02-HISTORY-FILE
          RECORD CONTAINS 64 CHARACTERS
          DATA RECORD IS F02-HISTORY-IN.

       01 F02-HISTORY-IN.
          05 F02-HIST-PART-NAME           PIC X(20).
          05                              PIC X(1).
          05 F02-HIST-WAREHOUSE           PIC X(10).
          05                              PIC X(1).
          05 F02-HIST-PERIOD-YEAR         PIC X(4).
          05                              PIC X(1).
          05 F02-HIST-PERIOD-MONTH        PIC X(2).
          05                              PIC X(1).
          05 F02-HIST-BEGINNING-X         PIC X(3).
          05                              PIC X(1).
          05 F02-HIST-RECEIVED-X          PIC X(3).
          05                              PIC X(1).
          05 F02-HIST-SHIPPED-X           PIC X(3).
          05                              PIC X(1).
          05 F02-HIST-ENDING-X            PIC X(3).
          05                              PIC X(1).
          05 F02-HIST-LINE-TOTAL          PIC X(8).

      *The count schedule: one row per warehouse/part with its ABC
      *class, the annual usage value it was classed on, when it was
      *last counted and when it is next due, and its running count
      *and accurate-count tallies for the accuracy report.
       FD F03-SCHEDULE-FILE
          RECORD CONTAINS 69 CHARACTERS
          DATA RECORD IS F03-SCHEDULE-REC.

       01 F03-SCHEDULE-REC.
          05 F03-SCH-WAREHOUSE            PIC X(10).
          05 F03-SCH-PART-NAME            PIC X(20).
          05 F03-SCH-CLASS                PIC X.
          05 F03-SCH-ANNUAL-VALUE         PIC 9(9)V99.
          05 F03-SCH-LAST-COUNT-DATE      PIC 9(8).
          05 F03-SCH-NEXT-DUE-DATE        PIC 9(8).
          05 F03-SCH-COUNTS               PIC 9(3).
          05 F03-SCH-ACCURATE             PIC 9(3).
          05 F03-SCH-LAST-VARIANCE        PIC S9(5).

      *The count entry file in the variance run's layout: written
      *here with the quantity blank for each part due today, keyed
      *by the counters, then read by the variance run and by the
      *record run of this program.
       FD F04-COUNT-FILE
          RECORD CONTAINS 33 CHARACTERS
          DATA RECORD IS F04-COUNT-REC.

       01 F04-COUNT-REC.
          05 F04-CNT-WAREHOUSE            PIC X(10).
          05 F04-CNT-PART-NAME            PIC X(20).
          05 F04-CNT-QTY                  PIC 9(3).
          05 F04-CNT-QTY-X
             REDEFINES F04-CNT-QTY        PIC X(3).

       FD F05-CLASS-FILE
          RECORD CONTAINS 94 CHARACTERS
          DATA RECORD IS F05-CLASS-OUT-LINE.

       01 F05-CLASS-OUT-LINE           PIC X(94).

       FD F06-SHEET-FILE
          RECORD CONTAINS 94 CHARACTERS
          DATA RECORD IS F06-SHEET-OUT-LINE.

       01 F06-SHEET-OUT-LINE           PIC X(94).

       FD F07-ACCURACY-FILE
          RECORD CONTAINS 94 CHARACTERS
          DATA RECORD IS F07-ACCURACY-OUT-LINE.

       01 F07-ACCURACY-OUT-LINE        PIC X(94).

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F08-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F08-RUNLOG-REC.

       01 F08-RUNLOG-REC.
          05 F08-RUN-TYPE             PIC X.
          05 F08-RUN-PROGRAM          PIC X(32).
          05 F08-RUN-DATE             PIC 9(8).
          05 F08-RUN-TIME             PIC X(6).
          05 F08-RUN-COUNT            PIC 9(5).
          05 F08-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-RUN-TYPE                 PIC X VALUE SPACE.
          88 W01-SCHEDULE-RUN          VALUE 'S'.
          88 W01-RECORD-RUN            VALUE 'R'.
       01 W01-RUN-DATE                 PIC 9(8).
       01 W01-RUN-DATE-PARTS REDEFINES W01-RUN-DATE.
          05 W01-RUN-YEAR              PIC 9(4).
          05 W01-RUN-MONTH             PIC 99.
          05 W01-RUN-DAY               PIC 99.
       01 W01-RUN-PERIOD               PIC 9(6).

      *The history snapshot being folded in, cleaned up to digits.
       01 W02-HISTORY-STATUS           PIC XX.
       01 W02-WORK-FIELD               PIC X(3).
       01 W02-WORK-NUMBER
          REDEFINES W02-WORK-FIELD     PIC 9(3).
       01 W02-HIST-YEAR                PIC 9(4).
       01 W02-HIST-MONTH               PIC 99.
       01 W02-HIST-PERIOD              PIC 9(6).

       01 W03-SCHEDULE-STATUS          PIC XX.
       01 W03-PART-COUNT-READ          PIC 9(5) VALUE ZERO.
       01 W03-CLASS-CHANGE-COUNT       PIC 9(5) VALUE ZERO.
       01 W03-SHEET-LINE-COUNT         PIC 9(5) VALUE ZERO.
       01 W03-RECORDED-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-NOT-COUNTED-COUNT        PIC 9(5) VALUE ZERO.
       01 W03-UNUSABLE-COUNT           PIC 9(5) VALUE ZERO.

       01 W04-COUNT-STATUS             PIC XX.
       01 W04-SEARCH-WAREHOUSE         PIC X(10).
       01 W04-SEARCH-PART-NAME         PIC X(20).
       01 W04-VARIANCE                 PIC S9(5).
       01 W04-ABS-VARIANCE             PIC 9(5).
       01 W04-TOLERANCE-UNITS          PIC 9(5).

      *One row per warehouse/part on the master, in master key
      *order (so warehouse by warehouse), carrying its book ending,
      *its usage over the last twelve stored months and, from the
      *schedule file, its count history.
       01 W05-PART-SUB                 PIC 9(3).
       01 W05-PART-MATCH-SUB           PIC 9(3).
       01 W05-PART-MAX                 PIC 9(3) VALUE 500.
       01 W05-PART-OVERFLOW-SWITCH     PIC X(3) VALUE 'NO'.
          88 W05-PART-OVERFLOW         VALUE 'YES'.
       01 W05-PART-TABLE-AREA.
          05 W05-PART-COUNT            PIC 9(3) VALUE ZERO.
          05 W05-PART-ENTRY OCCURS 500 TIMES.
             10 W05-ENTRY-WAREHOUSE    PIC X(10).
             10 W05-ENTRY-PART-NAME    PIC X(20).
             10 W05-ENTRY-BOOK         PIC S9(5).
             10 W05-ENTRY-UNIT-PRICE   PIC 9999V99.
             10 W05-ENTRY-HIST-MONTHS  PIC 9(3).
             10 W05-ENTRY-HIST-SHIPPED PIC 9(6).
             10 W05-ENTRY-ANNUAL-QTY   PIC 9(6).
             10 W05-ENTRY-ANNUAL-VALUE PIC 9(9)V99.
             10 W05-ENTRY-CLASS        PIC X.
             10 W05-ENTRY-OLD-CLASS    PIC X.
             10 W05-ENTRY-LAST-COUNT   PIC 9(8).
             10 W05-ENTRY-NEXT-DUE     PIC 9(8).
             10 W05-ENTRY-COUNTS       PIC 9(3).
             10 W05-ENTRY-ACCURATE     PIC 9(3).
             10 W05-ENTRY-LAST-VAR     PIC S9(5).
             10 W05-ENTRY-RUN-COUNTED  PIC X.
             10 W05-ENTRY-RUN-ACCURATE PIC X.

      *The parts in descending order of annual usage value, kept
      *that way as each is inserted; equal values keep master
      *order.
       01 W06-RANK-SUB                 PIC 9(3).
       01 W06-RANK-SLOT                PIC 9(3).
       01 W06-RANK-SHIFT-SUB           PIC 9(3).
       01 W06-RANK-TABLE-AREA.
          05 W06-RANK-COUNT            PIC 9(3) VALUE ZERO.
          05 W06-RANK-PART-SUB         PIC 9(3) OCCURS 500 TIMES.
       01 W06-TOTAL-VALUE              PIC 9(11)V99 VALUE ZERO.
       01 W06-CUMULATIVE-VALUE         PIC 9(11)V99 VALUE ZERO.
       01 W06-CUMULATIVE-PCT           PIC 999V99.

      *The class rules: A items take the first 80 percent of annual
      *usage value and are counted monthly, B items the next 15
      *percent and quarterly, C items the rest and yearly. A count
      *is accurate within the class's tolerance, as a percentage
      *of the book quantity.
       01 W07-CLASS-VALUES.
          05                           PIC X VALUE 'A'.
          05                           PIC 99 VALUE 01.
          05                           PIC 99 VALUE 00.
          05                           PIC 999 VALUE 080.
          05                           PIC X VALUE 'B'.
          05                           PIC 99 VALUE 03.
          05                           PIC 99 VALUE 02.
          05                           PIC 999 VALUE 095.
          05                           PIC X VALUE 'C'.
          05                           PIC 99 VALUE 12.
          05                           PIC 99 VALUE 05.
          05                           PIC 999 VALUE 100.
       01 W07-CLASS-TABLE REDEFINES W07-CLASS-VALUES.
          05 W07-CLASS-ENTRY OCCURS 3 TIMES.
             10 W07-CLASS-CODE         PIC X.
             10 W07-CLASS-INTERVAL     PIC 99.
             10 W07-TOLERANCE-PCT      PIC 99.
             10 W07-CUTOFF-PCT         PIC 999.
       01 W07-CLASS-SUB                PIC 9.
       01 W07-SEARCH-CLASS             PIC X.

      *Running figures per class: what the classification and the
      *accuracy report print, and the spreading counters that lay
      *never-counted parts out evenly over their class interval.
       01 W08-CLASS-ACCUM-AREA.
          05 W08-CLASS-ACCUM OCCURS 3 TIMES.
             10 W08-ITEMS              PIC 9(5).
             10 W08-VALUE              PIC 9(11)V99.
             10 W08-UNSCHEDULED        PIC 9(5).
             10 W08-SPREAD-SEQ         PIC 9(5).
             10 W08-COUNTS             PIC 9(6).
             10 W08-ACCURATE           PIC 9(6).
             10 W08-RUN-COUNTS         PIC 9(5).
             10 W08-RUN-ACCURATE       PIC 9(5).
             10 W08-OVERDUE            PIC 9(5).

      *The same accuracy figures per warehouse, one row per
      *warehouse in the order they come off the master.
       01 W09-WHSE-SUB                 PIC 9(3).
       01 W09-WHSE-MAX                 PIC 9(3) VALUE 50.
       01 W09-WHSE-TABLE-AREA.
          05 W09-WHSE-COUNT            PIC 9(3) VALUE ZERO.
          05 W09-WHSE-ENTRY OCCURS 50 TIMES.
             10 W09-WAREHOUSE          PIC X(10).
             10 W09-ITEMS              PIC 9(5).
             10 W09-COUNTS             PIC 9(6).
             10 W09-ACCURATE           PIC 9(6).
             10 W09-RUN-COUNTS         PIC 9(5).
             10 W09-RUN-ACCURATE       PIC 9(5).
             10 W09-OVERDUE            PIC 9(5).

      *Date arithmetic by whole months: due dates land on the same
      *day of the month as the base date, held to the 28th so every
      *month has that day.
       01 W10-BASE-YEAR                PIC 9(4).
       01 W10-BASE-MONTH               PIC 99.
       01 W10-ADD-MONTHS               PIC 9(3).
       01 W10-RESULT-DAY               PIC 99.
       01 W10-MONTH-INDEX              PIC 9(6).
       01 W10-RESULT-YEAR              PIC 9(4).
       01 W10-RESULT-MONTH-REM         PIC 99.
       01 W10-RESULT-DATE              PIC 9(8).
       01 W10-RESULT-DATE-PARTS REDEFINES W10-RESULT-DATE.
          05 W10-RESULT-DATE-YEAR      PIC 9(4).
          05 W10-RESULT-DATE-MONTH     PIC 99.
          05 W10-RESULT-DATE-DAY       PIC 99.
       01 W10-LAST-COUNT-DATE          PIC 9(8).
       01 W10-LAST-COUNT-PARTS REDEFINES W10-LAST-COUNT-DATE.
          05 W10-LAST-COUNT-YEAR       PIC 9(4).
          05 W10-LAST-COUNT-MONTH      PIC 99.
          05 W10-LAST-COUNT-DAY        PIC 99.
       01 W10-START-DAY                PIC 99.
       01 W10-SLOT                     PIC 9(5).
       01 W10-SLOT-DAY                 PIC 99.

       01 W11-CLASS-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(29)
                 VALUE 'ABC Classification by Usage'.
          05                           PIC X(41) VALUE SPACES.

       01 W11-CLASS-COLUMNS.
          05                           PIC X(4) VALUE 'Rank'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(9) VALUE 'Warehouse'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(9) VALUE 'Part Name'.
          05                           PIC X(12) VALUE SPACES.
          05                           PIC X(7) VALUE 'Ann Qty'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(7) VALUE 'Price'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(12) VALUE 'Annual Value'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(5) VALUE 'Cum %'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(3) VALUE 'Cls'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(8) VALUE 'Next Due'.
          05                           PIC X(7) VALUE SPACES.

       01 W11-CLASS-LINE.
          05 W11-RANK                  PIC ZZZ9.
          05                           PIC X(1) VALUE SPACES.
          05 W11-WAREHOUSE             PIC X(10).
          05                           PIC X(1) VALUE SPACES.
          05 W11-PART-NAME             PIC X(20).
          05                           PIC X(1) VALUE SPACES.
          05 W11-ANNUAL-QTY            PIC ZZZZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W11-UNIT-PRICE            PIC ZZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W11-ANNUAL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W11-CUMULATIVE-PCT        PIC ZZ9.9.
          05                           PIC X(2) VALUE SPACES.
          05 W11-CLASS                 PIC X.
          05                           PIC X(2) VALUE SPACES.
          05 W11-NEXT-DUE              PIC 9(8).
          05                           PIC X(7) VALUE SPACES.

       01 W11-CLASS-TOTAL-LINE.
          05                           PIC X(6) VALUE 'CLASS='.
          05 W11-TOT-CLASS             PIC X.
          05                           PIC X(7) VALUE ' ITEMS='.
          05 W11-TOT-ITEMS             PIC ZZZZ9.
          05                           PIC X(14)
                 VALUE ' ANNUAL VALUE='.
          05 W11-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
          05                           PIC X(12)
                 VALUE ' COUNT EVERY'.
          05 W11-TOT-INTERVAL          PIC Z9.
          05                           PIC X(7) VALUE ' MONTHS'.
          05                           PIC X(26) VALUE SPACES.

       01 W12-SHEET-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(18)
                 VALUE 'Cycle Count Sheets'.
          05                           PIC X(6) VALUE ' DATE='.
          05 W12-SHEET-DATE            PIC 9(8).
          05                           PIC X(38) VALUE SPACES.

       01 W12-SHEET-WHSE-LINE.
          05                           PIC X(10) VALUE 'Warehouse='.
          05 W12-SHEET-WAREHOUSE       PIC X(10).
          05                           PIC X(74) VALUE SPACES.

       01 W12-SHEET-COLUMNS.
          05                           PIC X(9) VALUE 'Part Name'.
          05                           PIC X(12) VALUE SPACES.
          05                           PIC X(5) VALUE 'Class'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Due Date'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(7) VALUE 'Remark'.
          05                           PIC X(3) VALUE SPACES.
          05                           PIC X(11) VALUE 'Counted Qty'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(10) VALUE 'Counted By'.
          05                           PIC X(23) VALUE SPACES.

       01 W12-SHEET-LINE.
          05 W12-PART-NAME             PIC X(20).
          05                           PIC X(3) VALUE SPACES.
          05 W12-CLASS                 PIC X.
          05                           PIC X(4) VALUE SPACES.
          05 W12-DUE-DATE              PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W12-REMARK                PIC X(7).
          05                           PIC X(3) VALUE SPACES.
          05                           PIC X(11) VALUE '___________'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(10) VALUE '__________'.
          05                           PIC X(23) VALUE SPACES.

       01 W12-PREV-WAREHOUSE           PIC X(10) VALUE SPACES.

       01 W13-ACCURACY-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(27)
                 VALUE 'Cycle Count Accuracy Report'.
          05                           PIC X(6) VALUE ' DATE='.
          05 W13-ACCURACY-DATE         PIC 9(8).
          05                           PIC X(29) VALUE SPACES.

       01 W13-ACCURACY-COLUMNS.
          05                           PIC X(5) VALUE 'Group'.
          05                           PIC X(7) VALUE SPACES.
          05                           PIC X(5) VALUE 'Items'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE 'Counts'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Accurate'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(5) VALUE 'Acc %'.
          05                           PIC X(3) VALUE SPACES.
          05                           PIC X(5) VALUE 'Today'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Accurate'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(5) VALUE 'Acc %'.
          05                           PIC X(3) VALUE SPACES.
          05                           PIC X(7) VALUE 'Overdue'.
          05                           PIC X(17) VALUE SPACES.

       01 W13-ACCURACY-LINE.
          05 W13-GROUP                 PIC X(10).
          05                           PIC X(2) VALUE SPACES.
          05 W13-ITEMS                 PIC ZZZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-COUNTS                PIC ZZZZZ9.
          05                           PIC X(4) VALUE SPACES.
          05 W13-ACCURATE              PIC ZZZZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-ACCURACY-PCT          PIC ZZ9.9.
          05                           PIC X(3) VALUE SPACES.
          05 W13-RUN-COUNTS            PIC ZZZZ9.
          05                           PIC X(5) VALUE SPACES.
          05 W13-RUN-ACCURATE          PIC ZZZZ9.
          05                           PIC X(2) VALUE SPACES.
          05 W13-RUN-PCT               PIC ZZ9.9.
          05                           PIC X(5) VALUE SPACES.
          05 W13-OVERDUE               PIC ZZZZ9.
          05                           PIC X(17) VALUE SPACES.

      *Scratch figures for one accuracy line, whichever group it is.
       01 W14-ITEMS                    PIC 9(5).
       01 W14-COUNTS                   PIC 9(6).
       01 W14-ACCURATE                 PIC 9(6).
       01 W14-RUN-COUNTS               PIC 9(5).
       01 W14-RUN-ACCURATE             PIC 9(5).
       01 W14-OVERDUE                  PIC 9(5).
       01 W14-PCT                      PIC 999V9.
       01 W14-TOTAL-ACCUM.
          05 W14-TOT-ITEMS             PIC 9(5) VALUE ZERO.
          05 W14-TOT-COUNTS            PIC 9(6) VALUE ZERO.
          05 W14-TOT-ACCURATE          PIC 9(6) VALUE ZERO.
          05 W14-TOT-RUN-COUNTS        PIC 9(5) VALUE ZERO.
          05 W14-TOT-RUN-ACCURATE      PIC 9(5) VALUE ZERO.
          05 W14-TOT-OVERDUE           PIC 9(5) VALUE ZERO.


       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 020-PROMPT-RUN-TYPE
           IF NOT W01-SCHEDULE-RUN AND NOT W01-RECORD-RUN
              DISPLAY 'Run stopped - run type must be S or R'
              STOP RUN
           END-IF

           ACCEPT W01-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE W01-RUN-PERIOD = W01-RUN-YEAR * 12 + W01-RUN-MONTH

           PERFORM 110-LOAD-PART-TABLE
           IF W05-PART-OVERFLOW
              DISPLAY 'Part table full - run stopped,'
                  ' schedule left as it was'
              STOP RUN
           END-IF

           PERFORM 120-LOAD-SCHEDULE
           PERFORM 130-LOAD-HISTORY
           PERFORM 200-CLASSIFY-PARTS

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           IF W01-SCHEDULE-RUN
              PERFORM 300-WRITE-CLASS-REPORT
              PERFORM 400-WRITE-COUNT-SHEETS
           ELSE
              IF W04-COUNT-STATUS = '00'
                 PERFORM 500-READ-COUNT-RECORD
                 PERFORM 510-RECORD-COUNT
                     UNTIL NO-DATA-REMAINS
              END-IF
           END-IF
           PERFORM 600-WRITE-ACCURACY-REPORT
           PERFORM 700-REWRITE-SCHEDULE
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *Asks which run this is: S classes the parts, schedules them
      *and prints today's count sheets with a blank entry file; R
      *takes the keyed entry file back and scores each count
      *against the book. R must run before the posting run applies
      *the variance run's recounts, while the book still shows what
      *the counters were checking against.
       020-PROMPT-RUN-TYPE.
           DISPLAY 'Run type - S schedule and print sheets,'
               ' R record counts: '
           ACCEPT W01-RUN-TYPE
           .
      *This procedure opens the files for the run type chosen.
       100-OPEN-FILES.
           OPEN OUTPUT F07-ACCURACY-FILE

           IF W01-SCHEDULE-RUN
              OPEN OUTPUT F04-COUNT-FILE
                          F05-CLASS-FILE
                          F06-SHEET-FILE
           ELSE
              OPEN INPUT F04-COUNT-FILE
              IF W04-COUNT-STATUS NOT = '00'
                 DISPLAY 'No count entry file - nothing recorded'
              END-IF
           END-IF
           .
      *Loads every warehouse/part on the master with its book
      *ending and unit price. A master larger than the table stops
      *the run, since the schedule would lose the rows left out.
       110-LOAD-PART-TABLE.
           OPEN INPUT F01-MASTER-FILE
           PERFORM 111-READ-MASTER-RECORD
           PERFORM 112-STORE-PART-ENTRY
               UNTIL NO-DATA-REMAINS
               OR W05-PART-OVERFLOW
           CLOSE F01-MASTER-FILE

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next master record.
       111-READ-MASTER-RECORD.
           READ F01-MASTER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one warehouse/part, with no schedule until the
      *schedule file says otherwise.
       112-STORE-PART-ENTRY.
           IF W05-PART-COUNT < W05-PART-MAX
              ADD 1 TO W05-PART-COUNT
              MOVE F01-IN-WAREHOUSE
                  TO W05-ENTRY-WAREHOUSE (W05-PART-COUNT)
              MOVE F01-IN-PART-NAME
                  TO W05-ENTRY-PART-NAME (W05-PART-COUNT)
              COMPUTE W05-ENTRY-BOOK (W05-PART-COUNT) =
                  F01-IN-BEGINNING + F01-IN-AMOUNT-RECEIVED
                  - F01-IN-AMOUNT-SHIPPED
              MOVE F01-IN-UNIT-PRICE
                  TO W05-ENTRY-UNIT-PRICE (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-HIST-MONTHS (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-HIST-SHIPPED (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-ANNUAL-QTY (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-ANNUAL-VALUE (W05-PART-COUNT)
              MOVE SPACE TO W05-ENTRY-CLASS (W05-PART-COUNT)
              MOVE SPACE TO W05-ENTRY-OLD-CLASS (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-LAST-COUNT (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-NEXT-DUE (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-COUNTS (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-ACCURATE (W05-PART-COUNT)
              MOVE ZERO TO W05-ENTRY-LAST-VAR (W05-PART-COUNT)
              MOVE 'N' TO W05-ENTRY-RUN-COUNTED (W05-PART-COUNT)
              MOVE 'N' TO W05-ENTRY-RUN-ACCURATE (W05-PART-COUNT)
              PERFORM 111-READ-MASTER-RECORD
           ELSE
              MOVE 'YES' TO W05-PART-OVERFLOW-SWITCH
           END-IF
           .
      *Merges the count schedule into the part table. A part the
      *master no longer carries drops off the schedule; a missing
      *file (the first run) leaves every part to be scheduled.
       120-LOAD-SCHEDULE.
           OPEN INPUT F03-SCHEDULE-FILE

           IF W03-SCHEDULE-STATUS = '00'
              PERFORM 121-READ-SCHEDULE-RECORD
              PERFORM 122-STORE-SCHEDULE-ENTRY
                  UNTIL NO-DATA-REMAINS
              CLOSE F03-SCHEDULE-FILE
           ELSE
              DISPLAY 'No count schedule on file - every part'
                  ' will be scheduled'
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next schedule row.
       121-READ-SCHEDULE-RECORD.
           READ F03-SCHEDULE-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Carries one schedule row onto its part.
       122-STORE-SCHEDULE-ENTRY.
           MOVE F03-SCH-WAREHOUSE TO W04-SEARCH-WAREHOUSE
           MOVE F03-SCH-PART-NAME TO W04-SEARCH-PART-NAME
           PERFORM 125-FIND-PART

           IF W05-PART-MATCH-SUB > ZERO
              MOVE F03-SCH-CLASS
                  TO W05-ENTRY-OLD-CLASS (W05-PART-MATCH-SUB)
              MOVE F03-SCH-LAST-COUNT-DATE
                  TO W05-ENTRY-LAST-COUNT (W05-PART-MATCH-SUB)
              MOVE F03-SCH-NEXT-DUE-DATE
                  TO W05-ENTRY-NEXT-DUE (W05-PART-MATCH-SUB)
              MOVE F03-SCH-COUNTS
                  TO W05-ENTRY-COUNTS (W05-PART-MATCH-SUB)
              MOVE F03-SCH-ACCURATE
                  TO W05-ENTRY-ACCURATE (W05-PART-MATCH-SUB)
              MOVE F03-SCH-LAST-VARIANCE
                  TO W05-ENTRY-LAST-VAR (W05-PART-MATCH-SUB)
           ELSE
              DISPLAY 'Not on master, dropped from schedule: '
                  F03-SCH-PART-NAME ' in ' F03-SCH-WAREHOUSE
           END-IF

           PERFORM 121-READ-SCHEDULE-RECORD
           .
      *Finds the part named in W04-SEARCH-WAREHOUSE and
      *W04-SEARCH-PART-NAME; W05-PART-MATCH-SUB stays zero if the
      *master does not carry it.
       125-FIND-PART.
           MOVE ZERO TO W05-PART-MATCH-SUB
           PERFORM 126-CHECK-PART-ENTRY
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT
               OR W05-PART-MATCH-SUB > ZERO
           .
      *Marks the match if this entry is the part sought.
       126-CHECK-PART-ENTRY.
           IF W05-ENTRY-WAREHOUSE (W05-PART-SUB) = W04-SEARCH-WAREHOUSE
              AND W05-ENTRY-PART-NAME (W05-PART-SUB)
                  = W04-SEARCH-PART-NAME
              MOVE W05-PART-SUB TO W05-PART-MATCH-SUB
           END-IF
           .
      *Folds the stored monthly snapshots into each part's usage,
      *keeping only the last twelve months up to this one. With no
      *history every part classes on zero usage, so all are C.
       130-LOAD-HISTORY.
           OPEN INPUT F02-HISTORY-FILE

           IF W02-HISTORY-STATUS = '00'
              PERFORM 131-READ-HISTORY-RECORD
              PERFORM 132-STORE-HISTORY-MONTH
                  UNTIL NO-DATA-REMAINS
              CLOSE F02-HISTORY-FILE
           ELSE
              DISPLAY 'No usage history - every part classed C'
           END-IF

           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Reads the next history snapshot.
       131-READ-HISTORY-RECORD.
           READ F02-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one month's shipments to its part, if the month falls
      *inside the twelve-month window.
       132-STORE-HISTORY-MONTH.
           IF F02-HIST-PERIOD-YEAR IS NUMERIC
              AND F02-HIST-PERIOD-MONTH IS NUMERIC
              MOVE F02-HIST-PERIOD-YEAR TO W02-HIST-YEAR
              MOVE F02-HIST-PERIOD-MONTH TO W02-HIST-MONTH
              COMPUTE W02-HIST-PERIOD =
                  W02-HIST-YEAR * 12 + W02-HIST-MONTH

              IF W02-HIST-PERIOD > W01-RUN-PERIOD - 12
                 AND W02-HIST-PERIOD NOT > W01-RUN-PERIOD
                 MOVE F02-HIST-WAREHOUSE TO W04-SEARCH-WAREHOUSE
                 MOVE F02-HIST-PART-NAME TO W04-SEARCH-PART-NAME
                 PERFORM 125-FIND-PART
                 IF W05-PART-MATCH-SUB > ZERO
                    MOVE F02-HIST-SHIPPED-X TO W02-WORK-FIELD
                    PERFORM 135-CLEAN-WORK-FIELD
                    ADD 1 TO W05-ENTRY-HIST-MONTHS (W05-PART-MATCH-SUB)
                    ADD W02-WORK-NUMBER
                        TO W05-ENTRY-HIST-SHIPPED (W05-PART-MATCH-SUB)
                 END-IF
              END-IF
           END-IF

           PERFORM 131-READ-HISTORY-RECORD
           .
      *Turns a space-padded print-edited quantity back into digits.
       135-CLEAN-WORK-FIELD.
           INSPECT W02-WORK-FIELD REPLACING ALL SPACES BY ZEROS
           .
      *Classes every part: works out its annual usage value, ranks
      *the parts by it, assigns A, B or C by cumulative share of
      *the total, and schedules any part not yet on the schedule.
       200-CLASSIFY-PARTS.
           PERFORM 205-CLEAR-CLASS-ACCUM
               VARYING W07-CLASS-SUB FROM 1 BY 1
               UNTIL W07-CLASS-SUB > 3

           PERFORM 210-ANNUALIZE-USAGE
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT

           PERFORM 220-RANK-PART
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT

           PERFORM 230-ASSIGN-CLASS
               VARYING W06-RANK-SUB FROM 1 BY 1
               UNTIL W06-RANK-SUB > W06-RANK-COUNT

           PERFORM 250-SCHEDULE-NEW-PART
               VARYING W06-RANK-SUB FROM 1 BY 1
               UNTIL W06-RANK-SUB > W06-RANK-COUNT
           .
      *Zeroes one class's totals.
       205-CLEAR-CLASS-ACCUM.
           MOVE ZERO TO W08-ITEMS (W07-CLASS-SUB)
           MOVE ZERO TO W08-VALUE (W07-CLASS-SUB)
           MOVE ZERO TO W08-UNSCHEDULED (W07-CLASS-SUB)
           MOVE ZERO TO W08-SPREAD-SEQ (W07-CLASS-SUB)
           MOVE ZERO TO W08-COUNTS (W07-CLASS-SUB)
           MOVE ZERO TO W08-ACCURATE (W07-CLASS-SUB)
           MOVE ZERO TO W08-RUN-COUNTS (W07-CLASS-SUB)
           MOVE ZERO TO W08-RUN-ACCURATE (W07-CLASS-SUB)
           MOVE ZERO TO W08-OVERDUE (W07-CLASS-SUB)
           .
      *Annual usage is the shipments over the months on file,
      *scaled up to twelve when fewer months are stored, valued at
      *the current unit price.
       210-ANNUALIZE-USAGE.
           IF W05-ENTRY-HIST-MONTHS (W05-PART-SUB) > ZERO
              COMPUTE W05-ENTRY-ANNUAL-QTY (W05-PART-SUB) ROUNDED =
                  W05-ENTRY-HIST-SHIPPED (W05-PART-SUB) * 12
                  / W05-ENTRY-HIST-MONTHS (W05-PART-SUB)
           END-IF

           COMPUTE W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB) =
               W05-ENTRY-ANNUAL-QTY (W05-PART-SUB)
               * W05-ENTRY-UNIT-PRICE (W05-PART-SUB)
           ADD W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB) TO W06-TOTAL-VALUE
           .
      *Files one part in the rank table, keeping the table in
      *descending order of annual usage value.
       220-RANK-PART.
           PERFORM 221-FIND-RANK-SLOT
               VARYING W06-RANK-SLOT FROM 1 BY 1
               UNTIL W06-RANK-SLOT > W06-RANK-COUNT
               OR W05-ENTRY-ANNUAL-VALUE
                   (W06-RANK-PART-SUB (W06-RANK-SLOT))
                   < W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)

           PERFORM 222-SHIFT-RANK-DOWN
               VARYING W06-RANK-SHIFT-SUB
               FROM W06-RANK-COUNT BY -1
               UNTIL W06-RANK-SHIFT-SUB < W06-RANK-SLOT

           MOVE W05-PART-SUB TO W06-RANK-PART-SUB (W06-RANK-SLOT)
           ADD 1 TO W06-RANK-COUNT
           .
      *The slot search does its work in the PERFORM VARYING
      *conditions; there is nothing to do per step.
       221-FIND-RANK-SLOT.
           CONTINUE
           .
      *Moves one rank entry down a slot to open the insert slot.
       222-SHIFT-RANK-DOWN.
           MOVE W06-RANK-PART-SUB (W06-RANK-SHIFT-SUB)
               TO W06-RANK-PART-SUB (W06-RANK-SHIFT-SUB + 1)
           .
      *Classes the part at this rank by the share of total usage
      *value ranked ahead of it, so the top part is always A. A
      *part with no usage is C whatever its rank. A part whose
      *class changed is re-dated from its last count at the new
      *interval.
       230-ASSIGN-CLASS.
           MOVE W06-RANK-PART-SUB (W06-RANK-SUB) TO W05-PART-SUB

           IF W06-TOTAL-VALUE = ZERO
              OR W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB) = ZERO
              MOVE 'C' TO W05-ENTRY-CLASS (W05-PART-SUB)
           ELSE
              COMPUTE W06-CUMULATIVE-PCT =
                  W06-CUMULATIVE-VALUE * 100 / W06-TOTAL-VALUE
              EVALUATE TRUE
                  WHEN W06-CUMULATIVE-PCT < W07-CUTOFF-PCT (1)
                      MOVE 'A' TO W05-ENTRY-CLASS (W05-PART-SUB)
                  WHEN W06-CUMULATIVE-PCT < W07-CUTOFF-PCT (2)
                      MOVE 'B' TO W05-ENTRY-CLASS (W05-PART-SUB)
                  WHEN OTHER
                      MOVE 'C' TO W05-ENTRY-CLASS (W05-PART-SUB)
              END-EVALUATE
           END-IF
           ADD W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)
               TO W06-CUMULATIVE-VALUE

           MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W07-SEARCH-CLASS
           PERFORM 240-FIND-CLASS-SUB
           ADD 1 TO W08-ITEMS (W07-CLASS-SUB)
           ADD W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)
               TO W08-VALUE (W07-CLASS-SUB)

           IF W05-ENTRY-OLD-CLASS (W05-PART-SUB) NOT = SPACE
              AND W05-ENTRY-OLD-CLASS (W05-PART-SUB)
                  NOT = W05-ENTRY-CLASS (W05-PART-SUB)
              ADD 1 TO W03-CLASS-CHANGE-COUNT
              IF W05-ENTRY-LAST-COUNT (W05-PART-SUB) > ZERO
                 MOVE W05-ENTRY-LAST-COUNT (W05-PART-SUB)
                     TO W10-LAST-COUNT-DATE
                 MOVE W10-LAST-COUNT-YEAR TO W10-BASE-YEAR
                 MOVE W10-LAST-COUNT-MONTH TO W10-BASE-MONTH
                 MOVE W10-LAST-COUNT-DAY TO W10-RESULT-DAY
                 IF W10-RESULT-DAY > 28
                    MOVE 28 TO W10-RESULT-DAY
                 END-IF
                 MOVE W07-CLASS-INTERVAL (W07-CLASS-SUB)
                     TO W10-ADD-MONTHS
                 PERFORM 260-ADD-MONTHS
                 MOVE W10-RESULT-DATE
                     TO W05-ENTRY-NEXT-DUE (W05-PART-SUB)
              END-IF
           END-IF

           IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) = ZERO
              ADD 1 TO W08-UNSCHEDULED (W07-CLASS-SUB)
           END-IF
           .
      *Turns the class code in W07-SEARCH-CLASS into its row in
      *the class tables.
       240-FIND-CLASS-SUB.
           EVALUATE W07-SEARCH-CLASS
               WHEN 'A'
                   MOVE 1 TO W07-CLASS-SUB
               WHEN 'B'
                   MOVE 2 TO W07-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO W07-CLASS-SUB
           END-EVALUATE
           .
      *Gives a never-scheduled part its first due date. The class's
      *new parts are spread evenly, highest value first, over one
      *class interval starting today (28 count days to the month),
      *so the first schedule is not a wall-to-wall count under
      *another name.
       250-SCHEDULE-NEW-PART.
           MOVE W06-RANK-PART-SUB (W06-RANK-SUB) TO W05-PART-SUB

           IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) = ZERO
              MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W07-SEARCH-CLASS
              PERFORM 240-FIND-CLASS-SUB

              MOVE W01-RUN-DAY TO W10-START-DAY
              IF W10-START-DAY > 28
                 MOVE 28 TO W10-START-DAY
              END-IF
              COMPUTE W10-SLOT =
                  W10-START-DAY - 1
                  + W08-SPREAD-SEQ (W07-CLASS-SUB)
                  * W07-CLASS-INTERVAL (W07-CLASS-SUB) * 28
                  / W08-UNSCHEDULED (W07-CLASS-SUB)
              ADD 1 TO W08-SPREAD-SEQ (W07-CLASS-SUB)

              DIVIDE W10-SLOT BY 28 GIVING W10-ADD-MONTHS
                  REMAINDER W10-SLOT-DAY
              MOVE W01-RUN-YEAR TO W10-BASE-YEAR
              MOVE W01-RUN-MONTH TO W10-BASE-MONTH
              COMPUTE W10-RESULT-DAY = W10-SLOT-DAY + 1
              PERFORM 260-ADD-MONTHS
              MOVE W10-RESULT-DATE TO W05-ENTRY-NEXT-DUE (W05-PART-SUB)
           END-IF
           .
      *Adds W10-ADD-MONTHS whole months to W10-BASE-YEAR and
      *W10-BASE-MONTH and builds W10-RESULT-DATE on W10-RESULT-DAY.
       260-ADD-MONTHS.
           COMPUTE W10-MONTH-INDEX =
               W10-BASE-YEAR * 12 + W10-BASE-MONTH - 1
               + W10-ADD-MONTHS
           DIVIDE W10-MONTH-INDEX BY 12 GIVING W10-RESULT-YEAR
               REMAINDER W10-RESULT-MONTH-REM
           MOVE W10-RESULT-YEAR TO W10-RESULT-DATE-YEAR
           COMPUTE W10-RESULT-DATE-MONTH = W10-RESULT-MONTH-REM + 1
           MOVE W10-RESULT-DAY TO W10-RESULT-DATE-DAY
           .
      *Writes the classification: every part in rank order with its
      *annual usage, value, cumulative share and class, then a
      *total line per class.
       300-WRITE-CLASS-REPORT.
           MOVE W11-CLASS-HEADING TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE

           MOVE SPACES TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE

           MOVE W11-CLASS-COLUMNS TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE

           MOVE ZERO TO W06-CUMULATIVE-VALUE
           PERFORM 310-WRITE-CLASS-LINE
               VARYING W06-RANK-SUB FROM 1 BY 1
               UNTIL W06-RANK-SUB > W06-RANK-COUNT

           MOVE SPACES TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE

           PERFORM 320-WRITE-CLASS-TOTAL
               VARYING W07-CLASS-SUB FROM 1 BY 1
               UNTIL W07-CLASS-SUB > 3
           .
      *Writes one ranked part.
       310-WRITE-CLASS-LINE.
           MOVE W06-RANK-PART-SUB (W06-RANK-SUB) TO W05-PART-SUB
           ADD W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)
               TO W06-CUMULATIVE-VALUE
           IF W06-TOTAL-VALUE > ZERO
              COMPUTE W06-CUMULATIVE-PCT ROUNDED =
                  W06-CUMULATIVE-VALUE * 100 / W06-TOTAL-VALUE
           ELSE
              MOVE ZERO TO W06-CUMULATIVE-PCT
           END-IF

           MOVE W06-RANK-SUB TO W11-RANK
           MOVE W05-ENTRY-WAREHOUSE (W05-PART-SUB) TO W11-WAREHOUSE
           MOVE W05-ENTRY-PART-NAME (W05-PART-SUB) TO W11-PART-NAME
           MOVE W05-ENTRY-ANNUAL-QTY (W05-PART-SUB) TO W11-ANNUAL-QTY
           MOVE W05-ENTRY-UNIT-PRICE (W05-PART-SUB) TO W11-UNIT-PRICE
           MOVE W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)
               TO W11-ANNUAL-VALUE
           MOVE W06-CUMULATIVE-PCT TO W11-CUMULATIVE-PCT
           MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W11-CLASS
           MOVE W05-ENTRY-NEXT-DUE (W05-PART-SUB) TO W11-NEXT-DUE

           MOVE W11-CLASS-LINE TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE
           .
      *Writes one class's item count and value.
       320-WRITE-CLASS-TOTAL.
           MOVE W07-CLASS-CODE (W07-CLASS-SUB) TO W11-TOT-CLASS
           MOVE W08-ITEMS (W07-CLASS-SUB) TO W11-TOT-ITEMS
           MOVE W08-VALUE (W07-CLASS-SUB) TO W11-TOT-VALUE
           MOVE W07-CLASS-INTERVAL (W07-CLASS-SUB) TO W11-TOT-INTERVAL

           MOVE W11-CLASS-TOTAL-LINE TO F05-CLASS-OUT-LINE
           WRITE F05-CLASS-OUT-LINE
           .
      *Prints today's count sheets, warehouse by warehouse, for
      *every part due today or overdue, and writes the matching
      *blank line on the count entry file. The sheets carry no
      *book quantity, so the count is taken blind.
       400-WRITE-COUNT-SHEETS.
           MOVE W01-RUN-DATE TO W12-SHEET-DATE
           MOVE W12-SHEET-HEADING TO F06-SHEET-OUT-LINE
           WRITE F06-SHEET-OUT-LINE

           PERFORM 410-WRITE-SHEET-LINE
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT

           IF W03-SHEET-LINE-COUNT = ZERO
              MOVE 'Nothing due for counting today'
                  TO F06-SHEET-OUT-LINE
              WRITE F06-SHEET-OUT-LINE
                  AFTER ADVANCING 2 LINES
           END-IF
           .
      *Writes one due part on the sheet and the entry file,
      *starting a new warehouse section when the warehouse changes.
       410-WRITE-SHEET-LINE.
           IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) NOT > W01-RUN-DATE
              IF W05-ENTRY-WAREHOUSE (W05-PART-SUB)
                 NOT = W12-PREV-WAREHOUSE
                 OR W03-SHEET-LINE-COUNT = ZERO
                 PERFORM 420-WRITE-SHEET-HEADING
              END-IF

              MOVE W05-ENTRY-PART-NAME (W05-PART-SUB) TO W12-PART-NAME
              MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W12-CLASS
              MOVE W05-ENTRY-NEXT-DUE (W05-PART-SUB) TO W12-DUE-DATE
              IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) < W01-RUN-DATE
                 MOVE 'OVERDUE' TO W12-REMARK
              ELSE
                 MOVE SPACES TO W12-REMARK
              END-IF
              MOVE W12-SHEET-LINE TO F06-SHEET-OUT-LINE
              WRITE F06-SHEET-OUT-LINE

              MOVE W05-ENTRY-WAREHOUSE (W05-PART-SUB)
                  TO F04-CNT-WAREHOUSE
              MOVE W05-ENTRY-PART-NAME (W05-PART-SUB)
                  TO F04-CNT-PART-NAME
              MOVE SPACES TO F04-CNT-QTY-X
              WRITE F04-COUNT-REC

              ADD 1 TO W03-SHEET-LINE-COUNT
           END-IF
           .
      *Starts one warehouse's count sheet.
       420-WRITE-SHEET-HEADING.
           MOVE W05-ENTRY-WAREHOUSE (W05-PART-SUB)
               TO W12-PREV-WAREHOUSE
           MOVE W12-PREV-WAREHOUSE TO W12-SHEET-WAREHOUSE
           MOVE W12-SHEET-WHSE-LINE TO F06-SHEET-OUT-LINE
           WRITE F06-SHEET-OUT-LINE
               AFTER ADVANCING 2 LINES

           MOVE W12-SHEET-COLUMNS TO F06-SHEET-OUT-LINE
           WRITE F06-SHEET-OUT-LINE
           .
      *Reads the next keyed count line.
       500-READ-COUNT-RECORD.
           READ F04-COUNT-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Records one keyed count against its part. A line left blank
      *was not counted and stays due; a part already recorded today
      *is not recorded twice.
       510-RECORD-COUNT.
           MOVE F04-CNT-WAREHOUSE TO W04-SEARCH-WAREHOUSE
           MOVE F04-CNT-PART-NAME TO W04-SEARCH-PART-NAME
           PERFORM 125-FIND-PART

           EVALUATE TRUE
               WHEN W05-PART-MATCH-SUB = ZERO
                   ADD 1 TO W03-UNUSABLE-COUNT
                   DISPLAY 'Not on master: ' F04-CNT-PART-NAME
                       ' in ' F04-CNT-WAREHOUSE
               WHEN F04-CNT-QTY-X = SPACES
                   ADD 1 TO W03-NOT-COUNTED-COUNT
               WHEN F04-CNT-QTY NOT NUMERIC
                   ADD 1 TO W03-UNUSABLE-COUNT
                   DISPLAY 'Count not numeric for ' F04-CNT-PART-NAME
                       ' in ' F04-CNT-WAREHOUSE ': ' F04-CNT-QTY-X
               WHEN W05-ENTRY-LAST-COUNT (W05-PART-MATCH-SUB)
                   = W01-RUN-DATE
                   ADD 1 TO W03-UNUSABLE-COUNT
                   DISPLAY 'Already recorded today: '
                       F04-CNT-PART-NAME ' in ' F04-CNT-WAREHOUSE
               WHEN OTHER
                   PERFORM 520-SCORE-COUNT
           END-EVALUATE

           PERFORM 500-READ-COUNT-RECORD
           .
      *Scores one count against the book within its class's
      *tolerance, tallies it, and sets the part's next due date one
      *class interval from today.
       520-SCORE-COUNT.
           MOVE W05-PART-MATCH-SUB TO W05-PART-SUB
           MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W07-SEARCH-CLASS
           PERFORM 240-FIND-CLASS-SUB

           COMPUTE W04-VARIANCE =
               F04-CNT-QTY - W05-ENTRY-BOOK (W05-PART-SUB)
           IF W04-VARIANCE < ZERO
              COMPUTE W04-ABS-VARIANCE = ZERO - W04-VARIANCE
           ELSE
              MOVE W04-VARIANCE TO W04-ABS-VARIANCE
           END-IF
           IF W05-ENTRY-BOOK (W05-PART-SUB) > ZERO
              COMPUTE W04-TOLERANCE-UNITS =
                  W05-ENTRY-BOOK (W05-PART-SUB)
                  * W07-TOLERANCE-PCT (W07-CLASS-SUB) / 100
           ELSE
              MOVE ZERO TO W04-TOLERANCE-UNITS
           END-IF

           ADD 1 TO W05-ENTRY-COUNTS (W05-PART-SUB)
           MOVE 'Y' TO W05-ENTRY-RUN-COUNTED (W05-PART-SUB)
           IF W04-ABS-VARIANCE NOT > W04-TOLERANCE-UNITS
              ADD 1 TO W05-ENTRY-ACCURATE (W05-PART-SUB)
              MOVE 'Y' TO W05-ENTRY-RUN-ACCURATE (W05-PART-SUB)
           END-IF
           MOVE W04-VARIANCE TO W05-ENTRY-LAST-VAR (W05-PART-SUB)
           MOVE W01-RUN-DATE TO W05-ENTRY-LAST-COUNT (W05-PART-SUB)

           MOVE W01-RUN-YEAR TO W10-BASE-YEAR
           MOVE W01-RUN-MONTH TO W10-BASE-MONTH
           MOVE W01-RUN-DAY TO W10-RESULT-DAY
           IF W10-RESULT-DAY > 28
              MOVE 28 TO W10-RESULT-DAY
           END-IF
           MOVE W07-CLASS-INTERVAL (W07-CLASS-SUB) TO W10-ADD-MONTHS
           PERFORM 260-ADD-MONTHS
           MOVE W10-RESULT-DATE TO W05-ENTRY-NEXT-DUE (W05-PART-SUB)

           ADD 1 TO W03-RECORDED-COUNT
           .
      *Writes the accuracy report: counts taken and counts within
      *tolerance since each part went on the schedule, the same for
      *today's counts, and parts past due, by class and then by
      *warehouse, with a grand total.
       600-WRITE-ACCURACY-REPORT.
           PERFORM 610-ACCUMULATE-ACCURACY
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT

           MOVE W01-RUN-DATE TO W13-ACCURACY-DATE
           MOVE W13-ACCURACY-HEADING TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE

           MOVE SPACES TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE

           MOVE W13-ACCURACY-COLUMNS TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE

           PERFORM 620-WRITE-CLASS-ACCURACY
               VARYING W07-CLASS-SUB FROM 1 BY 1
               UNTIL W07-CLASS-SUB > 3

           MOVE SPACES TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE

           PERFORM 630-WRITE-WHSE-ACCURACY
               VARYING W09-WHSE-SUB FROM 1 BY 1
               UNTIL W09-WHSE-SUB > W09-WHSE-COUNT

           MOVE SPACES TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE

           MOVE 'TOTAL' TO W13-GROUP
           MOVE W14-TOT-ITEMS TO W14-ITEMS
           MOVE W14-TOT-COUNTS TO W14-COUNTS
           MOVE W14-TOT-ACCURATE TO W14-ACCURATE
           MOVE W14-TOT-RUN-COUNTS TO W14-RUN-COUNTS
           MOVE W14-TOT-RUN-ACCURATE TO W14-RUN-ACCURATE
           MOVE W14-TOT-OVERDUE TO W14-OVERDUE
           PERFORM 640-WRITE-ACCURACY-LINE
           .
      *Adds one part's tallies to its class, its warehouse and the
      *grand total. Parts arrive in master order, so a new
      *warehouse starts a new row.
       610-ACCUMULATE-ACCURACY.
           MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO W07-SEARCH-CLASS
           PERFORM 240-FIND-CLASS-SUB

           IF W09-WHSE-COUNT = ZERO
              OR W05-ENTRY-WAREHOUSE (W05-PART-SUB)
                 NOT = W09-WAREHOUSE (W09-WHSE-COUNT)
              IF W09-WHSE-COUNT < W09-WHSE-MAX
                 ADD 1 TO W09-WHSE-COUNT
                 MOVE W05-ENTRY-WAREHOUSE (W05-PART-SUB)
                     TO W09-WAREHOUSE (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-ITEMS (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-COUNTS (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-ACCURATE (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-RUN-COUNTS (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-RUN-ACCURATE (W09-WHSE-COUNT)
                 MOVE ZERO TO W09-OVERDUE (W09-WHSE-COUNT)
              ELSE
                 DISPLAY 'Warehouse table full, accuracy not'
                     ' split out for '
                     W05-ENTRY-WAREHOUSE (W05-PART-SUB)
              END-IF
           END-IF

           ADD W05-ENTRY-COUNTS (W05-PART-SUB)
               TO W08-COUNTS (W07-CLASS-SUB)
                  W14-TOT-COUNTS
           ADD W05-ENTRY-ACCURATE (W05-PART-SUB)
               TO W08-ACCURATE (W07-CLASS-SUB)
                  W14-TOT-ACCURATE
           ADD 1 TO W14-TOT-ITEMS
           IF W05-ENTRY-RUN-COUNTED (W05-PART-SUB) = 'Y'
              ADD 1 TO W08-RUN-COUNTS (W07-CLASS-SUB)
                       W14-TOT-RUN-COUNTS
           END-IF
           IF W05-ENTRY-RUN-ACCURATE (W05-PART-SUB) = 'Y'
              ADD 1 TO W08-RUN-ACCURATE (W07-CLASS-SUB)
                       W14-TOT-RUN-ACCURATE
           END-IF
           IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) < W01-RUN-DATE
              ADD 1 TO W08-OVERDUE (W07-CLASS-SUB)
                       W14-TOT-OVERDUE
           END-IF

           IF W05-ENTRY-WAREHOUSE (W05-PART-SUB)
              = W09-WAREHOUSE (W09-WHSE-COUNT)
              ADD 1 TO W09-ITEMS (W09-WHSE-COUNT)
              ADD W05-ENTRY-COUNTS (W05-PART-SUB)
                  TO W09-COUNTS (W09-WHSE-COUNT)
              ADD W05-ENTRY-ACCURATE (W05-PART-SUB)
                  TO W09-ACCURATE (W09-WHSE-COUNT)
              IF W05-ENTRY-RUN-COUNTED (W05-PART-SUB) = 'Y'
                 ADD 1 TO W09-RUN-COUNTS (W09-WHSE-COUNT)
              END-IF
              IF W05-ENTRY-RUN-ACCURATE (W05-PART-SUB) = 'Y'
                 ADD 1 TO W09-RUN-ACCURATE (W09-WHSE-COUNT)
              END-IF
              IF W05-ENTRY-NEXT-DUE (W05-PART-SUB) < W01-RUN-DATE
                 ADD 1 TO W09-OVERDUE (W09-WHSE-COUNT)
              END-IF
           END-IF
           .
      *Writes one class's accuracy line.
       620-WRITE-CLASS-ACCURACY.
           MOVE SPACES TO W13-GROUP
           MOVE 'CLASS ' TO W13-GROUP (1:6)
           MOVE W07-CLASS-CODE (W07-CLASS-SUB) TO W13-GROUP (7:1)
           MOVE W08-ITEMS (W07-CLASS-SUB) TO W14-ITEMS
           MOVE W08-COUNTS (W07-CLASS-SUB) TO W14-COUNTS
           MOVE W08-ACCURATE (W07-CLASS-SUB) TO W14-ACCURATE
           MOVE W08-RUN-COUNTS (W07-CLASS-SUB) TO W14-RUN-COUNTS
           MOVE W08-RUN-ACCURATE (W07-CLASS-SUB) TO W14-RUN-ACCURATE
           MOVE W08-OVERDUE (W07-CLASS-SUB) TO W14-OVERDUE
           PERFORM 640-WRITE-ACCURACY-LINE
           .
      *Writes one warehouse's accuracy line.
       630-WRITE-WHSE-ACCURACY.
           MOVE W09-WAREHOUSE (W09-WHSE-SUB) TO W13-GROUP
           MOVE W09-ITEMS (W09-WHSE-SUB) TO W14-ITEMS
           MOVE W09-COUNTS (W09-WHSE-SUB) TO W14-COUNTS
           MOVE W09-ACCURATE (W09-WHSE-SUB) TO W14-ACCURATE
           MOVE W09-RUN-COUNTS (W09-WHSE-SUB) TO W14-RUN-COUNTS
           MOVE W09-RUN-ACCURATE (W09-WHSE-SUB) TO W14-RUN-ACCURATE
           MOVE W09-OVERDUE (W09-WHSE-SUB) TO W14-OVERDUE
           PERFORM 640-WRITE-ACCURACY-LINE
           .
      *Works out the two accuracy percentages for the figures in
      *W14 and writes the line under the group already in
      *W13-GROUP.
       640-WRITE-ACCURACY-LINE.
           MOVE W14-ITEMS TO W13-ITEMS
           MOVE W14-COUNTS TO W13-COUNTS
           MOVE W14-ACCURATE TO W13-ACCURATE
           MOVE W14-RUN-COUNTS TO W13-RUN-COUNTS
           MOVE W14-RUN-ACCURATE TO W13-RUN-ACCURATE
           MOVE W14-OVERDUE TO W13-OVERDUE

           IF W14-COUNTS > ZERO
              COMPUTE W14-PCT ROUNDED =
                  W14-ACCURATE * 100 / W14-COUNTS
           ELSE
              MOVE ZERO TO W14-PCT
           END-IF
           MOVE W14-PCT TO W13-ACCURACY-PCT

           IF W14-RUN-COUNTS > ZERO
              COMPUTE W14-PCT ROUNDED =
                  W14-RUN-ACCURATE * 100 / W14-RUN-COUNTS
           ELSE
              MOVE ZERO TO W14-PCT
           END-IF
           MOVE W14-PCT TO W13-RUN-PCT

           MOVE W13-ACCURACY-LINE TO F07-ACCURACY-OUT-LINE
           WRITE F07-ACCURACY-OUT-LINE
           .
      *Writes the schedule back with this run's classes, due dates
      *and count tallies.
       700-REWRITE-SCHEDULE.
           OPEN OUTPUT F03-SCHEDULE-FILE
           PERFORM 710-WRITE-SCHEDULE-ENTRY
               VARYING W05-PART-SUB FROM 1 BY 1
               UNTIL W05-PART-SUB > W05-PART-COUNT
           CLOSE F03-SCHEDULE-FILE
           .
      *Writes one part's schedule row.
       710-WRITE-SCHEDULE-ENTRY.
           MOVE W05-ENTRY-WAREHOUSE (W05-PART-SUB) TO F03-SCH-WAREHOUSE
           MOVE W05-ENTRY-PART-NAME (W05-PART-SUB) TO F03-SCH-PART-NAME
           MOVE W05-ENTRY-CLASS (W05-PART-SUB) TO F03-SCH-CLASS
           MOVE W05-ENTRY-ANNUAL-VALUE (W05-PART-SUB)
               TO F03-SCH-ANNUAL-VALUE
           MOVE W05-ENTRY-LAST-COUNT (W05-PART-SUB)
               TO F03-SCH-LAST-COUNT-DATE
           MOVE W05-ENTRY-NEXT-DUE (W05-PART-SUB)
               TO F03-SCH-NEXT-DUE-DATE
           MOVE W05-ENTRY-COUNTS (W05-PART-SUB) TO F03-SCH-COUNTS
           MOVE W05-ENTRY-ACCURATE (W05-PART-SUB) TO F03-SCH-ACCURATE
           MOVE W05-ENTRY-LAST-VAR (W05-PART-SUB)
               TO F03-SCH-LAST-VARIANCE
           WRITE F03-SCHEDULE-REC
           .
      *Displays the run's counts.
       800-WRITE-SUMMARY.
           DISPLAY 'Parts classified        : ' W05-PART-COUNT
           DISPLAY 'Class changes           : ' W03-CLASS-CHANGE-COUNT
           IF W01-SCHEDULE-RUN
              DISPLAY 'Parts due for counting  : '
                  W03-SHEET-LINE-COUNT
           ELSE
              DISPLAY 'Counts recorded         : ' W03-RECORDED-COUNT
              DISPLAY 'Lines not counted       : '
                  W03-NOT-COUNTED-COUNT
              DISPLAY 'Lines not usable        : ' W03-UNUSABLE-COUNT
           END-IF
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F07-ACCURACY-FILE

           IF W01-SCHEDULE-RUN
              CLOSE F04-COUNT-FILE
                    F05-CLASS-FILE
                    F06-SHEET-FILE
           ELSE
              IF W04-COUNT-STATUS = '00'
                 CLOSE F04-COUNT-FILE
              END-IF
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F08-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F08-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-CYCLECOUNT'
               TO F08-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F08-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F08-RUN-TIME
           MOVE ZERO TO F08-RUN-COUNT
           MOVE SPACE TO F08-RUN-END-STATUS
           WRITE F08-RUNLOG-REC
           CLOSE F08-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F08-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F08-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-TWO-CYCLECOUNT'
               TO F08-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F08-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F08-RUN-TIME
           MOVE ZERO TO F08-RUN-COUNT
           IF W01-SCHEDULE-RUN
              ADD W03-SHEET-LINE-COUNT TO F08-RUN-COUNT
           ELSE
              ADD W03-RECORDED-COUNT TO F08-RUN-COUNT
           END-IF
           MOVE 'N' TO F08-RUN-END-STATUS
           WRITE F08-RUNLOG-REC
           CLOSE F08-RUNLOG-FILE
           .
