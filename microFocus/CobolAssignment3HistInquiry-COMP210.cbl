       FILE SECTION.

      *The per-period pay history the pay runs append to: one
      *detail row per employee per run. The entry type tells a
      *pay-run row (P) from a supplemental one (S), a void reversal
      *(V, whose amounts come off) and a reissue (I); rows written
      *before the type existed carry a space. The work jurisdiction
      *and the state and local tax withheld follow the type.
       FD F01-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F01-HISTORY-REC.

       01 F01-HISTORY-REC.
          05 F01-HST-INSURANCE         PIC 9(4)V99.
          05 F01-HST-NET               PIC 9(6)V99.
          05 F01-HST-HOURS             PIC 9(3)V99.
          05 F01-HST-ENTRY-TYPE        PIC X.
             88 F01-HST-VOID-REVERSAL  VALUE 'V'.
             88 F01-HST-REISSUE        VALUE 'I'.
          05 F01-HST-WORK-JURIS        PIC X(3).
          05 F01-HST-STATE-TAX         PIC 9(6)V99.
          05 F01-HST-LOCAL-TAX         PIC 9(6)V99.

      *The date-range extract for wage garnishment orders and
      *employment verifications: the listed rows, one per line, in
      *a file that can go out with the paperwork.
       FD F02-EXTRACT-FILE
          RECORD CONTAINS 137 CHARACTERS
          DATA RECORD IS F02-EXTRACT-OUT-LINE.

       01 F02-EXTRACT-OUT-LINE         PIC X(137).

       WORKING-STORAGE SECTION.

       01 W03-TO-DATE                  PIC 9(8) VALUE ZERO.

       01 W04-LISTED-COUNT             PIC 9(5) VALUE ZERO.
       01 W04-TOTAL-GROSS              PIC S9(8)V99 VALUE ZERO.
       01 W04-TOTAL-NET                PIC S9(8)V99 VALUE ZERO.
       01 W04-TOTAL-EDIT               PIC -ZZ,ZZZ,ZZ9.99.

       01 W05-DETAIL-LINE.
          05 W05-PERIOD                PIC X(6).
          05 W05-FICA                  PIC ZZ,ZZ9.99.
          05                           PIC X(5) VALUE ' INS='.
          05 W05-INSURANCE             PIC Z,ZZ9.99.
          05                           PIC X(4) VALUE ' ST='.
          05 W05-STATE-TAX             PIC ZZ,ZZ9.99.
          05                           PIC X(4) VALUE ' LC='.
          05 W05-LOCAL-TAX             PIC ZZ,ZZ9.99.
          05                           PIC X(5) VALUE ' NET='.
          05 W05-NET                   PIC ZZZ,ZZ9.99.
          05                           PIC X(5) VALUE ' HRS='.
          05 W05-HOURS                 PIC ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W05-ENTRY-LABEL           PIC X(8).

       PROCEDURE DIVISION.

           MOVE F01-HST-WITHHOLDING TO W05-WITHHOLDING
           MOVE F01-HST-FICA TO W05-FICA
           MOVE F01-HST-INSURANCE TO W05-INSURANCE
           MOVE F01-HST-STATE-TAX TO W05-STATE-TAX
           MOVE F01-HST-LOCAL-TAX TO W05-LOCAL-TAX
           MOVE F01-HST-NET TO W05-NET
           MOVE F01-HST-HOURS TO W05-HOURS
           EVALUATE TRUE
               WHEN F01-HST-VOID-REVERSAL
                   MOVE 'REVERSAL' TO W05-ENTRY-LABEL
               WHEN F01-HST-REISSUE
                   MOVE 'REISSUE' TO W05-ENTRY-LABEL
               WHEN OTHER
                   MOVE SPACES TO W05-ENTRY-LABEL
           END-EVALUATE

           DISPLAY W05-DETAIL-LINE

           WRITE F02-EXTRACT-OUT-LINE

           ADD 1 TO W04-LISTED-COUNT
           IF F01-HST-VOID-REVERSAL
              SUBTRACT F01-HST-GROSS FROM W04-TOTAL-GROSS
              SUBTRACT F01-HST-NET FROM W04-TOTAL-NET
           ELSE
              ADD F01-HST-GROSS TO W04-TOTAL-GROSS
              ADD F01-HST-NET TO W04-TOTAL-NET
           END-IF
           .
      *Displays the totals for the listed range, void reversals
      *netted out.
       800-DISPLAY-TOTALS.
           IF W04-LISTED-COUNT = ZERO
              DISPLAY 'No pay history found for SSN ' W03-SSN-INPUT
           ELSE
              DISPLAY 'Periods listed : ' W04-LISTED-COUNT
              MOVE W04-TOTAL-GROSS TO W04-TOTAL-EDIT
              DISPLAY 'Total gross    : ' W04-TOTAL-EDIT
              MOVE W04-TOTAL-NET TO W04-TOTAL-EDIT
              DISPLAY 'Total net      : ' W04-TOTAL-EDIT
           END-IF
           .
      *This procedure closes the files.
