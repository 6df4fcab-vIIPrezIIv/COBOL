          05 F01-RUN-END-STATUS       PIC X.

       FD F02-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F02-CONTROL-REC.

       01 F02-CONTROL-REC.
          05 F02-CTL-SUPP-STATUS            PIC X.
          05 F02-CTL-SUPP-DATE              PIC 9(8).
          05 F02-CTL-CLOSED-YEAR            PIC 9(4).
          05 F02-CTL-PERIOD-START           PIC 9(8).
          05 F02-CTL-PERIOD-END             PIC 9(8).

       FD F03-REPORT-FILE
          RECORD CONTAINS 100 CHARACTERS
          05 W11-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W11-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W11-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W11-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W11-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

              MOVE SPACES TO W05-ENTRY-FLAG (W05-RUN-COUNT)
           END-IF
           .
      *Closes the newest open row for this end record's program. A
      *balancing run that ended out of balance is flagged so the
      *held cycle shows on the timeline.
       320-CLOSE-START-ROW.
           MOVE ZERO TO W05-RUN-MATCH-SUB
           PERFORM 321-CHECK-OPEN-ROW
                  TO W05-ENTRY-END-TIME (W05-RUN-MATCH-SUB)
              MOVE F01-RUN-COUNT
                  TO W05-ENTRY-COUNT (W05-RUN-MATCH-SUB)
              IF F01-RUN-END-STATUS = 'F'
                 MOVE 'OUT OF BALANCE'
                     TO W05-ENTRY-FLAG (W05-RUN-MATCH-SUB)
              END-IF
           ELSE
              IF W05-RUN-COUNT < W05-RUN-MAX
                 ADD 1 TO W05-RUN-COUNT
