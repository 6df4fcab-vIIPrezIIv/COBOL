       01 F02-PAYROLL-OUT                   PIC X(81).

       FD F03-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F03-CONTROL-REC.

       01 F03-CONTROL-REC.
          05 F03-CTL-SUPP-STATUS            PIC X.
          05 F03-CTL-SUPP-DATE              PIC 9(8).
          05 F03-CTL-CLOSED-YEAR            PIC 9(4).
          05 F03-CTL-PERIOD-START           PIC 9(8).
          05 F03-CTL-PERIOD-END             PIC 9(8).

      *The shared audit journal: one before-image/after-image entry
      *per master or payroll record this program alters, so changes
          05 W05-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W05-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W05-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W05-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W05-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.



