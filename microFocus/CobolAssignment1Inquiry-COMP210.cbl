       FILE SECTION.

       FD F01-EMPLOYEE-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F01-EMPLOYEE-IN.

       01 F01-EMPLOYEE-IN.
          05 F01-EMP-STATUS            PIC X.
          05 F01-EMP-HIRE-DATE         PIC 9(8).
          05 F01-EMP-TERM-DATE         PIC 9(8).
          05 F01-EMP-WORK-JURIS        PIC X(3).

       WORKING-STORAGE SECTION.

           IF F01-EMP-STATUS = 'T'
              DISPLAY 'Terminated   : ' F01-EMP-TERM-DATE
           END-IF
           DISPLAY 'Work juris.  : ' F01-EMP-WORK-JURIS
           DISPLAY 'Pay Amount   : ' W05-PAY-AMOUNT
           DISPLAY '$100 x ' W05-100-DOLLARS
               ' $50 x ' W05-50-DOLLARS
