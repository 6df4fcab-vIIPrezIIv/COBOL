           SELECT F02-PRINT-FILE ASSIGN TO 'ASST1.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-BANK-MASTER-FILE ASSIGN TO 'BANKMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F03-BNK-SSN
                                 FILE STATUS IS W07-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
       FD F01-EMPLOYEE-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F01-EMPLOYEE-IN.

       01 F01-EMPLOYEE-IN.
          05 F01-EMP-STATUS            PIC X.
          05 F01-EMP-HIRE-DATE         PIC 9(8).
          05 F01-EMP-TERM-DATE         PIC 9(8).
          05 F01-EMP-WORK-JURIS        PIC X(3).

       FD F02-PRINT-FILE
          RECORD CONTAINS 105 CHARACTERS
          05                           PIC X(4) VALUE 'PEN='.
          05   W06-TOTAL-PENNIES       PIC ZZZ9.

      *The bank-details master is read by SSN so deposit employees
      *are skipped. A missing master means every employee gets an
      *envelope as before.
       01 W07-BANK-STATUS              PIC XX.
       01 W07-BANK-MASTER-SWITCH       PIC X(3) VALUE 'NO'.
       01 W07-DEPOSIT-SWITCH           PIC X(3) VALUE 'NO'.

       01 W05-EMPLOYEE-DATA.
          05                           PIC X(2) VALUE SPACES.
           .

       100-OPEN-FILES.
           PERFORM 110-OPEN-BANK-MASTER

           OPEN INPUT F01-EMPLOYEE-FILE
                OUTPUT F02-PRINT-FILE
           END-READ
           .

       110-OPEN-BANK-MASTER.
           OPEN INPUT F03-BANK-MASTER-FILE

           IF W07-BANK-STATUS = '00'
              MOVE 'YES' TO W07-BANK-MASTER-SWITCH
           END-IF
           .
           
       200-WRITE-HEADING-LINES.
           MOVE W02-ASSIGNMENT-HEADING TO F02-PRINT-OUT-LINE

       305-CHECK-DEPOSIT-EMPLOYEE.
           MOVE 'NO' TO W07-DEPOSIT-SWITCH

           IF W07-BANK-MASTER-SWITCH = 'YES'
              MOVE F01-EMP-SSN (1:9) TO F03-BNK-SSN
              READ F03-BANK-MASTER-FILE
                  INVALID KEY
                      MOVE 'N' TO F03-BNK-DEPOSIT-FLAG
              END-READ
              IF F03-BNK-DEPOSIT-FLAG = 'Y'
                 MOVE 'YES' TO W07-DEPOSIT-SWITCH
              END-IF
           END-IF
           .
           
       500-CLOSE-FILES.
           CLOSE F01-EMPLOYEE-FILE
                 F02-PRINT-FILE

           IF W07-BANK-MASTER-SWITCH = 'YES'
              CLOSE F03-BANK-MASTER-FILE
           END-IF
           .
