           SELECT F05-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT F06-JURIS-FILE ASSIGN TO 'JURISMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W05-JURIS-STATUS.
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

      *One dated lifecycle transaction per line: hires carry the new
      *employee's name and work jurisdiction, terminations and
      *rehires carry the effective date, name changes carry the
      *corrected name, jurisdiction changes carry the new code.
       FD F02-MAINT-FILE
          RECORD CONTAINS 39 CHARACTERS
          DATA RECORD IS F02-MAINT-IN.

       01 F02-MAINT-IN.
             88 F02-TERMINATE-TRAN     VALUE 'T'.
             88 F02-REHIRE-TRAN        VALUE 'R'.
             88 F02-NAME-CHANGE-TRAN   VALUE 'N'.
             88 F02-JURIS-CHANGE-TRAN  VALUE 'J'.
             88 F02-MNT-TYPE-VALID     VALUES 'H' 'T' 'R' 'N' 'J'.
          05 F02-MNT-SSN               PIC X(9).
          05 F02-MNT-EFF-DATE          PIC 9(8).
          05 F02-MNT-EFF-DATE-X
             REDEFINES F02-MNT-EFF-DATE
                                       PIC X(8).
          05 F02-MNT-NAME              PIC X(18).
          05 F02-MNT-JURIS             PIC X(3).

       FD F03-REJECT-FILE
          RECORD CONTAINS 80 CHARACTERS
          05 F05-OPR-PASSWORD       PIC X(8).
          05 F05-OPR-AUTHORITY      PIC X.

      *The state and local tax jurisdiction table payroll withholds
      *from; a work jurisdiction must be on it to be assigned.
       FD F06-JURIS-FILE
          RECORD CONTAINS 43 CHARACTERS
          DATA RECORD IS F06-JUR-REC.

       01 F06-JUR-REC.
          05 F06-JUR-CODE              PIC X(3).
          05 F06-JUR-STATE-AUTH        PIC X(6).
          05 F06-JUR-STATE-RATE        PIC V9999.
          05 F06-JUR-LOCAL-AUTH        PIC X(6).
          05 F06-JUR-LOCAL-RATE        PIC V9999.
          05 F06-JUR-NAME              PIC X(20).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
       01 W03-AUDIT-OPERATOR           PIC X(3).
       01 W03-AUDIT-DATE               PIC 9(8).
       01 W03-AUDIT-TIME-RAW           PIC X(8).
       01 W03-BEFORE-IMAGE             PIC X(55).

       01 W04-REJECT-LINE.
          05 W04-REJ-TYPE              PIC X.
          05 W04-REJ-NAME              PIC X(18).
          05                           PIC X(2) VALUE SPACES.
          05 W04-REJ-REASON            PIC X(35).
          05                           PIC X(1) VALUE SPACES.
          05 W04-REJ-JURIS             PIC X(3).

      *The jurisdiction codes on the tax table. A site with no
      *table on file yet takes any code, so hires are not held up
      *before payroll withholds state and local tax.
       01 W05-JURIS-STATUS             PIC XX.
       01 W05-JURIS-EOF-SWITCH         PIC X(3) VALUE SPACES.
       01 W05-JURIS-LOADED-SWITCH      PIC X(3) VALUE 'NO'.
          88 W05-JURIS-LOADED          VALUE 'YES'.
       01 W05-JURIS-FOUND-SWITCH       PIC X(3) VALUE 'NO'.
          88 W05-JURIS-FOUND           VALUE 'YES'.
       01 W05-JURIS-SUB                PIC 9(3).
       01 W05-JURIS-MAX                PIC 9(3) VALUE 50.
       01 W05-JURIS-TABLE-AREA.
          05 W05-JURIS-COUNT           PIC 9(3) VALUE ZERO.
          05 W05-JURIS-CODE            PIC X(3) OCCURS 50 TIMES.


      *The operator sign-on state: who signed on, at what authority
           OPEN INPUT F02-MAINT-FILE
           OPEN OUTPUT F03-REJECT-FILE
           OPEN EXTEND F04-AUDIT-FILE

           PERFORM 110-LOAD-JURIS-TABLE
           .
      *Loads the jurisdiction codes off the tax table. Codes past
      *the table size are displayed and will be rejected.
       110-LOAD-JURIS-TABLE.
           OPEN INPUT F06-JURIS-FILE

           IF W05-JURIS-STATUS = '00'
              MOVE 'YES' TO W05-JURIS-LOADED-SWITCH
              PERFORM 111-READ-JURIS-RECORD
              PERFORM 112-STORE-JURIS-CODE
                  UNTIL W05-JURIS-EOF-SWITCH = 'NO'
              CLOSE F06-JURIS-FILE
           ELSE
              DISPLAY 'No jurisdiction table on file -'
                  ' codes not checked'
           END-IF
           .
      *Reads the next jurisdiction table row.
       111-READ-JURIS-RECORD.
           READ F06-JURIS-FILE
               AT END MOVE 'NO' TO W05-JURIS-EOF-SWITCH
           END-READ
           .
      *Stores one jurisdiction code in the table.
       112-STORE-JURIS-CODE.
           IF W05-JURIS-COUNT < W05-JURIS-MAX
              ADD 1 TO W05-JURIS-COUNT
              MOVE F06-JUR-CODE TO W05-JURIS-CODE (W05-JURIS-COUNT)
           ELSE
              DISPLAY 'Jurisdiction table full - code dropped: '
                  F06-JUR-CODE
           END-IF

           PERFORM 111-READ-JURIS-RECORD
           .
      *Reads the next lifecycle transaction.
       200-READ-TRANSACTION.
           .
      *Checks the transaction itself before touching the master.
       310-EDIT-TRANSACTION.
           PERFORM 315-FIND-JURIS

           EVALUATE TRUE
               WHEN NOT F02-MNT-TYPE-VALID
                   MOVE 'Transaction type must be H,T,R,N,J'
                       TO W01-REJECT-REASON
               WHEN F02-MNT-SSN = SPACES
                   MOVE 'SSN cannot be blank'
                   AND F02-MNT-NAME = SPACES
                   MOVE 'Name cannot be blank'
                       TO W01-REJECT-REASON
               WHEN F02-JURIS-CHANGE-TRAN
                   AND F02-MNT-JURIS = SPACES
                   MOVE 'Jurisdiction cannot be blank'
                       TO W01-REJECT-REASON
               WHEN (F02-HIRE-TRAN OR F02-JURIS-CHANGE-TRAN)
                   AND F02-MNT-JURIS NOT = SPACES
                   AND W05-JURIS-LOADED
                   AND NOT W05-JURIS-FOUND
                   MOVE 'Jurisdiction not on tax table'
                       TO W01-REJECT-REASON
           END-EVALUATE
           .
      *Looks the transaction's jurisdiction code up on the table.
       315-FIND-JURIS.
           MOVE 'NO' TO W05-JURIS-FOUND-SWITCH
           PERFORM 316-CHECK-JURIS-ENTRY
               VARYING W05-JURIS-SUB FROM 1 BY 1
               UNTIL W05-JURIS-SUB > W05-JURIS-COUNT
               OR W05-JURIS-FOUND
           .
      *Tests one table entry against the transaction's code.
       316-CHECK-JURIS-ENTRY.
           IF W05-JURIS-CODE (W05-JURIS-SUB) = F02-MNT-JURIS
              MOVE 'YES' TO W05-JURIS-FOUND-SWITCH
           END-IF
           .
      *Looks the transaction's SSN up on the employee master.
       320-LOOKUP-MASTER.
           MOVE F02-MNT-SSN TO F01-EMP-SSN
                   PERFORM 430-APPLY-REHIRE
               WHEN F02-NAME-CHANGE-TRAN
                   PERFORM 440-APPLY-NAME-CHANGE
               WHEN F02-JURIS-CHANGE-TRAN
                   PERFORM 450-APPLY-JURIS-CHANGE
           END-EVALUATE
           .
      *A hire builds a fresh active master record; an SSN already on
              MOVE 'A' TO F01-EMP-STATUS
              MOVE F02-MNT-EFF-DATE TO F01-EMP-HIRE-DATE
              MOVE ZERO TO F01-EMP-TERM-DATE
              MOVE F02-MNT-JURIS TO F01-EMP-WORK-JURIS
           END-IF
           .
      *A termination marks an active employee terminated as of the
              MOVE F02-MNT-NAME TO F01-EMP-NAME
           END-IF
           .
      *A jurisdiction change moves the employee to the state and
      *local taxes of a new work location from the next pay run.
       450-APPLY-JURIS-CHANGE.
           IF W01-FOUND-SWITCH NOT = 'YES'
              MOVE 'SSN not on employee master'
                  TO W01-REJECT-REASON
           ELSE
              MOVE F02-MNT-JURIS TO F01-EMP-WORK-JURIS
           END-IF
           .
      *Stores the changed master record and writes its audit entry.
       500-STORE-AND-AUDIT.
           IF W01-NEW-RECORD-SWITCH = 'YES'
           MOVE F02-MNT-EFF-DATE-X TO W04-REJ-EFF-DATE
           MOVE F02-MNT-NAME TO W04-REJ-NAME
           MOVE W01-REJECT-REASON TO W04-REJ-REASON
           MOVE F02-MNT-JURIS TO W04-REJ-JURIS

           MOVE W04-REJECT-LINE TO F03-REJECT-OUT-LINE
           WRITE F03-REJECT-OUT-LINE
