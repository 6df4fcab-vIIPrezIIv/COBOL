       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-LEAVE-FILE ASSIGN TO 'LEAVEMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F01-LVE-SSN
                                 FILE STATUS IS W09-LEAVE-STATUS.
           SELECT F02-TAKEN-FILE ASSIGN TO 'LEAVETAKEN.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F08-TIME-TAKEN-FILE
                                 ASSIGN TO 'TIMELEAVE.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-EXCEPTION-FILE ASSIGN TO 'LEAVEEXCEPT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-LEAVE-WORK-FILE ASSIGN TO 'LEAVEWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F07-WRK-SSN.

           SELECT OPTIONAL F05-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
          05 F02-TKN-HOURS-X
             REDEFINES F02-TKN-HOURS   PIC X(5).

      *The leave taken as recorded on the timecards, in the same
      *layout, rebuilt by each timecard run. Its lines are read
      *after the hand-keyed ones and edited and applied the same
      *way.
       FD F08-TIME-TAKEN-FILE
          RECORD CONTAINS 15 CHARACTERS
          DATA RECORD IS F08-TIME-TAKEN-IN.

       01 F08-TIME-TAKEN-IN            PIC X(15).

       FD F03-EXCEPTION-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F03-EXCEPTION-OUT-LINE.

       01 F03-EXCEPTION-OUT-LINE       PIC X(80).

      *This run's working copy of every balance it draws down, keyed
      *like the master. Nothing reaches the master until all the
      *transactions are through, so a run that dies part way leaves
      *the master as it was and can simply be run again.
       FD F07-LEAVE-WORK-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F07-LEAVE-WORK-REC.

       01 F07-LEAVE-WORK-REC.
          05 F07-WRK-SSN               PIC X(9).
          05 F07-WRK-VAC-BALANCE       PIC S9(3)V99.
          05 F07-WRK-SICK-BALANCE      PIC S9(3)V99.

      *The shared audit journal; this program only appends refused
      *sign-on and override attempts to it.
       FD F05-AUDIT-FILE

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-TIME-TAKEN-SWITCH        PIC X(3) VALUE 'NO'.
          88 W01-READING-TIME-TAKEN    VALUE 'YES'.
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-TRAN-ACCEPTED         VALUE SPACES.


       01 W09-LEAVE-STATUS             PIC XX.

      *The balances of the employee being worked on, read by SSN
      *from the work file or, the first time the run meets the
      *employee, from the master.
       01 W03-LVE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W03-LVE-MASTER-SWITCH        PIC X(3) VALUE 'NO'.
          88 W03-LVE-MASTER-OPEN       VALUE 'YES'.
       01 W03-LVE-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W03-LVE-FOUND             VALUE 'YES'.
       01 W03-LVE-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W03-LVE-ENTRY.
          05 W03-LVE-SSN               PIC X(9).
          05 W03-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 W03-LVE-SICK-BALANCE      PIC S9(3)V99.

       01 W04-EXCEPTION-LINE.
          05 W04-EXC-SSN               PIC X(9).
              STOP RUN
           END-IF

           PERFORM 110-OPEN-LEAVE-MASTER

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
      *This procedure opens the files.
       100-OPEN-FILES.
           OPEN INPUT F02-TAKEN-FILE
                      F08-TIME-TAKEN-FILE
           OPEN OUTPUT F03-EXCEPTION-FILE
                       F07-LEAVE-WORK-FILE
           CLOSE F07-LEAVE-WORK-FILE
           OPEN I-O F07-LEAVE-WORK-FILE
           .
      *Opens the leave master for reading by SSN. It is only read
      *until the write-back, so the run can stop at any point before
      *that with the master still untouched on disk.
       110-OPEN-LEAVE-MASTER.
           OPEN INPUT F01-LEAVE-FILE

           IF W09-LEAVE-STATUS = '00'
              MOVE 'YES' TO W03-LVE-MASTER-SWITCH
           ELSE
              DISPLAY 'No leave master on file'
           END-IF
           .
      *Reads the next leave-taken transaction: the hand-keyed ones
      *first, then the ones from the timecards.
       200-READ-TRANSACTION.
           IF NOT W01-READING-TIME-TAKEN
              READ F02-TAKEN-FILE
                  AT END MOVE 'YES' TO W01-TIME-TAKEN-SWITCH
              END-READ
           END-IF

           IF W01-READING-TIME-TAKEN
              READ F08-TIME-TAKEN-FILE INTO F02-TAKEN-IN
                  AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
              END-READ
           END-IF
           .
      *Applies one leave-taken transaction: the balance is drawn
      *down even past zero - the time was taken either way - and a
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 320-LOCATE-LEAVE-ENTRY
                   IF NOT W03-LVE-FOUND
                      MOVE 'SSN not on leave master'
                          TO W01-REJECT-REASON
                   END-IF
           END-EVALUATE
           .
      *Finds this transaction's SSN: on the work file if an earlier
      *transaction in this run already drew on the balances,
      *otherwise on the master, in which case the row is copied to
      *the work file to be drawn down there.
       320-LOCATE-LEAVE-ENTRY.
           MOVE 'NO' TO W03-LVE-FOUND-SWITCH
           MOVE F02-TKN-SSN TO F07-WRK-SSN

           READ F07-LEAVE-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W03-LVE-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W03-LVE-STAGED-SWITCH
           END-READ

           IF W03-LVE-STAGED-SWITCH = 'YES'
              MOVE F07-LEAVE-WORK-REC TO W03-LVE-ENTRY
              MOVE 'YES' TO W03-LVE-FOUND-SWITCH
           ELSE
              IF W03-LVE-MASTER-OPEN
                 PERFORM 321-READ-LEAVE-MASTER
              END-IF
           END-IF
           .
      *Reads the transaction's SSN from the master and, if it is
      *there, stages the row on the work file.
       321-READ-LEAVE-MASTER.
           MOVE F02-TKN-SSN TO F01-LVE-SSN

           READ F01-LEAVE-FILE
               INVALID KEY
                   MOVE 'NO' TO W03-LVE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W03-LVE-FOUND-SWITCH
           END-READ

           IF W03-LVE-FOUND
              MOVE F01-LEAVE-REC TO W03-LVE-ENTRY
              MOVE W03-LVE-ENTRY TO F07-LEAVE-WORK-REC
              WRITE F07-LEAVE-WORK-REC
           END-IF
           .
      *Draws the hours down from the balance the transaction names,
      *reports the balance if that leaves it negative, and puts the
      *new balances back on the work file.
       400-APPLY-TRANSACTION.
           IF F02-VACATION-TAKEN
              SUBTRACT F02-TKN-HOURS FROM W03-LVE-VAC-BALANCE
              IF W03-LVE-VAC-BALANCE < ZERO
                 MOVE 'Vacation balance now negative'
                     TO W01-REJECT-REASON
                 MOVE W03-LVE-VAC-BALANCE TO W04-EXC-BALANCE
                 PERFORM 510-WRITE-EXCEPTION-LINE
                 MOVE SPACES TO W01-REJECT-REASON
                 ADD 1 TO W02-NEGATIVE-COUNT
              END-IF
           ELSE
              SUBTRACT F02-TKN-HOURS FROM W03-LVE-SICK-BALANCE
              IF W03-LVE-SICK-BALANCE < ZERO
                 MOVE 'Sick balance now negative'
                     TO W01-REJECT-REASON
                 MOVE W03-LVE-SICK-BALANCE TO W04-EXC-BALANCE
                 PERFORM 510-WRITE-EXCEPTION-LINE
                 MOVE SPACES TO W01-REJECT-REASON
                 ADD 1 TO W02-NEGATIVE-COUNT
              END-IF
           END-IF

           MOVE W03-LVE-ENTRY TO F07-LEAVE-WORK-REC
           REWRITE F07-LEAVE-WORK-REC
           .
      *Rewrites the drawn-down balances on the leave master, one
      *work file row at a time. Only the employees this run touched
      *are rewritten; every other row stays as it was.
       500-REWRITE-LEAVE-MASTER.
           CLOSE F07-LEAVE-WORK-FILE

           IF W03-LVE-MASTER-OPEN
              CLOSE F01-LEAVE-FILE
              OPEN INPUT F07-LEAVE-WORK-FILE
              OPEN I-O F01-LEAVE-FILE
              MOVE SPACES TO W03-LVE-EOF-SWITCH
              PERFORM 505-READ-LEAVE-WORK
              PERFORM 506-REWRITE-LEAVE-ENTRY
                  UNTIL W03-LVE-EOF-SWITCH = 'NO'
              CLOSE F07-LEAVE-WORK-FILE
                    F01-LEAVE-FILE
           END-IF
           .
      *Reads the next work file row, in SSN order.
       505-READ-LEAVE-WORK.
           READ F07-LEAVE-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W03-LVE-EOF-SWITCH
           END-READ
           .
      *Rewrites one employee's master row from the work file.
       506-REWRITE-LEAVE-ENTRY.
           MOVE F07-LEAVE-WORK-REC TO F01-LEAVE-REC

           REWRITE F01-LEAVE-REC
               INVALID KEY
                   DISPLAY 'Leave master row ' F01-LVE-SSN
                       ' could not be rewritten'
           END-REWRITE

           PERFORM 505-READ-LEAVE-WORK
           .
      *Writes one exception line: a rejected transaction, or a
      *balance a transaction drove negative.
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F02-TAKEN-FILE
                 F08-TIME-TAKEN-FILE
                 F03-EXCEPTION-FILE
           .
      *Stamps the run's start record on the shared run log.
