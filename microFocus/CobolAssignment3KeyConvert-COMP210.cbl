       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-KEYCONV.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-OLD-YTD-FILE ASSIGN TO 'YTDMASTER.OLD'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F02-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F02-YTD-SSN
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F03-OLD-LEAVE-FILE ASSIGN TO 'LEAVEMASTER.OLD'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F04-LEAVE-FILE ASSIGN TO 'LEAVEMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F04-LVE-SSN
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F05-OLD-BANK-FILE ASSIGN TO 'BANKMASTER.OLD'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F06-BANK-FILE ASSIGN TO 'BANKMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F06-BNK-SSN
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F07-OLD-PAYMENT-FILE
                                 ASSIGN TO 'PAYMENTREGISTER.OLD'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F08-PAYMENT-FILE ASSIGN TO 'PAYMENTREGISTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F08-PAY-NUMBER
                                 ALTERNATE RECORD KEY IS
                                     F08-PAY-ORIG-NUMBER
                                     WITH DUPLICATES
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F13-OLD-MASTER-FILE ASSIGN TO 'ASST1.OLD'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F13-EMP-SSN
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F14-MASTER-FILE ASSIGN TO 'ASST1.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F14-EMP-SSN
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F15-OLD-HISTORY-FILE ASSIGN TO 'PAYHISTORY.OLD'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-OLD-STATUS.
           SELECT F16-HISTORY-FILE ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W10-NEW-STATUS.
           SELECT F09-LISTING-FILE ASSIGN TO 'KEYCONVERT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F11-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F10-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F12-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The YTD master as it stood before it was keyed: the old
      *line-sequential YTDMASTER.DAT, renamed YTDMASTER.OLD for the
      *conversion. A row from before state and local tax were kept
      *is 62 bytes and comes in with those two fields blank.
       FD F01-OLD-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F01-OLD-YTD-REC.

       01 F01-OLD-YTD-REC.
          05 F01-YTD-SSN               PIC X(9).
          05 F01-YTD-LAST-NAME         PIC X(14).
          05 F01-YTD-FIRST-NAME        PIC X(12).
          05 F01-YTD-EARNINGS          PIC 999999V99.
          05 F01-YTD-TAXES             PIC 99999V99.
          05 F01-YTD-FICA              PIC 9999V99.
          05 F01-YTD-INSURANCE         PIC 9999V99.
          05 F01-YTD-STATE-TAX         PIC 99999V99.
          05 F01-YTD-LOCAL-TAX         PIC 9999V99.

      *The keyed YTD master, by SSN, as every payroll run now reads
      *and rewrites it.
       FD F02-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F02-YTD-REC.

       01 F02-YTD-REC.
          05 F02-YTD-SSN               PIC X(9).
          05 F02-YTD-LAST-NAME         PIC X(14).
          05 F02-YTD-FIRST-NAME        PIC X(12).
          05 F02-YTD-EARNINGS          PIC 999999V99.
          05                           PIC X(32).

      *The old line-sequential leave master, renamed
      *LEAVEMASTER.OLD.
       FD F03-OLD-LEAVE-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F03-OLD-LEAVE-REC.

       01 F03-OLD-LEAVE-REC.
          05 F03-LVE-SSN               PIC X(9).
          05 F03-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 F03-LVE-SICK-BALANCE      PIC S9(3)V99.

      *The keyed leave master, by SSN.
       FD F04-LEAVE-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F04-LEAVE-REC.

       01 F04-LEAVE-REC.
          05 F04-LVE-SSN               PIC X(9).
          05 F04-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 F04-LVE-SICK-BALANCE      PIC S9(3)V99.

      *The old line-sequential bank master, renamed BANKMASTER.OLD.
       FD F05-OLD-BANK-FILE
          RECORD CONTAINS 36 CHARACTERS
          DATA RECORD IS F05-OLD-BANK-REC.

       01 F05-OLD-BANK-REC.
          05 F05-BNK-SSN               PIC X(9).
          05 F05-BNK-ROUTING           PIC 9(9).
          05 F05-BNK-ACCOUNT           PIC X(17).
          05 F05-BNK-DEPOSIT-FLAG      PIC X.

      *The keyed bank master, by SSN.
       FD F06-BANK-FILE
          RECORD CONTAINS 36 CHARACTERS
          DATA RECORD IS F06-BANK-REC.

       01 F06-BANK-REC.
          05 F06-BNK-SSN               PIC X(9).
          05 F06-BNK-ROUTING           PIC 9(9).
          05 F06-BNK-ACCOUNT           PIC X(17).
          05 F06-BNK-DEPOSIT-FLAG      PIC X.

      *The old line-sequential payment register, renamed
      *PAYMENTREGISTER.OLD. Rows written before reissues were
      *tracked carry no original payment number.
       FD F07-OLD-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F07-OLD-PAYMENT-REC.

       01 F07-OLD-PAYMENT-REC.
          05 F07-PAY-NUMBER            PIC 9(8).
          05 F07-PAY-DATE              PIC 9(8).
          05 F07-PAY-PERIOD            PIC X(6).
          05 F07-PAY-SSN               PIC X(9).
          05 F07-PAY-FULL-NAME         PIC X(27).
          05 F07-PAY-NET               PIC 9(6)V99.
          05 F07-PAY-STATUS            PIC X.
          05 F07-PAY-CLEARED-DATE      PIC 9(8).
          05 F07-PAY-ORIG-NUMBER       PIC 9(8).

      *The keyed payment register, by payment number, with the
      *number a reissue replaces as an alternate key.
       FD F08-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F08-PAYMENT-REC.

       01 F08-PAYMENT-REC.
          05 F08-PAY-NUMBER            PIC 9(8).
          05 F08-PAY-DATE              PIC 9(8).
          05 F08-PAY-PERIOD            PIC X(6).
          05 F08-PAY-SSN               PIC X(9).
          05 F08-PAY-FULL-NAME         PIC X(27).
          05 F08-PAY-NET               PIC 9(6)V99.
          05 F08-PAY-STATUS            PIC X.
          05 F08-PAY-CLEARED-DATE      PIC 9(8).
          05 F08-PAY-ORIG-NUMBER       PIC 9(8).

      *The employee master as it stood before the work jurisdiction
      *was added: the 52-byte ASST1.DAT, renamed ASST1.OLD.
       FD F13-OLD-MASTER-FILE
          RECORD CONTAINS 52 CHARACTERS
          DATA RECORD IS F13-OLD-MASTER-REC.

       01 F13-OLD-MASTER-REC.
          05 F13-EMP-NAME              PIC X(18).
          05 F13-EMP-SSN               PIC 9(9).
          05 F13-EMP-GROSSPAY          PIC 9(6)V99.
          05 F13-EMP-STATUS            PIC X.
          05 F13-EMP-HIRE-DATE         PIC 9(8).
          05 F13-EMP-TERM-DATE         PIC 9(8).

      *The employee master with the work jurisdiction, which the
      *clerk sets afterwards through EMPMAINT.
       FD F14-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F14-MASTER-REC.

       01 F14-MASTER-REC.
          05 F14-EMP-NAME              PIC X(18).
          05 F14-EMP-SSN               PIC 9(9).
          05 F14-EMP-GROSSPAY          PIC 9(6)V99.
          05 F14-EMP-STATUS            PIC X.
          05 F14-EMP-HIRE-DATE         PIC 9(8).
          05 F14-EMP-TERM-DATE         PIC 9(8).
          05 F14-EMP-WORK-JURIS        PIC X(3).

      *The pay history as it stood before state and local tax were
      *withheld: the 67-byte PAYHISTORY.DAT, renamed PAYHISTORY.OLD.
       FD F15-OLD-HISTORY-FILE
          RECORD CONTAINS 67 CHARACTERS
          DATA RECORD IS F15-OLD-HISTORY-REC.

       01 F15-OLD-HISTORY-REC.
          05 F15-HST-SSN               PIC X(9).
          05 F15-HST-PERIOD            PIC X(6).
          05 F15-HST-PAY-DATE          PIC 9(8).
          05 F15-HST-GROSS             PIC 9(6)V99.
          05 F15-HST-WITHHOLDING       PIC 9(6)V99.
          05 F15-HST-FICA              PIC 9(6)V99.
          05 F15-HST-INSURANCE         PIC 9(4)V99.
          05 F15-HST-NET               PIC 9(6)V99.
          05 F15-HST-HOURS             PIC 9(3)V99.
          05 F15-HST-ENTRY-TYPE        PIC X.

      *The pay history with the work jurisdiction and the state and
      *local tax on each row, blank and zero on the rows converted.
       FD F16-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F16-HISTORY-REC.

       01 F16-HISTORY-REC.
          05 F16-HST-SSN               PIC X(9).
          05 F16-HST-PERIOD            PIC X(6).
          05 F16-HST-PAY-DATE          PIC 9(8).
          05 F16-HST-GROSS             PIC 9(6)V99.
          05 F16-HST-WITHHOLDING       PIC 9(6)V99.
          05 F16-HST-FICA              PIC 9(6)V99.
          05 F16-HST-INSURANCE         PIC 9(4)V99.
          05 F16-HST-NET               PIC 9(6)V99.
          05 F16-HST-HOURS             PIC 9(3)V99.
          05 F16-HST-ENTRY-TYPE        PIC X.
          05 F16-HST-WORK-JURIS        PIC X(3).
          05 F16-HST-STATE-TAX         PIC 9(6)V99.
          05 F16-HST-LOCAL-TAX         PIC 9(6)V99.

      *The verification listing: per master, the rows read from the
      *old file, written to and read back from the keyed file, a
      *hash total both ways, and every row refused.
       FD F09-LISTING-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F09-LISTING-OUT-LINE.

       01 F09-LISTING-OUT-LINE         PIC X(80).

      *The shared audit journal; this program only appends refused
      *sign-on attempts to it.
       FD F11-AUDIT-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F11-AUDIT-OUT.

       01 F11-AUDIT-OUT.
          05 F11-AUD-DATE              PIC 9(8).
          05 F11-AUD-TIME              PIC X(6).
          05 F11-AUD-PROGRAM           PIC X(32).
          05 F11-AUD-OPERATOR          PIC X(3).
          05 F11-AUD-FILE              PIC X(12).
          05 F11-AUD-KEY               PIC X(30).
          05 F11-AUD-OLD-RECORD        PIC X(81).
          05 F11-AUD-NEW-RECORD        PIC X(81).

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       FD F10-OPER-FILE
          RECORD CONTAINS 12 CHARACTERS
          DATA RECORD IS F10-OPR-REC.

       01 F10-OPR-REC.
          05 F10-OPR-ID             PIC X(3).
          05 F10-OPR-PASSWORD       PIC X(8).
          05 F10-OPR-AUTHORITY      PIC X.

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F12-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F12-RUNLOG-REC.

       01 F12-RUNLOG-REC.
          05 F12-RUN-TYPE             PIC X.
          05 F12-RUN-PROGRAM          PIC X(32).
          05 F12-RUN-DATE             PIC 9(8).
          05 F12-RUN-TIME             PIC X(6).
          05 F12-RUN-COUNT            PIC 9(5).
          05 F12-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-REJECT-REASON            PIC X(30).
          88 W01-ROW-ACCEPTED          VALUE SPACES.

      *The counts and hash totals for the master being converted.
      *The input hash is taken over every row read from the old
      *file; the read-back hash over every row read back from the
      *keyed file. A master is verified only when nothing was
      *refused and both the row count and the hash total read back
      *exactly as they went in.
       01 W02-READ-COUNT               PIC 9(7) VALUE ZERO.
       01 W02-WRITTEN-COUNT            PIC 9(7) VALUE ZERO.
       01 W02-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01 W02-READBACK-COUNT           PIC 9(7) VALUE ZERO.
       01 W02-INPUT-HASH               PIC S9(13)V99 VALUE ZERO.
       01 W02-READBACK-HASH            PIC S9(13)V99 VALUE ZERO.
       01 W02-RUN-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01 W02-UNVERIFIED-COUNT         PIC 9(1) VALUE ZERO.
       01 W02-ALREADY-COUNT            PIC 9(1) VALUE ZERO.

      *What the listing says about the master being converted.
       01 W03-OLD-FILE-NAME            PIC X(20).
       01 W03-NEW-FILE-NAME            PIC X(20).
       01 W03-HASH-LABEL               PIC X(30).
       01 W03-HASH-TYPE                PIC X.
          88 W03-AMOUNT-HASH           VALUE 'A'.
       01 W03-REJECT-KEY               PIC X(9).

       01 W04-LISTING-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(32)
                 VALUE 'Payroll Master Key Conversion'.
          05                           PIC X(24) VALUE SPACES.

       01 W05-MASTER-LINE.
          05 W05-NEW-FILE-NAME         PIC X(20).
          05                           PIC X(6) VALUE 'FROM  '.
          05 W05-OLD-FILE-NAME         PIC X(20).
          05                           PIC X(34) VALUE SPACES.

       01 W05-RESULT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(30) VALUE 'Result'.
          05 W05-RESULT                PIC X(12).
          05                           PIC X(36) VALUE SPACES.

       01 W06-COUNT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05 W06-LABEL                 PIC X(30).
          05 W06-COUNT                 PIC Z,ZZZ,ZZ9.
          05                           PIC X(39) VALUE SPACES.

       01 W07-AMOUNT-HASH-LINE.
          05                           PIC X(2) VALUE SPACES.
          05 W07-LABEL                 PIC X(30).
          05 W07-HASH                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05                           PIC X(27) VALUE SPACES.

       01 W08-NUMBER-HASH-LINE.
          05                           PIC X(2) VALUE SPACES.
          05 W08-LABEL                 PIC X(30).
          05 W08-HASH                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
          05                           PIC X(31) VALUE SPACES.

       01 W09-REJECT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(10) VALUE 'REFUSED   '.
          05 W09-REJECT-KEY            PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W09-REJECT-REASON         PIC X(30).
          05                           PIC X(27) VALUE SPACES.

       01 W09-SKIPPED-LINE.
          05 W09-SKIPPED-FILE-NAME     PIC X(20).
          05                           PIC X(40)
                 VALUE 'not on file - keyed master left as is'.
          05                           PIC X(20) VALUE SPACES.

       01 W09-ALREADY-LINE.
          05 W09-ALREADY-FILE-NAME     PIC X(20).
          05                           PIC X(40)
                 VALUE 'already holds rows - not converted again'.
          05                           PIC X(20) VALUE SPACES.

      *Whether the file a master converts into already has rows in
      *it. A file already loaded is never opened for output again,
      *so a second run cannot empty a master the pay runs have
      *since updated.
       01 W10-OLD-STATUS               PIC XX.
       01 W10-NEW-STATUS               PIC XX.
       01 W10-TARGET-ROWS-SWITCH       PIC X(3) VALUE 'NO'.
          88 W10-TARGET-HAS-ROWS       VALUE 'YES'.


      *The operator sign-on state: who signed on, at what authority
      *level, and whether the sign-on was accepted at all.
       01 W30-OPER-STATUS              PIC XX.
       01 W30-OPER-EOF-SWITCH          PIC X(3) VALUE SPACES.
       01 W30-OPERATOR-ID              PIC X(3).
       01 W30-PASSWORD-INPUT           PIC X(8).
       01 W30-OPER-AUTHORITY           PIC X VALUE SPACE.
          88 W30-SUPERVISOR            VALUE 'S'.
       01 W30-SIGNON-OK-SWITCH         PIC X(3) VALUE 'NO'.
          88 W30-SIGNON-OK             VALUE 'YES'.
       01 W30-DENIAL-REASON            PIC X(30).
       01 W30-SIGNON-DATE              PIC 9(8).
       01 W30-SIGNON-TIME-RAW          PIC X(8).


       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
           IF NOT W30-SIGNON-OK
              DISPLAY 'Run stopped at operator sign-on'
              STOP RUN
           END-IF

           IF NOT W30-SUPERVISOR
              MOVE 'AUTHORITY DENIED' TO W30-DENIAL-REASON
              PERFORM 025-LOG-SIGNON-DENIAL
              DISPLAY 'Supervisor authority required'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-CONVERT-YTD-MASTER
           PERFORM 300-CONVERT-LEAVE-MASTER
           PERFORM 400-CONVERT-BANK-MASTER
           PERFORM 500-CONVERT-PAYMENT-REGISTER
           PERFORM 600-CONVERT-EMPLOYEE-MASTER
           PERFORM 700-CONVERT-PAY-HISTORY
           PERFORM 850-WRITE-RUN-SUMMARY
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *Signs the operator on against the operator master: the
      *verified ID is what the audit entries carry, not whatever
      *initials were typed. A missing operator master falls back to
      *the old bare-initials prompt, so a site not yet set up is
      *not locked out; a failed sign-on is logged to the audit
      *journal and stops the run.
       020-OPERATOR-SIGNON.
           OPEN INPUT F10-OPER-FILE

           IF W30-OPER-STATUS NOT = '00'
              DISPLAY 'No operator master on file -'
                  ' operator initials: '
              ACCEPT W30-OPERATOR-ID
              MOVE 'S' TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           ELSE
              DISPLAY 'Operator ID: '
              ACCEPT W30-OPERATOR-ID
              DISPLAY 'Password: '
              ACCEPT W30-PASSWORD-INPUT
              PERFORM 021-READ-OPERATOR-RECORD
              PERFORM 022-CHECK-OPERATOR-RECORD
                  UNTIL W30-OPER-EOF-SWITCH = 'NO'
                  OR W30-SIGNON-OK
              CLOSE F10-OPER-FILE
              IF NOT W30-SIGNON-OK
                 MOVE 'SIGNON DENIED' TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *Reads the next operator master row.
       021-READ-OPERATOR-RECORD.
           READ F10-OPER-FILE
               AT END MOVE 'NO' TO W30-OPER-EOF-SWITCH
           END-READ
           .
      *Tests one operator master row against the sign-on.
       022-CHECK-OPERATOR-RECORD.
           IF F10-OPR-ID = W30-OPERATOR-ID
              AND F10-OPR-PASSWORD = W30-PASSWORD-INPUT
              MOVE F10-OPR-AUTHORITY TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           END-IF

           IF NOT W30-SIGNON-OK
              PERFORM 021-READ-OPERATOR-RECORD
           END-IF
           .
      *Logs a refused sign-on or authority check to the shared
      *audit journal, so failed attempts leave a trace.
       025-LOG-SIGNON-DENIAL.
           OPEN EXTEND F11-AUDIT-FILE
           ACCEPT W30-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT W30-SIGNON-TIME-RAW FROM TIME
           MOVE W30-SIGNON-DATE TO F11-AUD-DATE
           MOVE W30-SIGNON-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-KEYCONV'
               TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F11-AUD-FILE
           MOVE W30-DENIAL-REASON TO F11-AUD-KEY
           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE SPACES TO F11-AUD-NEW-RECORD
           WRITE F11-AUDIT-OUT
           CLOSE F11-AUDIT-FILE
           .
      *This procedure opens the listing and writes its heading.
       100-OPEN-FILES.
           OPEN OUTPUT F09-LISTING-FILE

           MOVE W04-LISTING-HEADING TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE
           .
      *Clears the counts and hash totals before a master is
      *converted.
       110-RESET-COUNTS.
           MOVE ZERO TO W02-READ-COUNT
           MOVE ZERO TO W02-WRITTEN-COUNT
           MOVE ZERO TO W02-REJECTED-COUNT
           MOVE ZERO TO W02-READBACK-COUNT
           MOVE ZERO TO W02-INPUT-HASH
           MOVE ZERO TO W02-READBACK-HASH
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           .
      *Converts the YTD master: every row of YTDMASTER.OLD is
      *written to the keyed YTDMASTER.DAT by SSN, then the keyed
      *file is read back end to end and checked against what went
      *in. With no YTDMASTER.OLD on file, or a keyed master that
      *already holds rows, the keyed master is left as it is.
       200-CONVERT-YTD-MASTER.
           PERFORM 110-RESET-COUNTS
           MOVE 'YTDMASTER.OLD' TO W03-OLD-FILE-NAME
           MOVE 'YTDMASTER.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of YTD earnings' TO W03-HASH-LABEL
           MOVE 'A' TO W03-HASH-TYPE

           OPEN INPUT F01-OLD-YTD-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 203-CHECK-NEW-YTD
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F01-OLD-YTD-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F02-YTD-FILE
                   PERFORM 201-READ-OLD-YTD
                   PERFORM 202-LOAD-YTD-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F01-OLD-YTD-FILE
                         F02-YTD-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F02-YTD-FILE
                   PERFORM 205-READ-NEW-YTD
                   PERFORM 206-COUNT-NEW-YTD
                       UNTIL NO-DATA-REMAINS
                   CLOSE F02-YTD-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old YTD master row.
       201-READ-OLD-YTD.
           READ F01-OLD-YTD-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old YTD row to the keyed master. A blank SSN or
      *an SSN already written is refused and listed. A row with no
      *state or local tax on it starts both at zero.
       202-LOAD-YTD-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F01-YTD-EARNINGS TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           IF F01-YTD-STATE-TAX IS NOT NUMERIC
              MOVE ZERO TO F01-YTD-STATE-TAX
           END-IF
           IF F01-YTD-LOCAL-TAX IS NOT NUMERIC
              MOVE ZERO TO F01-YTD-LOCAL-TAX
           END-IF

           IF F01-YTD-SSN = SPACES
              MOVE 'BLANK SSN' TO W01-REJECT-REASON
           ELSE
              MOVE F01-OLD-YTD-REC TO F02-YTD-REC
              WRITE F02-YTD-REC
                  INVALID KEY
                      MOVE 'DUPLICATE SSN' TO W01-REJECT-REASON
              END-WRITE
           END-IF

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F01-YTD-SSN TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 201-READ-OLD-YTD
           .
      *Looks for a row already on the keyed YTD master.
       203-CHECK-NEW-YTD.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F02-YTD-FILE
           IF W10-NEW-STATUS = '00'
              READ F02-YTD-FILE NEXT RECORD
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F02-YTD-FILE
           END-IF
           .
      *Reads the next keyed YTD master row, in SSN order.
       205-READ-NEW-YTD.
           READ F02-YTD-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one keyed YTD row back.
       206-COUNT-NEW-YTD.
           ADD 1 TO W02-READBACK-COUNT
           ADD F02-YTD-EARNINGS TO W02-READBACK-HASH

           PERFORM 205-READ-NEW-YTD
           .
      *Converts the leave master the same way, keyed by SSN, with
      *the vacation and sick balances as the hash total.
       300-CONVERT-LEAVE-MASTER.
           PERFORM 110-RESET-COUNTS
           MOVE 'LEAVEMASTER.OLD' TO W03-OLD-FILE-NAME
           MOVE 'LEAVEMASTER.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of leave balances' TO W03-HASH-LABEL
           MOVE 'A' TO W03-HASH-TYPE

           OPEN INPUT F03-OLD-LEAVE-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 303-CHECK-NEW-LEAVE
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F03-OLD-LEAVE-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F04-LEAVE-FILE
                   PERFORM 301-READ-OLD-LEAVE
                   PERFORM 302-LOAD-LEAVE-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F03-OLD-LEAVE-FILE
                         F04-LEAVE-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F04-LEAVE-FILE
                   PERFORM 305-READ-NEW-LEAVE
                   PERFORM 306-COUNT-NEW-LEAVE
                       UNTIL NO-DATA-REMAINS
                   CLOSE F04-LEAVE-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old leave master row.
       301-READ-OLD-LEAVE.
           READ F03-OLD-LEAVE-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old leave row to the keyed master. A blank SSN or
      *an SSN already written is refused and listed.
       302-LOAD-LEAVE-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F03-LVE-VAC-BALANCE TO W02-INPUT-HASH
           ADD F03-LVE-SICK-BALANCE TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           IF F03-LVE-SSN = SPACES
              MOVE 'BLANK SSN' TO W01-REJECT-REASON
           ELSE
              MOVE F03-OLD-LEAVE-REC TO F04-LEAVE-REC
              WRITE F04-LEAVE-REC
                  INVALID KEY
                      MOVE 'DUPLICATE SSN' TO W01-REJECT-REASON
              END-WRITE
           END-IF

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F03-LVE-SSN TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 301-READ-OLD-LEAVE
           .
      *Looks for a row already on the keyed leave master.
       303-CHECK-NEW-LEAVE.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F04-LEAVE-FILE
           IF W10-NEW-STATUS = '00'
              READ F04-LEAVE-FILE NEXT RECORD
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F04-LEAVE-FILE
           END-IF
           .
      *Reads the next keyed leave master row, in SSN order.
       305-READ-NEW-LEAVE.
           READ F04-LEAVE-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one keyed leave row back.
       306-COUNT-NEW-LEAVE.
           ADD 1 TO W02-READBACK-COUNT
           ADD F04-LVE-VAC-BALANCE TO W02-READBACK-HASH
           ADD F04-LVE-SICK-BALANCE TO W02-READBACK-HASH

           PERFORM 305-READ-NEW-LEAVE
           .
      *Converts the bank master the same way, keyed by SSN, with
      *the routing numbers as the hash total.
       400-CONVERT-BANK-MASTER.
           PERFORM 110-RESET-COUNTS
           MOVE 'BANKMASTER.OLD' TO W03-OLD-FILE-NAME
           MOVE 'BANKMASTER.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of routing numbers' TO W03-HASH-LABEL
           MOVE 'N' TO W03-HASH-TYPE

           OPEN INPUT F05-OLD-BANK-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 403-CHECK-NEW-BANK
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F05-OLD-BANK-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F06-BANK-FILE
                   PERFORM 401-READ-OLD-BANK
                   PERFORM 402-LOAD-BANK-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F05-OLD-BANK-FILE
                         F06-BANK-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F06-BANK-FILE
                   PERFORM 405-READ-NEW-BANK
                   PERFORM 406-COUNT-NEW-BANK
                       UNTIL NO-DATA-REMAINS
                   CLOSE F06-BANK-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old bank master row.
       401-READ-OLD-BANK.
           READ F05-OLD-BANK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old bank row to the keyed master. A blank SSN or
      *an SSN already written is refused and listed.
       402-LOAD-BANK-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F05-BNK-ROUTING TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           IF F05-BNK-SSN = SPACES
              MOVE 'BLANK SSN' TO W01-REJECT-REASON
           ELSE
              MOVE F05-OLD-BANK-REC TO F06-BANK-REC
              WRITE F06-BANK-REC
                  INVALID KEY
                      MOVE 'DUPLICATE SSN' TO W01-REJECT-REASON
              END-WRITE
           END-IF

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F05-BNK-SSN TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 401-READ-OLD-BANK
           .
      *Looks for a row already on the keyed bank master.
       403-CHECK-NEW-BANK.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F06-BANK-FILE
           IF W10-NEW-STATUS = '00'
              READ F06-BANK-FILE NEXT RECORD
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F06-BANK-FILE
           END-IF
           .
      *Reads the next keyed bank master row, in SSN order.
       405-READ-NEW-BANK.
           READ F06-BANK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one keyed bank row back.
       406-COUNT-NEW-BANK.
           ADD 1 TO W02-READBACK-COUNT
           ADD F06-BNK-ROUTING TO W02-READBACK-HASH

           PERFORM 405-READ-NEW-BANK
           .
      *Converts the payment register the same way, keyed by payment
      *number, with the net amounts as the hash total. A row written
      *before reissues were tracked gets a zero original payment
      *number, as the reconciliation has always read it.
       500-CONVERT-PAYMENT-REGISTER.
           PERFORM 110-RESET-COUNTS
           MOVE 'PAYMENTREGISTER.OLD' TO W03-OLD-FILE-NAME
           MOVE 'PAYMENTREGISTER.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of net payments' TO W03-HASH-LABEL
           MOVE 'A' TO W03-HASH-TYPE

           OPEN INPUT F07-OLD-PAYMENT-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 503-CHECK-NEW-PAYMENT
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F07-OLD-PAYMENT-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F08-PAYMENT-FILE
                   PERFORM 501-READ-OLD-PAYMENT
                   PERFORM 502-LOAD-PAYMENT-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F07-OLD-PAYMENT-FILE
                         F08-PAYMENT-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F08-PAYMENT-FILE
                   PERFORM 505-READ-NEW-PAYMENT
                   PERFORM 506-COUNT-NEW-PAYMENT
                       UNTIL NO-DATA-REMAINS
                   CLOSE F08-PAYMENT-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old payment register row.
       501-READ-OLD-PAYMENT.
           READ F07-OLD-PAYMENT-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old payment row to the keyed register. A payment
      *number that is not numeric, or one already written, is
      *refused and listed.
       502-LOAD-PAYMENT-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F07-PAY-NET TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           IF F07-PAY-ORIG-NUMBER IS NOT NUMERIC
              MOVE ZERO TO F07-PAY-ORIG-NUMBER
           END-IF

           IF F07-PAY-NUMBER IS NOT NUMERIC
              MOVE 'PAYMENT NUMBER NOT NUMERIC' TO W01-REJECT-REASON
           ELSE
              MOVE F07-OLD-PAYMENT-REC TO F08-PAYMENT-REC
              WRITE F08-PAYMENT-REC
                  INVALID KEY
                      MOVE 'DUPLICATE PAYMENT NUMBER'
                          TO W01-REJECT-REASON
              END-WRITE
           END-IF

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F07-OLD-PAYMENT-REC (1:8) TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 501-READ-OLD-PAYMENT
           .
      *Looks for a row already on the keyed payment register.
       503-CHECK-NEW-PAYMENT.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F08-PAYMENT-FILE
           IF W10-NEW-STATUS = '00'
              READ F08-PAYMENT-FILE NEXT RECORD
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F08-PAYMENT-FILE
           END-IF
           .
      *Reads the next keyed payment register row, in payment number
      *order.
       505-READ-NEW-PAYMENT.
           READ F08-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one keyed payment row back.
       506-COUNT-NEW-PAYMENT.
           ADD 1 TO W02-READBACK-COUNT
           ADD F08-PAY-NET TO W02-READBACK-HASH

           PERFORM 505-READ-NEW-PAYMENT
           .
      *Widens the employee master to carry the work jurisdiction:
      *every row of ASST1.OLD is written to the new ASST1.DAT with
      *the jurisdiction blank, then the new file is read back and
      *checked against what went in, with the gross pay as the hash
      *total.
       600-CONVERT-EMPLOYEE-MASTER.
           PERFORM 110-RESET-COUNTS
           MOVE 'ASST1.OLD' TO W03-OLD-FILE-NAME
           MOVE 'ASST1.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of gross pay' TO W03-HASH-LABEL
           MOVE 'A' TO W03-HASH-TYPE

           OPEN INPUT F13-OLD-MASTER-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 603-CHECK-NEW-MASTER
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F13-OLD-MASTER-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F14-MASTER-FILE
                   PERFORM 601-READ-OLD-MASTER
                   PERFORM 602-LOAD-MASTER-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F13-OLD-MASTER-FILE
                         F14-MASTER-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F14-MASTER-FILE
                   PERFORM 605-READ-NEW-MASTER
                   PERFORM 606-COUNT-NEW-MASTER
                       UNTIL NO-DATA-REMAINS
                   CLOSE F14-MASTER-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old employee master row.
       601-READ-OLD-MASTER.
           READ F13-OLD-MASTER-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old employee row to the new master with a blank
      *work jurisdiction. An SSN already written is refused and
      *listed.
       602-LOAD-MASTER-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F13-EMP-GROSSPAY TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           MOVE F13-OLD-MASTER-REC TO F14-MASTER-REC
           MOVE SPACES TO F14-EMP-WORK-JURIS
           WRITE F14-MASTER-REC
               INVALID KEY
                   MOVE 'DUPLICATE SSN' TO W01-REJECT-REASON
           END-WRITE

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F13-OLD-MASTER-REC (19:9) TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 601-READ-OLD-MASTER
           .
      *Looks for a row already on the new employee master.
       603-CHECK-NEW-MASTER.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F14-MASTER-FILE
           IF W10-NEW-STATUS = '00'
              READ F14-MASTER-FILE NEXT RECORD
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F14-MASTER-FILE
           END-IF
           .
      *Reads the next new employee master row, in SSN order.
       605-READ-NEW-MASTER.
           READ F14-MASTER-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one new employee master row back.
       606-COUNT-NEW-MASTER.
           ADD 1 TO W02-READBACK-COUNT
           ADD F14-EMP-GROSSPAY TO W02-READBACK-HASH

           PERFORM 605-READ-NEW-MASTER
           .
      *Widens the pay history the same way: every row of
      *PAYHISTORY.OLD is written to the new PAYHISTORY.DAT, in the
      *same order, with a blank jurisdiction and no state or local
      *tax, and the gross pay is the hash total.
       700-CONVERT-PAY-HISTORY.
           PERFORM 110-RESET-COUNTS
           MOVE 'PAYHISTORY.OLD' TO W03-OLD-FILE-NAME
           MOVE 'PAYHISTORY.DAT' TO W03-NEW-FILE-NAME
           MOVE 'Hash total of gross pay' TO W03-HASH-LABEL
           MOVE 'A' TO W03-HASH-TYPE

           OPEN INPUT F15-OLD-HISTORY-FILE

           IF W10-OLD-STATUS = '00'
              PERFORM 703-CHECK-NEW-HISTORY
           END-IF

           EVALUATE TRUE
               WHEN W10-OLD-STATUS NOT = '00'
                   PERFORM 810-WRITE-SKIPPED-LINE
               WHEN W10-TARGET-HAS-ROWS
                   CLOSE F15-OLD-HISTORY-FILE
                   PERFORM 815-WRITE-ALREADY-LINE
               WHEN OTHER
                   PERFORM 805-WRITE-MASTER-HEADING
                   OPEN OUTPUT F16-HISTORY-FILE
                   PERFORM 701-READ-OLD-HISTORY
                   PERFORM 702-LOAD-HISTORY-ROW
                       UNTIL NO-DATA-REMAINS
                   CLOSE F15-OLD-HISTORY-FILE
                         F16-HISTORY-FILE

                   MOVE SPACES TO W01-END-OF-FILE-SWITCH
                   OPEN INPUT F16-HISTORY-FILE
                   PERFORM 705-READ-NEW-HISTORY
                   PERFORM 706-COUNT-NEW-HISTORY
                       UNTIL NO-DATA-REMAINS
                   CLOSE F16-HISTORY-FILE

                   PERFORM 800-WRITE-MASTER-RESULT
           END-EVALUATE
           .
      *Reads the next old pay history row.
       701-READ-OLD-HISTORY.
           READ F15-OLD-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Writes one old history row to the new history. A blank SSN
      *is refused and listed.
       702-LOAD-HISTORY-ROW.
           ADD 1 TO W02-READ-COUNT
           ADD F15-HST-GROSS TO W02-INPUT-HASH
           MOVE SPACES TO W01-REJECT-REASON

           IF F15-HST-SSN = SPACES
              MOVE 'BLANK SSN' TO W01-REJECT-REASON
           ELSE
              MOVE F15-OLD-HISTORY-REC TO F16-HISTORY-REC
              MOVE SPACES TO F16-HST-WORK-JURIS
              MOVE ZERO TO F16-HST-STATE-TAX
              MOVE ZERO TO F16-HST-LOCAL-TAX
              WRITE F16-HISTORY-REC
           END-IF

           IF W01-ROW-ACCEPTED
              ADD 1 TO W02-WRITTEN-COUNT
           ELSE
              MOVE F15-HST-SSN TO W03-REJECT-KEY
              PERFORM 820-WRITE-REJECT-LINE
           END-IF

           PERFORM 701-READ-OLD-HISTORY
           .
      *Looks for a row already on the new pay history.
       703-CHECK-NEW-HISTORY.
           MOVE 'NO' TO W10-TARGET-ROWS-SWITCH
           OPEN INPUT F16-HISTORY-FILE
           IF W10-NEW-STATUS = '00'
              READ F16-HISTORY-FILE
                  NOT AT END MOVE 'YES' TO W10-TARGET-ROWS-SWITCH
              END-READ
              CLOSE F16-HISTORY-FILE
           END-IF
           .
      *Reads the next new pay history row.
       705-READ-NEW-HISTORY.
           READ F16-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Counts one new pay history row back.
       706-COUNT-NEW-HISTORY.
           ADD 1 TO W02-READBACK-COUNT
           ADD F16-HST-GROSS TO W02-READBACK-HASH

           PERFORM 705-READ-NEW-HISTORY
           .
      *Writes the rest of one master's block on the listing: the
      *counts each way, the hash totals each way and the verdict.
       800-WRITE-MASTER-RESULT.
           MOVE 'Rows read from old file' TO W06-LABEL
           MOVE W02-READ-COUNT TO W06-COUNT
           MOVE W06-COUNT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE

           MOVE 'Rows written to keyed file' TO W06-LABEL
           MOVE W02-WRITTEN-COUNT TO W06-COUNT
           MOVE W06-COUNT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE

           MOVE 'Rows refused' TO W06-LABEL
           MOVE W02-REJECTED-COUNT TO W06-COUNT
           MOVE W06-COUNT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE

           MOVE 'Rows read back from keyed file' TO W06-LABEL
           MOVE W02-READBACK-COUNT TO W06-COUNT
           MOVE W06-COUNT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE

           IF W03-AMOUNT-HASH
              MOVE W03-HASH-LABEL TO W07-LABEL
              MOVE W02-INPUT-HASH TO W07-HASH
              MOVE W07-AMOUNT-HASH-LINE TO F09-LISTING-OUT-LINE
              WRITE F09-LISTING-OUT-LINE
              MOVE '  as read back' TO W07-LABEL
              MOVE W02-READBACK-HASH TO W07-HASH
              MOVE W07-AMOUNT-HASH-LINE TO F09-LISTING-OUT-LINE
              WRITE F09-LISTING-OUT-LINE
           ELSE
              MOVE W03-HASH-LABEL TO W08-LABEL
              MOVE W02-INPUT-HASH TO W08-HASH
              MOVE W08-NUMBER-HASH-LINE TO F09-LISTING-OUT-LINE
              WRITE F09-LISTING-OUT-LINE
              MOVE '  as read back' TO W08-LABEL
              MOVE W02-READBACK-HASH TO W08-HASH
              MOVE W08-NUMBER-HASH-LINE TO F09-LISTING-OUT-LINE
              WRITE F09-LISTING-OUT-LINE
           END-IF

           IF W02-REJECTED-COUNT = ZERO
              AND W02-READBACK-COUNT = W02-READ-COUNT
              AND W02-READBACK-HASH = W02-INPUT-HASH
              MOVE 'VERIFIED' TO W05-RESULT
           ELSE
              MOVE 'NOT VERIFIED' TO W05-RESULT
              ADD 1 TO W02-UNVERIFIED-COUNT
           END-IF

           MOVE W05-RESULT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE

           ADD W02-WRITTEN-COUNT TO W02-RUN-WRITTEN-COUNT
           .
      *Starts one master's block on the listing, ahead of any rows
      *refused while it is loaded.
       805-WRITE-MASTER-HEADING.
           MOVE W03-NEW-FILE-NAME TO W05-NEW-FILE-NAME
           MOVE W03-OLD-FILE-NAME TO W05-OLD-FILE-NAME
           MOVE W05-MASTER-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Notes on the listing a master with no old file to convert.
       810-WRITE-SKIPPED-LINE.
           MOVE W03-OLD-FILE-NAME TO W09-SKIPPED-FILE-NAME
           MOVE W09-SKIPPED-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Notes on the listing a master whose new file already holds
      *rows, so was not converted again.
       815-WRITE-ALREADY-LINE.
           ADD 1 TO W02-ALREADY-COUNT
           MOVE W03-NEW-FILE-NAME TO W09-ALREADY-FILE-NAME
           MOVE W09-ALREADY-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Lists one row refused by the keyed file.
       820-WRITE-REJECT-LINE.
           ADD 1 TO W02-REJECTED-COUNT
           MOVE W03-REJECT-KEY TO W09-REJECT-KEY
           MOVE W01-REJECT-REASON TO W09-REJECT-REASON
           MOVE W09-REJECT-LINE TO F09-LISTING-OUT-LINE
           WRITE F09-LISTING-OUT-LINE
           .
      *Tells the operator how the conversion came out. Any master
      *not verified must be put right from its old file and the
      *conversion run again before the payroll runs are.
       850-WRITE-RUN-SUMMARY.
           DISPLAY 'Rows written to keyed masters : '
               W02-RUN-WRITTEN-COUNT
           IF W02-UNVERIFIED-COUNT = ZERO
              DISPLAY 'All converted masters verified -'
                  ' see KEYCONVERT.OUT'
           ELSE
              DISPLAY 'Masters NOT verified          : '
                  W02-UNVERIFIED-COUNT ' - see KEYCONVERT.OUT'
           END-IF
           IF W02-ALREADY-COUNT > ZERO
              DISPLAY 'Masters already loaded, left  : '
                  W02-ALREADY-COUNT
           END-IF
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F09-LISTING-FILE
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F12-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F12-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-KEYCONV'
               TO F12-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F12-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F12-RUN-TIME
           MOVE ZERO TO F12-RUN-COUNT
           MOVE SPACE TO F12-RUN-END-STATUS
           WRITE F12-RUNLOG-REC
           CLOSE F12-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the rows written to
      *the keyed masters, on the shared run log. A run that never
      *reaches this paragraph shows on the batch-window report as a
      *start with no end.
       940-LOG-RUN-END.
           OPEN EXTEND F12-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F12-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-KEYCONV'
               TO F12-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F12-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F12-RUN-TIME
           MOVE W02-RUN-WRITTEN-COUNT TO F12-RUN-COUNT
           MOVE 'N' TO F12-RUN-END-STATUS
           WRITE F12-RUNLOG-REC
           CLOSE F12-RUNLOG-FILE
           .
