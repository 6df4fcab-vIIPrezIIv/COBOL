       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-BALANCE.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-REGISTER-FILE ASSIGN TO 'PAYROLLREGISTER.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-REGISTER-STATUS.
           SELECT F02-PAYNET-FILE ASSIGN TO 'PAYNET.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-PAYNET-STATUS.
           SELECT F03-BANK-TRANS-FILE ASSIGN TO 'BANKTRANS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-BANK-STATUS.
           SELECT F04-PAYMENT-FILE ASSIGN TO 'PAYMENTREGISTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F04-PAY-NUMBER
                                 ALTERNATE RECORD KEY IS
                                     F04-PAY-ORIG-NUMBER
                                     WITH DUPLICATES
                                 FILE STATUS IS W01-PAYMENT-STATUS.
           SELECT F05-HISTORY-FILE ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-HISTORY-STATUS.
           SELECT F06-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F06-YTD-SSN
                                 FILE STATUS IS W01-YTD-STATUS.
           SELECT F07-AUDIT-FILE ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-AUDIT-STATUS.
           SELECT F08-JOURNAL-FILE ASSIGN TO 'PAYROLLJOURNAL.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-JOURNAL-STATUS.
           SELECT F09-REMIT-FILE ASSIGN TO 'DEDUCTREMIT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W01-REMIT-STATUS.
           SELECT F10-CONTROL-FILE ASSIGN TO 'PAYRUNCTL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-CONTROL-STATUS.
           SELECT F11-PROOF-FILE ASSIGN TO 'BALANCEPROOF.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F13-EMP-WORK-FILE ASSIGN TO 'BALANCEWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F13-WRK-SSN.

           SELECT OPTIONAL F12-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *The printed payroll register from COBOL-ASSIGNMENT-THREE-
      *PAYROLL. Only the detail lines - the ones that start with an
      *SSN - are read back; the edited amounts are de-edited into
      *plain numbers. A register that carries the trial banner was
      *not the live run and cannot be balanced.
       FD F01-REGISTER-FILE
          RECORD CONTAINS 152 CHARACTERS
          DATA RECORD IS F01-REGISTER-LINE.

       01 F01-REGISTER-LINE.
          05 F01-REG-SSN               PIC X(9).
          05                           PIC X(20).
          05 F01-REG-GROSS             PIC ZZZ,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-WITHHOLDING       PIC ZZZ,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-STATE-TAX         PIC Z,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-LOCAL-TAX         PIC Z,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-FICA              PIC ZZZ,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-INSURANCE         PIC Z,ZZZ.99.
          05                           PIC X(2).
          05 F01-REG-NET               PIC ZZZ,ZZZ.99.
          05                           PIC X(47).

       01 F01-REGISTER-TEXT            PIC X(152).

      *The cash-pay half of the net-pay extract, as left behind by
      *COBOL-ASSIGNMENT-THREE-BANKSPLIT.
       FD F02-PAYNET-FILE
          RECORD CONTAINS 44 CHARACTERS
          DATA RECORD IS F02-PAYNET-REC.

       01 F02-PAYNET-REC.
          05 F02-NET-SSN               PIC X(9).
          05 F02-NET-FULL-NAME         PIC X(27).
          05 F02-NET-PAY               PIC 9(6)V99.

      *The deposit half: one D detail per deposit employee and the
      *T batch total the bank balances the details against.
       FD F03-BANK-TRANS-FILE
          RECORD CONTAINS 44 CHARACTERS
          DATA RECORD IS F03-BANK-DETAIL.

       01 F03-BANK-DETAIL.
          05 F03-DET-TYPE              PIC X.
          05 F03-DET-SSN               PIC X(9).
          05 F03-DET-ROUTING           PIC 9(9).
          05 F03-DET-ACCOUNT           PIC X(17).
          05 F03-DET-AMOUNT            PIC 9(6)V99.

       01 F03-BANK-TOTAL.
          05 F03-TOT-TYPE              PIC X.
          05 F03-TOT-COUNT             PIC 9(5).
          05 F03-TOT-AMOUNT            PIC 9(8)V99.
          05                           PIC X(28).

      *The payment register. Only the original payments the pay run
      *issued for this period on its pay date are counted; reissues
      *carry the number of the payment they replace and are left
      *out.
       FD F04-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F04-PAYMENT-REC.

       01 F04-PAYMENT-REC.
          05 F04-PAY-NUMBER            PIC 9(8).
          05 F04-PAY-DATE              PIC 9(8).
          05 F04-PAY-PERIOD            PIC X(6).
          05 F04-PAY-SSN               PIC X(9).
          05 F04-PAY-FULL-NAME         PIC X(27).
          05 F04-PAY-NET               PIC 9(6)V99.
          05 F04-PAY-STATUS            PIC X.
          05 F04-PAY-CLEARED-DATE      PIC 9(8).
          05 F04-PAY-ORIG-NUMBER       PIC 9(8).

      *The per-period pay history. This run's rows are the regular
      *(P) rows for the period on the pay date.
       FD F05-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F05-HISTORY-REC.

       01 F05-HISTORY-REC.
          05 F05-HST-SSN               PIC X(9).
          05 F05-HST-PERIOD            PIC X(6).
          05 F05-HST-PAY-DATE          PIC 9(8).
          05 F05-HST-GROSS             PIC 9(6)V99.
          05 F05-HST-WITHHOLDING       PIC 9(6)V99.
          05 F05-HST-FICA              PIC 9(6)V99.
          05 F05-HST-INSURANCE         PIC 9(4)V99.
          05 F05-HST-NET               PIC 9(6)V99.
          05 F05-HST-HOURS             PIC 9(3)V99.
          05 F05-HST-ENTRY-TYPE        PIC X.
          05 F05-HST-WORK-JURIS        PIC X(3).
          05 F05-HST-STATE-TAX         PIC 9(6)V99.
          05 F05-HST-LOCAL-TAX         PIC 9(6)V99.

      *The year-to-date master as the pay run wrote it back. Each
      *employee whose YTD row the run moved must still be on it,
      *carrying the earnings the audit after-image says it should.
       FD F06-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F06-YTD-REC.

       01 F06-YTD-REC.
          05 F06-YTD-SSN               PIC X(9).
          05 F06-YTD-LAST-NAME         PIC X(14).
          05 F06-YTD-FIRST-NAME        PIC X(12).
          05 F06-YTD-EARNINGS          PIC 9(6)V99.
          05 F06-YTD-TAXES             PIC 9(5)V99.
          05 F06-YTD-FICA              PIC 9(4)V99.
          05 F06-YTD-INSURANCE         PIC 9(4)V99.
          05 F06-YTD-STATE-TAX         PIC 9(5)V99.
          05 F06-YTD-LOCAL-TAX         PIC 9(4)V99.

      *The shared audit journal. The pay run's YTDMASTER before and
      *after images on the pay date give the change it made to
      *each employee's YTD row.
       FD F07-AUDIT-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F07-AUDIT-REC.

       01 F07-AUDIT-REC.
          05 F07-AUD-DATE              PIC 9(8).
          05 F07-AUD-TIME              PIC X(6).
          05 F07-AUD-PROGRAM           PIC X(32).
          05 F07-AUD-OPERATOR          PIC X(3).
          05 F07-AUD-FILE              PIC X(12).
          05 F07-AUD-KEY               PIC X(30).
          05 F07-AUD-OLD-RECORD        PIC X(81).
          05 F07-AUD-NEW-RECORD        PIC X(81).

      *The pay run's journal-entry extract: DR and CR lines by
      *account, and the proof line.
       FD F08-JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F08-JOURNAL-LINE.

       01 F08-JOURNAL-LINE.
          05 F08-JNL-DR-CR             PIC X(3).
          05                           PIC X(2).
          05 F08-JNL-ACCOUNT           PIC X(28).
          05 F08-JNL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(34).

       01 F08-PROOF-LINE.
          05 F08-PRF-LABEL             PIC X(14).
          05 F08-PRF-DEBITS            PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(9).
          05 F08-PRF-CREDITS           PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10).
          05 F08-PRF-BALANCED          PIC X(3).
          05                           PIC X(9).
          05 F08-PRF-RECORDS           PIC ZZZZ9.
          05                           PIC X(4).

      *The pay run's deduction remittance report: one line per
      *deduction code with its items and amount.
       FD F09-REMIT-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F09-REMIT-LINE.

       01 F09-REMIT-LINE.
          05 F09-REM-CODE              PIC X(8).
          05 F09-REM-ITEMS-LABEL       PIC X(7).
          05 F09-REM-ITEMS             PIC ZZZZ9.
          05                           PIC X(8).
          05 F09-REM-AMOUNT            PIC ZZZ,ZZ9.99.
          05                           PIC X(42).

       FD F10-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F10-CONTROL-REC.

       01 F10-CONTROL-REC.
          05 F10-CTL-PERIOD                 PIC X(6).
          05 F10-CTL-VALIDATE-STATUS        PIC X.
          05 F10-CTL-VALIDATE-DATE          PIC 9(8).
          05 F10-CTL-CORRECT-STATUS         PIC X.
          05 F10-CTL-CORRECT-DATE           PIC 9(8).
          05 F10-CTL-PAY-STATUS             PIC X.
          05 F10-CTL-PAY-DATE               PIC 9(8).
          05 F10-CTL-SUPP-STATUS            PIC X.
          05 F10-CTL-SUPP-DATE              PIC 9(8).
          05 F10-CTL-CLOSED-YEAR            PIC 9(4).
          05 F10-CTL-PERIOD-START           PIC 9(8).
          05 F10-CTL-PERIOD-END             PIC 9(8).

      *The balancing proof sheet: each file's totals, each proof
      *marked PASS or FAIL, the employees that break, and whether
      *the cash and the bank file may be released.
       FD F11-PROOF-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F11-PROOF-OUT-LINE.

       01 F11-PROOF-OUT-LINE           PIC X(80).

      *The employee cross-check rows, one per SSN, keyed so each
      *file's lines can be added to their employee however many
      *employees the cycle paid.
       FD F13-EMP-WORK-FILE
          RECORD CONTAINS 147 CHARACTERS
          DATA RECORD IS F13-EMP-WORK-REC.

       01 F13-EMP-WORK-REC.
          05 F13-WRK-SSN               PIC X(9).
          05                           PIC X(138).

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

      *File status and end-of-file switch per input. A file that is
      *not on disk is reported and counted as empty, so its proofs
      *fail instead of the run stopping.
       01 W01-REGISTER-STATUS          PIC XX.
       01 W01-PAYNET-STATUS            PIC XX.
       01 W01-BANK-STATUS              PIC XX.
       01 W01-PAYMENT-STATUS           PIC XX.
       01 W01-HISTORY-STATUS           PIC XX.
       01 W01-YTD-STATUS               PIC XX.
       01 W01-AUDIT-STATUS             PIC XX.
       01 W01-JOURNAL-STATUS           PIC XX.
       01 W01-REMIT-STATUS             PIC XX.
       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.

      *The pay-period run control. Only a period whose regular pay
      *run has completed can be balanced.
       01 W02-CONTROL-STATUS           PIC XX.
       01 W02-CONTROL-FOUND-SWITCH     PIC X(3) VALUE 'NO'.
          88 W02-CONTROL-FOUND         VALUE 'YES'.
       01 W02-CONTROL-RECORD.
          05 W02-CTL-PERIOD            PIC X(6) VALUE SPACES.
          05 W02-CTL-VALIDATE-STATUS   PIC X VALUE SPACE.
          05 W02-CTL-VALIDATE-DATE     PIC 9(8) VALUE ZERO.
          05 W02-CTL-CORRECT-STATUS    PIC X VALUE SPACE.
          05 W02-CTL-CORRECT-DATE      PIC 9(8) VALUE ZERO.
          05 W02-CTL-PAY-STATUS        PIC X VALUE SPACE.
          05 W02-CTL-PAY-DATE          PIC 9(8) VALUE ZERO.
          05 W02-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W02-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W02-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W02-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W02-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

      *File-level counts and amounts, one set per output file of
      *the pay cycle.
       01 W03-REG-TRIAL-SWITCH         PIC X(3) VALUE 'NO'.
          88 W03-REG-TRIAL             VALUE 'YES'.
       01 W03-REG-COUNT                PIC 9(5) VALUE ZERO.
       01 W03-REG-GROSS                PIC 9(8)V99 VALUE ZERO.
       01 W03-REG-TAXES                PIC 9(8)V99 VALUE ZERO.
       01 W03-REG-NET                  PIC 9(8)V99 VALUE ZERO.
       01 W03-CASH-COUNT               PIC 9(5) VALUE ZERO.
       01 W03-CASH-NET                 PIC 9(8)V99 VALUE ZERO.
       01 W03-BANK-COUNT               PIC 9(5) VALUE ZERO.
       01 W03-BANK-NET                 PIC 9(8)V99 VALUE ZERO.
       01 W03-BANK-TOT-COUNT           PIC 9(5) VALUE ZERO.
       01 W03-BANK-TOT-AMOUNT          PIC 9(8)V99 VALUE ZERO.
       01 W03-CASH-BANK-COUNT          PIC 9(5) VALUE ZERO.
       01 W03-CASH-BANK-NET            PIC 9(8)V99 VALUE ZERO.
       01 W03-PAY-COUNT                PIC 9(5) VALUE ZERO.
       01 W03-PAY-NET                  PIC 9(8)V99 VALUE ZERO.
       01 W03-HST-COUNT                PIC 9(5) VALUE ZERO.
       01 W03-HST-GROSS                PIC 9(8)V99 VALUE ZERO.
       01 W03-HST-TAXES                PIC 9(8)V99 VALUE ZERO.
       01 W03-HST-NET                  PIC 9(8)V99 VALUE ZERO.
       01 W03-YTD-COUNT                PIC 9(5) VALUE ZERO.
       01 W03-YTD-EARN-CHANGE          PIC S9(8)V99 VALUE ZERO.
       01 W03-YTD-TAX-CHANGE           PIC S9(8)V99 VALUE ZERO.
       01 W03-JNL-DEBITS               PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-CREDITS              PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-GROSS                PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-TAXES                PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-CASH                 PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-DEDUCT-COUNT         PIC 9(5) VALUE ZERO.
       01 W03-JNL-DEDUCT               PIC 9(8)V99 VALUE ZERO.
       01 W03-JNL-RECORDS              PIC 9(5) VALUE ZERO.
       01 W03-REM-COUNT                PIC 9(5) VALUE ZERO.
       01 W03-REM-AMOUNT               PIC 9(8)V99 VALUE ZERO.

      *One register, payment or history line's amounts, de-edited.
       01 W03-LINE-GROSS               PIC 9(6)V99.
       01 W03-LINE-TAXES               PIC 9(6)V99.
       01 W03-LINE-NET                 PIC 9(6)V99.
       01 W03-LINE-AMOUNT              PIC 9(6)V99.
       01 W03-LINE-JOURNAL-AMOUNT      PIC 9(8)V99.

      *The employee cross-check row being worked on: one row per SSN
      *found on any of the files, kept on the keyed work file and
      *carrying what each file says about that employee, so a total
      *that fails can be traced to the employees behind it.
       01 W04-LOOKUP-SSN               PIC X(9).
       01 W04-EMP-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W04-EMP-FOUND             VALUE 'YES'.
       01 W04-EMP-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-YTD-MASTER-SWITCH        PIC X(3) VALUE 'NO'.
          88 W04-YTD-MASTER-OPEN       VALUE 'YES'.
       01 W04-EMP-COUNT                PIC 9(5) VALUE ZERO.
       01 W04-BREAK-COUNT              PIC 9(5) VALUE ZERO.
       01 W04-AGREE-COUNT              PIC 9(5) VALUE ZERO.
       01 W04-EMP-ENTRY.
          05 W04-ENTRY-SSN             PIC X(9).
          05 W04-ENTRY-REG-COUNT       PIC 9(2).
          05 W04-ENTRY-REG-GROSS       PIC 9(7)V99.
          05 W04-ENTRY-REG-TAXES       PIC 9(7)V99.
          05 W04-ENTRY-REG-NET         PIC 9(7)V99.
          05 W04-ENTRY-CB-COUNT        PIC 9(2).
          05 W04-ENTRY-CB-NET          PIC 9(7)V99.
          05 W04-ENTRY-PAY-COUNT       PIC 9(2).
          05 W04-ENTRY-PAY-NET         PIC 9(7)V99.
          05 W04-ENTRY-HST-COUNT       PIC 9(2).
          05 W04-ENTRY-HST-GROSS       PIC 9(7)V99.
          05 W04-ENTRY-HST-TAXES       PIC 9(7)V99.
          05 W04-ENTRY-HST-NET         PIC 9(7)V99.
          05 W04-ENTRY-AUD-COUNT       PIC 9(2).
          05 W04-ENTRY-EARN-CHANGE     PIC S9(7)V99.
          05 W04-ENTRY-TAX-CHANGE      PIC S9(7)V99.
          05 W04-ENTRY-AUD-EARNINGS    PIC 9(6)V99.
          05 W04-ENTRY-MST-SWITCH      PIC X.
          05 W04-ENTRY-MST-EARNINGS    PIC 9(6)V99.
          05 W04-ENTRY-BREAK           PIC X(21).

      *A YTD master row image as the pay run writes it to the audit
      *journal, and the earnings and taxes taken off each side.
       01 W05-AUDIT-ROW.
          05 W05-ROW-SSN               PIC X(9).
          05 W05-ROW-LAST-NAME         PIC X(14).
          05 W05-ROW-FIRST-NAME        PIC X(12).
          05 W05-ROW-EARNINGS          PIC 9(6)V99.
          05 W05-ROW-TAXES             PIC 9(5)V99.
          05 W05-ROW-FICA              PIC 9(4)V99.
          05 W05-ROW-INSURANCE         PIC 9(4)V99.
          05 W05-ROW-STATE-TAX         PIC 9(5)V99.
          05 W05-ROW-LOCAL-TAX         PIC 9(4)V99.
          05                           PIC X(6).
       01 W05-OLD-EARNINGS             PIC 9(6)V99.
       01 W05-OLD-TAXES                PIC 9(7)V99.
       01 W05-NEW-TAXES                PIC 9(7)V99.

       01 W06-PROOF-HEADING.
          05                           PIC X(25) VALUE SPACES.
          05                           PIC X(30)
                 VALUE 'Payroll Cycle Balancing Proof'.
          05                           PIC X(25) VALUE SPACES.

       01 W06-PERIOD-LINE.
          05                           PIC X(8) VALUE 'PERIOD: '.
          05 W06-PERIOD                PIC X(6).
          05                           PIC X(12)
                 VALUE '  PAY DATE: '.
          05 W06-PAY-DATE              PIC 9(8).
          05                           PIC X(46) VALUE SPACES.

       01 W06-SECTION-LINE.
          05 W06-SECTION-TITLE         PIC X(80).

       01 W06-FILE-LINE.
          05 W06-FILE-NAME             PIC X(24).
          05                           PIC X(9) VALUE ' RECORDS='.
          05 W06-FILE-COUNT            PIC ZZZZ9.
          05                           PIC X(8) VALUE ' AMOUNT='.
          05 W06-FILE-AMOUNT           PIC -Z,ZZZ,ZZ9.99.
          05                           PIC X(21) VALUE SPACES.

      *One proof: the two sides' counts and amounts and whether
      *they agree. A blank count means the proof is on amount
      *alone.
       01 W07-PROOF-COLUMNS.
          05                           PIC X(32) VALUE 'Proof'.
          05                           PIC X(5) VALUE 'Count'.
          05                           PIC X(8) VALUE SPACES.
          05                           PIC X(6) VALUE 'Amount'.
          05                           PIC X(3) VALUE SPACES.
          05                           PIC X(5) VALUE 'Count'.
          05                           PIC X(8) VALUE SPACES.
          05                           PIC X(6) VALUE 'Amount'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(6) VALUE 'Result'.

       01 W07-PROOF-LINE.
          05 W07-PROOF-TEXT            PIC X(30).
          05                           PIC X(2) VALUE SPACES.
          05 W07-LEFT-COUNT            PIC ZZZZZ.
          05                           PIC X VALUE SPACE.
          05 W07-LEFT-AMOUNT           PIC -Z,ZZZ,ZZ9.99.
          05                           PIC X(3) VALUE SPACES.
          05 W07-RIGHT-COUNT           PIC ZZZZZ.
          05                           PIC X VALUE SPACE.
          05 W07-RIGHT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W07-RESULT                PIC X(4).
          05                           PIC X VALUE SPACE.

       01 W08-LEFT-COUNT               PIC 9(5).
       01 W08-LEFT-AMOUNT              PIC S9(8)V99.
       01 W08-RIGHT-COUNT              PIC 9(5).
       01 W08-RIGHT-AMOUNT             PIC S9(8)V99.
       01 W08-FAIL-COUNT               PIC 9(3) VALUE ZERO.

       01 W09-BREAK-COLUMNS.
          05                           PIC X(14) VALUE 'SSN'.
          05                           PIC X(8) VALUE 'Register'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(9) VALUE 'Cash+Bank'.
          05                           PIC X(4) VALUE SPACES.
          05                           PIC X(7) VALUE 'Payment'.
          05                           PIC X(4) VALUE SPACES.
          05                           PIC X(7) VALUE 'History'.
          05                           PIC X(4) VALUE SPACES.
          05                           PIC X(21) VALUE 'Break'.

       01 W09-BREAK-LINE.
          05 W09-SSN                   PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W09-REG-NET               PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W09-CB-NET                PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W09-PAY-NET               PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W09-HST-NET               PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W09-BREAK                 PIC X(21).

       01 W10-RESULT-LINE.
          05 W10-RESULT-TEXT           PIC X(56).
          05                           PIC X(15)
                 VALUE ' PROOFS FAILED='.
          05 W10-FAIL-COUNT            PIC ZZ9.
          05                           PIC X(6) VALUE SPACES.

       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 110-READ-CONTROL
           IF NOT W02-CONTROL-FOUND
              DISPLAY 'No pay-period control record -'
                  ' nothing to balance'
              STOP RUN
           END-IF
           IF W02-CTL-PAY-STATUS NOT = 'C'
              DISPLAY 'Pay run not complete for period '
                  W02-CTL-PERIOD ' - nothing to balance'
              STOP RUN
           END-IF
           IF W02-CTL-SUPP-STATUS = 'C'
              AND W02-CTL-SUPP-DATE = W02-CTL-PAY-DATE
              DISPLAY 'Supplemental run posted on the pay date -'
                  ' cycle must be balanced before it runs'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 190-OPEN-EMPLOYEE-WORK
           PERFORM 200-LOAD-REGISTER
           PERFORM 220-LOAD-PAYNET
           PERFORM 230-LOAD-BANK-TRANS
           PERFORM 240-LOAD-PAYMENTS
           PERFORM 250-LOAD-HISTORY
           PERFORM 260-LOAD-YTD-AUDIT
           PERFORM 270-OPEN-YTD-MASTER
           PERFORM 280-LOAD-JOURNAL
           PERFORM 290-LOAD-REMITTANCE
           PERFORM 295-START-EMPLOYEE-PASS
           PERFORM 300-CHECK-EMPLOYEE
               UNTIL W04-EMP-EOF-SWITCH = 'NO'

           PERFORM 100-OPEN-FILES
           PERFORM 400-WRITE-HEADING
           PERFORM 500-WRITE-FILE-TOTALS
           PERFORM 600-WRITE-PROOFS
           PERFORM 700-WRITE-BREAKS
           PERFORM 800-WRITE-RESULT
           PERFORM 900-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           STOP RUN
           .

      *This procedure opens the files. Every input is read in full
      *and closed by its load paragraph before this point, except
      *the YTD master, which is read by SSN as each employee is
      *checked.
       100-OPEN-FILES.
           OPEN OUTPUT F11-PROOF-FILE
           .
      *Reads the pay-period control record, if there is one.
       110-READ-CONTROL.
           OPEN INPUT F10-CONTROL-FILE

           IF W02-CONTROL-STATUS = '00'
              READ F10-CONTROL-FILE
                  NOT AT END
                      MOVE F10-CONTROL-REC TO W02-CONTROL-RECORD
                      MOVE 'YES' TO W02-CONTROL-FOUND-SWITCH
              END-READ
              CLOSE F10-CONTROL-FILE
           END-IF
           .
      *Starts the employee work file empty for this run.
       190-OPEN-EMPLOYEE-WORK.
           OPEN OUTPUT F13-EMP-WORK-FILE
           CLOSE F13-EMP-WORK-FILE
           OPEN I-O F13-EMP-WORK-FILE
           .
      *Reads the register's detail lines into the file totals and
      *the employee table. The gross, the four taxes and the net
      *are de-edited from the printed columns.
       200-LOAD-REGISTER.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F01-REGISTER-FILE

           IF W01-REGISTER-STATUS = '00'
              PERFORM 201-READ-REGISTER
              PERFORM 202-STORE-REGISTER-LINE
                  UNTIL NO-DATA-REMAINS
              CLOSE F01-REGISTER-FILE
           ELSE
              DISPLAY 'PAYROLLREGISTER.OUT not on file'
           END-IF
           .
      *Reads the next register line.
       201-READ-REGISTER.
           READ F01-REGISTER-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one register detail line to the totals and to its
      *employee's row. A trial banner anywhere marks the register
      *as a trial.
       202-STORE-REGISTER-LINE.
           IF F01-REGISTER-TEXT (23:13) = '*** TRIAL RUN'
              MOVE 'YES' TO W03-REG-TRIAL-SWITCH
           END-IF

           IF F01-REG-SSN IS NUMERIC
              MOVE F01-REG-GROSS TO W03-LINE-GROSS
              MOVE ZERO TO W03-LINE-TAXES
              MOVE F01-REG-WITHHOLDING TO W03-LINE-AMOUNT
              ADD W03-LINE-AMOUNT TO W03-LINE-TAXES
              MOVE F01-REG-STATE-TAX TO W03-LINE-AMOUNT
              ADD W03-LINE-AMOUNT TO W03-LINE-TAXES
              MOVE F01-REG-LOCAL-TAX TO W03-LINE-AMOUNT
              ADD W03-LINE-AMOUNT TO W03-LINE-TAXES
              MOVE F01-REG-FICA TO W03-LINE-AMOUNT
              ADD W03-LINE-AMOUNT TO W03-LINE-TAXES
              MOVE F01-REG-NET TO W03-LINE-NET

              ADD 1 TO W03-REG-COUNT
              ADD W03-LINE-GROSS TO W03-REG-GROSS
              ADD W03-LINE-TAXES TO W03-REG-TAXES
              ADD W03-LINE-NET TO W03-REG-NET

              MOVE F01-REG-SSN TO W04-LOOKUP-SSN
              PERFORM 210-FIND-EMPLOYEE
              IF NOT W04-EMP-FOUND
                 PERFORM 215-ADD-EMPLOYEE
              END-IF
              ADD 1 TO W04-ENTRY-REG-COUNT
              ADD W03-LINE-GROSS TO W04-ENTRY-REG-GROSS
              ADD W03-LINE-TAXES TO W04-ENTRY-REG-TAXES
              ADD W03-LINE-NET TO W04-ENTRY-REG-NET
              PERFORM 216-REWRITE-EMPLOYEE
           END-IF

           PERFORM 201-READ-REGISTER
           .
      *Reads the employee work row for W04-LOOKUP-SSN, if any.
       210-FIND-EMPLOYEE.
           MOVE W04-LOOKUP-SSN TO F13-WRK-SSN

           READ F13-EMP-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W04-EMP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W04-EMP-FOUND-SWITCH
                   MOVE F13-EMP-WORK-REC TO W04-EMP-ENTRY
           END-READ
           .
      *Starts a fresh employee work row for W04-LOOKUP-SSN.
       215-ADD-EMPLOYEE.
           ADD 1 TO W04-EMP-COUNT
           MOVE W04-LOOKUP-SSN TO W04-ENTRY-SSN
           MOVE ZERO TO W04-ENTRY-REG-COUNT
           MOVE ZERO TO W04-ENTRY-REG-GROSS
           MOVE ZERO TO W04-ENTRY-REG-TAXES
           MOVE ZERO TO W04-ENTRY-REG-NET
           MOVE ZERO TO W04-ENTRY-CB-COUNT
           MOVE ZERO TO W04-ENTRY-CB-NET
           MOVE ZERO TO W04-ENTRY-PAY-COUNT
           MOVE ZERO TO W04-ENTRY-PAY-NET
           MOVE ZERO TO W04-ENTRY-HST-COUNT
           MOVE ZERO TO W04-ENTRY-HST-GROSS
           MOVE ZERO TO W04-ENTRY-HST-TAXES
           MOVE ZERO TO W04-ENTRY-HST-NET
           MOVE ZERO TO W04-ENTRY-AUD-COUNT
           MOVE ZERO TO W04-ENTRY-EARN-CHANGE
           MOVE ZERO TO W04-ENTRY-TAX-CHANGE
           MOVE ZERO TO W04-ENTRY-AUD-EARNINGS
           MOVE 'N' TO W04-ENTRY-MST-SWITCH
           MOVE ZERO TO W04-ENTRY-MST-EARNINGS
           MOVE SPACES TO W04-ENTRY-BREAK

           MOVE W04-EMP-ENTRY TO F13-EMP-WORK-REC
           WRITE F13-EMP-WORK-REC
           MOVE 'YES' TO W04-EMP-FOUND-SWITCH
           .
      *Puts the employee row back on the work file with the line
      *just added to it.
       216-REWRITE-EMPLOYEE.
           MOVE W04-EMP-ENTRY TO F13-EMP-WORK-REC
           REWRITE F13-EMP-WORK-REC
           .
      *Reads the cash-pay extract left by the bank split.
       220-LOAD-PAYNET.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F02-PAYNET-FILE

           IF W01-PAYNET-STATUS = '00'
              PERFORM 221-READ-PAYNET
              PERFORM 222-STORE-PAYNET-ENTRY
                  UNTIL NO-DATA-REMAINS
              CLOSE F02-PAYNET-FILE
           ELSE
              DISPLAY 'PAYNET.DAT not on file'
           END-IF
           .
      *Reads the next cash-pay row.
       221-READ-PAYNET.
           READ F02-PAYNET-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one cash-pay row to the totals and to its employee's
      *cash-plus-bank figure.
       222-STORE-PAYNET-ENTRY.
           ADD 1 TO W03-CASH-COUNT
           ADD F02-NET-PAY TO W03-CASH-NET

           MOVE F02-NET-SSN TO W04-LOOKUP-SSN
           PERFORM 210-FIND-EMPLOYEE
           IF NOT W04-EMP-FOUND
              PERFORM 215-ADD-EMPLOYEE
           END-IF
           ADD 1 TO W04-ENTRY-CB-COUNT
           ADD F02-NET-PAY TO W04-ENTRY-CB-NET
           PERFORM 216-REWRITE-EMPLOYEE

           PERFORM 221-READ-PAYNET
           .
      *Reads the bank transmission file: the D details into the
      *totals and the employee table, the T record aside so the
      *details can be proved against it.
       230-LOAD-BANK-TRANS.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F03-BANK-TRANS-FILE

           IF W01-BANK-STATUS = '00'
              PERFORM 231-READ-BANK-TRANS
              PERFORM 232-STORE-BANK-ENTRY
                  UNTIL NO-DATA-REMAINS
              CLOSE F03-BANK-TRANS-FILE
           ELSE
              DISPLAY 'BANKTRANS.DAT not on file'
           END-IF
           .
      *Reads the next bank transmission record.
       231-READ-BANK-TRANS.
           READ F03-BANK-TRANS-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Stores one bank transmission record.
       232-STORE-BANK-ENTRY.
           EVALUATE F03-DET-TYPE
               WHEN 'D'
                  ADD 1 TO W03-BANK-COUNT
                  ADD F03-DET-AMOUNT TO W03-BANK-NET
                  MOVE F03-DET-SSN TO W04-LOOKUP-SSN
                  PERFORM 210-FIND-EMPLOYEE
                  IF NOT W04-EMP-FOUND
                     PERFORM 215-ADD-EMPLOYEE
                  END-IF
                  ADD 1 TO W04-ENTRY-CB-COUNT
                  ADD F03-DET-AMOUNT TO W04-ENTRY-CB-NET
                  PERFORM 216-REWRITE-EMPLOYEE
               WHEN 'T'
                  ADD F03-TOT-COUNT TO W03-BANK-TOT-COUNT
                  ADD F03-TOT-AMOUNT TO W03-BANK-TOT-AMOUNT
           END-EVALUATE

           PERFORM 231-READ-BANK-TRANS
           .
      *Reads the payment register for the pay run's original
      *payments: this period, the pay date, and not a reissue.
       240-LOAD-PAYMENTS.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F04-PAYMENT-FILE

           IF W01-PAYMENT-STATUS = '00'
              PERFORM 241-READ-PAYMENT
              PERFORM 242-STORE-PAYMENT
                  UNTIL NO-DATA-REMAINS
              CLOSE F04-PAYMENT-FILE
           ELSE
              DISPLAY 'PAYMENTREGISTER.DAT not on file'
           END-IF
           .
      *Reads the next payment register row.
       241-READ-PAYMENT.
           READ F04-PAYMENT-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one of the pay run's payments to the totals and to its
      *employee's row.
       242-STORE-PAYMENT.
           IF F04-PAY-PERIOD = W02-CTL-PERIOD
              AND F04-PAY-DATE = W02-CTL-PAY-DATE
              AND F04-PAY-ORIG-NUMBER = ZERO
              ADD 1 TO W03-PAY-COUNT
              ADD F04-PAY-NET TO W03-PAY-NET
              MOVE F04-PAY-SSN TO W04-LOOKUP-SSN
              PERFORM 210-FIND-EMPLOYEE
              IF NOT W04-EMP-FOUND
                 PERFORM 215-ADD-EMPLOYEE
              END-IF
              ADD 1 TO W04-ENTRY-PAY-COUNT
              ADD F04-PAY-NET TO W04-ENTRY-PAY-NET
              PERFORM 216-REWRITE-EMPLOYEE
           END-IF

           PERFORM 241-READ-PAYMENT
           .
      *Reads the pay history for the pay run's regular rows: this
      *period, the pay date, entry type P.
       250-LOAD-HISTORY.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F05-HISTORY-FILE

           IF W01-HISTORY-STATUS = '00'
              PERFORM 251-READ-HISTORY
              PERFORM 252-STORE-HISTORY
                  UNTIL NO-DATA-REMAINS
              CLOSE F05-HISTORY-FILE
           ELSE
              DISPLAY 'PAYHISTORY.DAT not on file'
           END-IF
           .
      *Reads the next pay history row.
       251-READ-HISTORY.
           READ F05-HISTORY-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one of the pay run's history rows to the totals and to
      *its employee's row. Taxes are federal, state, local and
      *FICA together, as on the register.
       252-STORE-HISTORY.
           IF F05-HST-PERIOD = W02-CTL-PERIOD
              AND F05-HST-PAY-DATE = W02-CTL-PAY-DATE
              AND F05-HST-ENTRY-TYPE = 'P'
              COMPUTE W03-LINE-TAXES =
                  F05-HST-WITHHOLDING + F05-HST-STATE-TAX
                  + F05-HST-LOCAL-TAX + F05-HST-FICA
              ADD 1 TO W03-HST-COUNT
              ADD F05-HST-GROSS TO W03-HST-GROSS
              ADD W03-LINE-TAXES TO W03-HST-TAXES
              ADD F05-HST-NET TO W03-HST-NET
              MOVE F05-HST-SSN TO W04-LOOKUP-SSN
              PERFORM 210-FIND-EMPLOYEE
              IF NOT W04-EMP-FOUND
                 PERFORM 215-ADD-EMPLOYEE
              END-IF
              ADD 1 TO W04-ENTRY-HST-COUNT
              ADD F05-HST-GROSS TO W04-ENTRY-HST-GROSS
              ADD W03-LINE-TAXES TO W04-ENTRY-HST-TAXES
              ADD F05-HST-NET TO W04-ENTRY-HST-NET
              PERFORM 216-REWRITE-EMPLOYEE
           END-IF

           PERFORM 251-READ-HISTORY
           .
      *Reads the audit journal for the pay run's YTDMASTER entries
      *on the pay date and takes the change each one made.
       260-LOAD-YTD-AUDIT.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F07-AUDIT-FILE

           IF W01-AUDIT-STATUS = '00'
              PERFORM 261-READ-AUDIT
              PERFORM 262-STORE-YTD-CHANGE
                  UNTIL NO-DATA-REMAINS
              CLOSE F07-AUDIT-FILE
           ELSE
              DISPLAY 'AUDITJOURNAL.DAT not on file'
           END-IF
           .
      *Reads the next audit journal entry.
       261-READ-AUDIT.
           READ F07-AUDIT-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Takes one YTD row's change: after-image less before-image,
      *with a blank before-image (a row new this run) counting as
      *zero.
       262-STORE-YTD-CHANGE.
           IF F07-AUD-DATE = W02-CTL-PAY-DATE
              AND F07-AUD-PROGRAM = 'COBOL-ASSIGNMENT-THREE-PAYROLL'
              AND F07-AUD-FILE = 'YTDMASTER'
              IF F07-AUD-OLD-RECORD = SPACES
                 MOVE ZERO TO W05-OLD-EARNINGS
                 MOVE ZERO TO W05-OLD-TAXES
              ELSE
                 MOVE F07-AUD-OLD-RECORD TO W05-AUDIT-ROW
                 MOVE W05-ROW-EARNINGS TO W05-OLD-EARNINGS
                 COMPUTE W05-OLD-TAXES =
                     W05-ROW-TAXES + W05-ROW-STATE-TAX
                     + W05-ROW-LOCAL-TAX + W05-ROW-FICA
              END-IF
              MOVE F07-AUD-NEW-RECORD TO W05-AUDIT-ROW
              COMPUTE W05-NEW-TAXES =
                  W05-ROW-TAXES + W05-ROW-STATE-TAX
                  + W05-ROW-LOCAL-TAX + W05-ROW-FICA

              ADD 1 TO W03-YTD-COUNT
              COMPUTE W03-YTD-EARN-CHANGE = W03-YTD-EARN-CHANGE
                  + W05-ROW-EARNINGS - W05-OLD-EARNINGS
              COMPUTE W03-YTD-TAX-CHANGE = W03-YTD-TAX-CHANGE
                  + W05-NEW-TAXES - W05-OLD-TAXES

              MOVE W05-ROW-SSN TO W04-LOOKUP-SSN
              PERFORM 210-FIND-EMPLOYEE
              IF NOT W04-EMP-FOUND
                 PERFORM 215-ADD-EMPLOYEE
              END-IF
              PERFORM 263-STORE-EMPLOYEE-CHANGE
           END-IF

           PERFORM 261-READ-AUDIT
           .
      *Adds one YTD change to its employee's row and keeps the
      *after-image earnings for the master check.
       263-STORE-EMPLOYEE-CHANGE.
           ADD 1 TO W04-ENTRY-AUD-COUNT
           COMPUTE W04-ENTRY-EARN-CHANGE =
               W04-ENTRY-EARN-CHANGE
               + W05-ROW-EARNINGS - W05-OLD-EARNINGS
           COMPUTE W04-ENTRY-TAX-CHANGE =
               W04-ENTRY-TAX-CHANGE
               + W05-NEW-TAXES - W05-OLD-TAXES
           MOVE W05-ROW-EARNINGS TO W04-ENTRY-AUD-EARNINGS
           PERFORM 216-REWRITE-EMPLOYEE
           .
      *Opens the YTD master so each employee's row can be read by
      *SSN when the employee is checked.
       270-OPEN-YTD-MASTER.
           OPEN INPUT F06-YTD-FILE

           IF W01-YTD-STATUS = '00'
              MOVE 'YES' TO W04-YTD-MASTER-SWITCH
           ELSE
              DISPLAY 'YTDMASTER.DAT not on file'
           END-IF
           .
      *Notes whether the employee's YTD master row is on file and
      *what earnings it holds.
       272-READ-YTD-ROW.
           IF W04-YTD-MASTER-OPEN
              MOVE W04-ENTRY-SSN TO F06-YTD-SSN
              READ F06-YTD-FILE
                  INVALID KEY
                      MOVE 'N' TO W04-ENTRY-MST-SWITCH
                  NOT INVALID KEY
                      MOVE 'Y' TO W04-ENTRY-MST-SWITCH
                      MOVE F06-YTD-EARNINGS TO W04-ENTRY-MST-EARNINGS
              END-READ
           END-IF
           .
      *Reads the journal extract: debits and credits summed from
      *the lines themselves, gross, taxes, cash and the deduction-
      *code credits picked out by account, and the record count
      *taken from the proof line.
       280-LOAD-JOURNAL.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F08-JOURNAL-FILE

           IF W01-JOURNAL-STATUS = '00'
              PERFORM 281-READ-JOURNAL
              PERFORM 282-STORE-JOURNAL-LINE
                  UNTIL NO-DATA-REMAINS
              CLOSE F08-JOURNAL-FILE
           ELSE
              DISPLAY 'PAYROLLJOURNAL.OUT not on file'
           END-IF
           .
      *Reads the next journal extract line.
       281-READ-JOURNAL.
           READ F08-JOURNAL-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Sorts one journal line into the journal totals. Any credit
      *that is not a tax, insurance or cash account is a standing-
      *deduction payable.
       282-STORE-JOURNAL-LINE.
           IF F08-PRF-LABEL = 'PROOF DEBITS='
              MOVE F08-PRF-RECORDS TO W03-JNL-RECORDS
           END-IF

           IF F08-JNL-DR-CR = 'DR'
              MOVE F08-JNL-AMOUNT TO W03-LINE-JOURNAL-AMOUNT
              ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-DEBITS
              IF F08-JNL-ACCOUNT = 'GROSS WAGES EXPENSE'
                 ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-GROSS
              END-IF
           END-IF

           IF F08-JNL-DR-CR = 'CR'
              MOVE F08-JNL-AMOUNT TO W03-LINE-JOURNAL-AMOUNT
              ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-CREDITS
              EVALUATE F08-JNL-ACCOUNT
                  WHEN 'WITHHOLDING TAX PAYABLE'
                  WHEN 'STATE TAX PAYABLE'
                  WHEN 'LOCAL TAX PAYABLE'
                  WHEN 'FICA TAX PAYABLE'
                     ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-TAXES
                  WHEN 'INSURANCE PAYABLE'
                     CONTINUE
                  WHEN 'PAYROLL CASH'
                     ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-CASH
                  WHEN OTHER
                     ADD 1 TO W03-JNL-DEDUCT-COUNT
                     ADD W03-LINE-JOURNAL-AMOUNT TO W03-JNL-DEDUCT
              END-EVALUATE
           END-IF

           PERFORM 281-READ-JOURNAL
           .
      *Reads the remittance report's code lines.
       290-LOAD-REMITTANCE.
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           OPEN INPUT F09-REMIT-FILE

           IF W01-REMIT-STATUS = '00'
              PERFORM 291-READ-REMIT
              PERFORM 292-STORE-REMIT-LINE
                  UNTIL NO-DATA-REMAINS
              CLOSE F09-REMIT-FILE
           ELSE
              DISPLAY 'DEDUCTREMIT.OUT not on file'
           END-IF
           .
      *Reads the next remittance report line.
       291-READ-REMIT.
           READ F09-REMIT-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one deduction code's remittance to the totals.
       292-STORE-REMIT-LINE.
           IF F09-REM-ITEMS-LABEL = ' ITEMS='
              MOVE F09-REM-AMOUNT TO W03-LINE-AMOUNT
              ADD 1 TO W03-REM-COUNT
              ADD W03-LINE-AMOUNT TO W03-REM-AMOUNT
           END-IF

           PERFORM 291-READ-REMIT
           .
      *Re-opens the employee work file at its first row, in SSN
      *order, for a pass over every employee.
       295-START-EMPLOYEE-PASS.
           CLOSE F13-EMP-WORK-FILE
           OPEN I-O F13-EMP-WORK-FILE
           MOVE SPACES TO W04-EMP-EOF-SWITCH
           PERFORM 296-READ-EMPLOYEE-WORK
           .
      *Reads the next employee work row.
       296-READ-EMPLOYEE-WORK.
           READ F13-EMP-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'NO' TO W04-EMP-EOF-SWITCH
               NOT AT END
                   MOVE F13-EMP-WORK-REC TO W04-EMP-ENTRY
           END-READ
           .
      *Checks one employee across the files and records the first
      *thing that breaks, in the order the money flows: register,
      *cash and bank, payment register, history, YTD change, YTD
      *master.
       300-CHECK-EMPLOYEE.
           PERFORM 272-READ-YTD-ROW

           EVALUATE TRUE
               WHEN W04-ENTRY-REG-COUNT = ZERO
                  MOVE 'NOT ON REGISTER' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-REG-COUNT > 1
                  MOVE 'ON REGISTER TWICE' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-CB-COUNT NOT = 1
                 OR W04-ENTRY-CB-NET NOT = W04-ENTRY-REG-NET
                  MOVE 'CASH+BANK NOT = REG' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-PAY-COUNT NOT = 1
                 OR W04-ENTRY-PAY-NET NOT = W04-ENTRY-REG-NET
                  MOVE 'PAYMENT NOT = REG' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-HST-COUNT NOT = 1
                 OR W04-ENTRY-HST-NET NOT = W04-ENTRY-PAY-NET
                 OR W04-ENTRY-HST-GROSS NOT = W04-ENTRY-REG-GROSS
                 OR W04-ENTRY-HST-TAXES NOT = W04-ENTRY-REG-TAXES
                  MOVE 'HISTORY NOT = REG' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-AUD-COUNT = ZERO
                 AND (W04-ENTRY-HST-GROSS > ZERO
                 OR W04-ENTRY-HST-TAXES > ZERO)
                  MOVE 'YTD NOT UPDATED' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-AUD-COUNT > ZERO
                 AND (W04-ENTRY-EARN-CHANGE NOT = W04-ENTRY-HST-GROSS
                 OR W04-ENTRY-TAX-CHANGE NOT = W04-ENTRY-HST-TAXES)
                  MOVE 'YTD CHANGE NOT = HIST' TO W04-ENTRY-BREAK
               WHEN W04-ENTRY-AUD-COUNT > ZERO
                 AND (W04-ENTRY-MST-SWITCH NOT = 'Y'
                 OR W04-ENTRY-MST-EARNINGS NOT = W04-ENTRY-AUD-EARNINGS)
                  MOVE 'YTD MASTER NOT = AUD' TO W04-ENTRY-BREAK
               WHEN OTHER
                  MOVE SPACES TO W04-ENTRY-BREAK
           END-EVALUATE

           IF W04-ENTRY-BREAK = SPACES
              ADD 1 TO W04-AGREE-COUNT
           ELSE
              ADD 1 TO W04-BREAK-COUNT
           END-IF

           MOVE W04-EMP-ENTRY TO F13-EMP-WORK-REC
           REWRITE F13-EMP-WORK-REC
           PERFORM 296-READ-EMPLOYEE-WORK
           .
      *Writes the proof sheet heading with the period and pay date
      *being balanced.
       400-WRITE-HEADING.
           MOVE W06-PROOF-HEADING TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE

           MOVE W02-CTL-PERIOD TO W06-PERIOD
           MOVE W02-CTL-PAY-DATE TO W06-PAY-DATE
           MOVE W06-PERIOD-LINE TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE
           .
      *Writes each file's record count and amount as read.
       500-WRITE-FILE-TOTALS.
           MOVE 'File totals' TO W06-SECTION-TITLE
           PERFORM 510-WRITE-SECTION-TITLE

           MOVE 'PAYROLLREGISTER.OUT NET' TO W06-FILE-NAME
           MOVE W03-REG-COUNT TO W06-FILE-COUNT
           MOVE W03-REG-NET TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'PAYNET.DAT CASH' TO W06-FILE-NAME
           MOVE W03-CASH-COUNT TO W06-FILE-COUNT
           MOVE W03-CASH-NET TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'BANKTRANS.DAT DETAILS' TO W06-FILE-NAME
           MOVE W03-BANK-COUNT TO W06-FILE-COUNT
           MOVE W03-BANK-NET TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'BANKTRANS.DAT TOTAL REC' TO W06-FILE-NAME
           MOVE W03-BANK-TOT-COUNT TO W06-FILE-COUNT
           MOVE W03-BANK-TOT-AMOUNT TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'PAYMENTREGISTER.DAT' TO W06-FILE-NAME
           MOVE W03-PAY-COUNT TO W06-FILE-COUNT
           MOVE W03-PAY-NET TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'PAYHISTORY.DAT NET' TO W06-FILE-NAME
           MOVE W03-HST-COUNT TO W06-FILE-COUNT
           MOVE W03-HST-NET TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'YTDMASTER.DAT EARN CHG' TO W06-FILE-NAME
           MOVE W03-YTD-COUNT TO W06-FILE-COUNT
           MOVE W03-YTD-EARN-CHANGE TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'PAYROLLJOURNAL.OUT CASH' TO W06-FILE-NAME
           MOVE W03-JNL-RECORDS TO W06-FILE-COUNT
           MOVE W03-JNL-CASH TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE

           MOVE 'DEDUCTREMIT.OUT' TO W06-FILE-NAME
           MOVE W03-REM-COUNT TO W06-FILE-COUNT
           MOVE W03-REM-AMOUNT TO W06-FILE-AMOUNT
           PERFORM 520-WRITE-FILE-LINE
           .
      *Writes a blank line and a section title.
       510-WRITE-SECTION-TITLE.
           MOVE SPACES TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE

           MOVE W06-SECTION-LINE TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE
           .
      *Writes one file-totals line.
       520-WRITE-FILE-LINE.
           MOVE W06-FILE-LINE TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE
           .
      *Writes the proofs, each side by side with its result. The
      *cycle balances only when every proof passes.
       600-WRITE-PROOFS.
           MOVE 'Proofs' TO W06-SECTION-TITLE
           PERFORM 510-WRITE-SECTION-TITLE
           MOVE W07-PROOF-COLUMNS TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE

           IF W03-REG-TRIAL
              MOVE 'REGISTER IS A TRIAL RUN' TO W07-PROOF-TEXT
              MOVE 1 TO W08-LEFT-COUNT
              MOVE ZERO TO W08-LEFT-AMOUNT
              MOVE ZERO TO W08-RIGHT-COUNT
              MOVE ZERO TO W08-RIGHT-AMOUNT
              PERFORM 610-WRITE-PROOF-LINE
           END-IF

           COMPUTE W03-CASH-BANK-COUNT =
               W03-CASH-COUNT + W03-BANK-COUNT
           COMPUTE W03-CASH-BANK-NET = W03-CASH-NET + W03-BANK-NET
           MOVE 'CASH + BANK = REGISTER NET' TO W07-PROOF-TEXT
           MOVE W03-CASH-BANK-COUNT TO W08-LEFT-COUNT
           MOVE W03-CASH-BANK-NET TO W08-LEFT-AMOUNT
           MOVE W03-REG-COUNT TO W08-RIGHT-COUNT
           MOVE W03-REG-NET TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'BANK DETAILS = BANK TOTAL REC' TO W07-PROOF-TEXT
           MOVE W03-BANK-COUNT TO W08-LEFT-COUNT
           MOVE W03-BANK-NET TO W08-LEFT-AMOUNT
           MOVE W03-BANK-TOT-COUNT TO W08-RIGHT-COUNT
           MOVE W03-BANK-TOT-AMOUNT TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'PAYMENT REGISTER = REGISTER' TO W07-PROOF-TEXT
           MOVE W03-PAY-COUNT TO W08-LEFT-COUNT
           MOVE W03-PAY-NET TO W08-LEFT-AMOUNT
           MOVE W03-REG-COUNT TO W08-RIGHT-COUNT
           MOVE W03-REG-NET TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'HISTORY NET = PAYMENT REGISTER' TO W07-PROOF-TEXT
           MOVE W03-HST-COUNT TO W08-LEFT-COUNT
           MOVE W03-HST-NET TO W08-LEFT-AMOUNT
           MOVE W03-PAY-COUNT TO W08-RIGHT-COUNT
           MOVE W03-PAY-NET TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'HISTORY GROSS = REGISTER' TO W07-PROOF-TEXT
           MOVE ZERO TO W08-LEFT-COUNT
           MOVE W03-HST-GROSS TO W08-LEFT-AMOUNT
           MOVE ZERO TO W08-RIGHT-COUNT
           MOVE W03-REG-GROSS TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'HISTORY TAXES = REGISTER' TO W07-PROOF-TEXT
           MOVE W03-HST-TAXES TO W08-LEFT-AMOUNT
           MOVE W03-REG-TAXES TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'YTD EARNINGS CHANGE = HISTORY' TO W07-PROOF-TEXT
           MOVE W03-YTD-EARN-CHANGE TO W08-LEFT-AMOUNT
           MOVE W03-HST-GROSS TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'YTD TAXES CHANGE = HISTORY' TO W07-PROOF-TEXT
           MOVE W03-YTD-TAX-CHANGE TO W08-LEFT-AMOUNT
           MOVE W03-HST-TAXES TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'JOURNAL DEBITS = CREDITS' TO W07-PROOF-TEXT
           MOVE W03-JNL-DEBITS TO W08-LEFT-AMOUNT
           MOVE W03-JNL-CREDITS TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'JOURNAL GROSS = REGISTER' TO W07-PROOF-TEXT
           MOVE W03-JNL-RECORDS TO W08-LEFT-COUNT
           MOVE W03-JNL-GROSS TO W08-LEFT-AMOUNT
           MOVE W03-REG-COUNT TO W08-RIGHT-COUNT
           MOVE W03-REG-GROSS TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'JOURNAL TAXES = REGISTER' TO W07-PROOF-TEXT
           MOVE ZERO TO W08-LEFT-COUNT
           MOVE W03-JNL-TAXES TO W08-LEFT-AMOUNT
           MOVE ZERO TO W08-RIGHT-COUNT
           MOVE W03-REG-TAXES TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'JOURNAL CASH = REGISTER NET' TO W07-PROOF-TEXT
           MOVE W03-JNL-CASH TO W08-LEFT-AMOUNT
           MOVE W03-REG-NET TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'REMITTANCE = JOURNAL DEDUCTS' TO W07-PROOF-TEXT
           MOVE W03-REM-COUNT TO W08-LEFT-COUNT
           MOVE W03-REM-AMOUNT TO W08-LEFT-AMOUNT
           MOVE W03-JNL-DEDUCT-COUNT TO W08-RIGHT-COUNT
           MOVE W03-JNL-DEDUCT TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE

           MOVE 'EMPLOYEES AGREEING = CHECKED' TO W07-PROOF-TEXT
           MOVE W04-AGREE-COUNT TO W08-LEFT-COUNT
           MOVE ZERO TO W08-LEFT-AMOUNT
           MOVE W04-EMP-COUNT TO W08-RIGHT-COUNT
           MOVE ZERO TO W08-RIGHT-AMOUNT
           PERFORM 610-WRITE-PROOF-LINE
           .
      *Writes one proof line, passing it only when both counts and
      *both amounts agree.
       610-WRITE-PROOF-LINE.
           MOVE W08-LEFT-COUNT TO W07-LEFT-COUNT
           MOVE W08-LEFT-AMOUNT TO W07-LEFT-AMOUNT
           MOVE W08-RIGHT-COUNT TO W07-RIGHT-COUNT
           MOVE W08-RIGHT-AMOUNT TO W07-RIGHT-AMOUNT

           IF W08-LEFT-COUNT = W08-RIGHT-COUNT
              AND W08-LEFT-AMOUNT = W08-RIGHT-AMOUNT
              MOVE 'PASS' TO W07-RESULT
           ELSE
              MOVE 'FAIL' TO W07-RESULT
              ADD 1 TO W08-FAIL-COUNT
           END-IF

           MOVE W07-PROOF-LINE TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE
           .
      *Lists every employee whose figures break, with what each
      *file says the employee was paid and the first check that
      *failed.
       700-WRITE-BREAKS.
           MOVE 'Employee breaks' TO W06-SECTION-TITLE
           PERFORM 510-WRITE-SECTION-TITLE

           IF W04-BREAK-COUNT = ZERO
              MOVE 'No employee breaks' TO W06-SECTION-TITLE
              MOVE W06-SECTION-LINE TO F11-PROOF-OUT-LINE
              WRITE F11-PROOF-OUT-LINE
           ELSE
              MOVE W09-BREAK-COLUMNS TO F11-PROOF-OUT-LINE
              WRITE F11-PROOF-OUT-LINE
              PERFORM 295-START-EMPLOYEE-PASS
              PERFORM 710-WRITE-BREAK-LINE
                  UNTIL W04-EMP-EOF-SWITCH = 'NO'
           END-IF
           .
      *Writes one employee's break line.
       710-WRITE-BREAK-LINE.
           IF W04-ENTRY-BREAK NOT = SPACES
              MOVE W04-ENTRY-SSN TO W09-SSN
              MOVE W04-ENTRY-REG-NET TO W09-REG-NET
              MOVE W04-ENTRY-CB-NET TO W09-CB-NET
              MOVE W04-ENTRY-PAY-NET TO W09-PAY-NET
              MOVE W04-ENTRY-HST-NET TO W09-HST-NET
              MOVE W04-ENTRY-BREAK TO W09-BREAK

              MOVE W09-BREAK-LINE TO F11-PROOF-OUT-LINE
              WRITE F11-PROOF-OUT-LINE
           END-IF

           PERFORM 296-READ-EMPLOYEE-WORK
           .
      *Writes the verdict: release the cash and the bank file only
      *when every proof passed.
       800-WRITE-RESULT.
           IF W08-FAIL-COUNT = ZERO
              MOVE 'CYCLE BALANCED - RELEASE CASH AND BANK FILE'
                  TO W10-RESULT-TEXT
           ELSE
              MOVE 'CYCLE OUT OF BALANCE - HOLD CASH AND BANK FILE'
                  TO W10-RESULT-TEXT
           END-IF
           MOVE W08-FAIL-COUNT TO W10-FAIL-COUNT

           MOVE SPACES TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE
           MOVE W10-RESULT-LINE TO F11-PROOF-OUT-LINE
           WRITE F11-PROOF-OUT-LINE

           DISPLAY W10-RESULT-TEXT
           DISPLAY 'Employees checked      : ' W04-EMP-COUNT
           DISPLAY 'Employees that break   : ' W04-BREAK-COUNT
           .
      *This procedure closes the files.
       900-CLOSE-FILES.
           CLOSE F11-PROOF-FILE
                 F13-EMP-WORK-FILE

           IF W04-YTD-MASTER-OPEN
              CLOSE F06-YTD-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F12-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F12-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-BALANCE'
               TO F12-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F12-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F12-RUN-TIME
           MOVE ZERO TO F12-RUN-COUNT
           MOVE SPACE TO F12-RUN-END-STATUS
           WRITE F12-RUNLOG-REC
           CLOSE F12-RUNLOG-FILE
           .
      *Stamps the run's end record with the employees checked. The
      *end status carries the verdict - P when the cycle balanced,
      *F when it did not - so the batch-window report shows a cycle
      *that must be held.
       940-LOG-RUN-END.
           OPEN EXTEND F12-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F12-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-BALANCE'
               TO F12-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F12-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F12-RUN-TIME
           MOVE W04-EMP-COUNT TO F12-RUN-COUNT
           IF W08-FAIL-COUNT = ZERO
              MOVE 'P' TO F12-RUN-END-STATUS
           ELSE
              MOVE 'F' TO F12-RUN-END-STATUS
           END-IF
           WRITE F12-RUNLOG-REC
           CLOSE F12-RUNLOG-FILE
           .
