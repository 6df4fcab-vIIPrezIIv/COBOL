           SELECT F02-REGISTER-FILE ASSIGN TO 'PAYROLLREGISTER.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F03-YTD-SSN
                                 FILE STATUS IS W09-YTD-STATUS.
           SELECT F04-NEGATIVE-FILE ASSIGN TO 'PAYROLLNEGATIVE.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
                                 FILE STATUS IS W23-PAYNUM-STATUS.
           SELECT OPTIONAL F13-PAYMENT-FILE
                                 ASSIGN TO 'PAYMENTREGISTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F13-PAY-NUMBER
                                 ALTERNATE RECORD KEY IS
                                     F13-PAY-ORIG-NUMBER
                                     WITH DUPLICATES.
           SELECT F14-LEAVE-FILE ASSIGN TO 'LEAVEMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F14-LVE-SSN
                                 FILE STATUS IS W24-LEAVE-STATUS.
           SELECT OPTIONAL F15-HISTORY-FILE
                                 ASSIGN TO 'PAYHISTORY.DAT'
                                 FILE STATUS IS W25-DEDUCT-STATUS.
           SELECT F19-REMIT-FILE ASSIGN TO 'DEDUCTREMIT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F20-COMPARE-FILE ASSIGN TO 'TRIALCOMPARE.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F21-JURIS-FILE ASSIGN TO 'JURISMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W37-JURIS-STATUS.
           SELECT F22-LIABILITY-FILE ASSIGN TO 'JURISLIAB.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F23-BENEFIT-FILE ASSIGN TO 'BENEFITMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W44-BENEFIT-STATUS.
           SELECT F24-WO-HOURS-FILE ASSIGN TO 'WOHOURS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W45-WO-HOURS-STATUS.
           SELECT F28-LEAVE-HOURS-FILE ASSIGN TO 'LEAVEHOURS.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W46-LEAVE-HOURS-STATUS.
           SELECT OPTIONAL F25-WO-LABOR-FILE
                                 ASSIGN TO 'WOLABOR.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F26-YTD-WORK-FILE ASSIGN TO 'PAYYTDWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F26-WRK-SSN.
           SELECT F27-LEAVE-WORK-FILE ASSIGN TO 'PAYLVEWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F27-WRK-SSN.
           SELECT F29-HISTORY-WORK-FILE ASSIGN TO 'PAYHSTWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F30-WO-LABOR-WORK-FILE ASSIGN TO 'PAYWOLWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F16-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
             10 F01-IN-YTD-FICA                   PIC 9999V99.
             10 F01-IN-YTD-INSURANCE              PIC 9999V99.
          05 F01-IN-DEPT                          PIC X(3).
          05 F01-IN-WORK-JURIS                    PIC X(3).
          05                                      PIC X(16).

       FD F02-REGISTER-FILE
          RECORD CONTAINS 152 CHARACTERS
          DATA RECORD IS F02-REGISTER-OUT-LINE.

       01 F02-REGISTER-OUT-LINE        PIC X(152).

      *The year-to-date master, keyed by SSN. Each employee's row is
      *read as the employee comes up, as the authoritative starting
      *point for the employee's YTD totals, rolled forward on the
      *F26 work file as employees are paid, and rewritten row by row
      *at end of run. Employees not paid this period keep their rows
      *unchanged; an employee diverted to PAYROLLNEGATIVE.OUT who is
      *new to the master still gets a row.
       FD F03-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F03-YTD-OUT.

       01 F03-YTD-OUT.
          05 F03-YTD-TAXES                        PIC 99999V99.
          05 F03-YTD-FICA                         PIC 9999V99.
          05 F03-YTD-INSURANCE                    PIC 9999V99.
          05 F03-YTD-STATE-TAX                    PIC 99999V99.
          05 F03-YTD-LOCAL-TAX                    PIC 9999V99.

      *Employees whose deductions exceed gross pay (e.g. a zero- or
      *low-hour period combined with a flat insurance deduction) are
       01 F07-STUB-OUT-LINE            PIC X(80).

      *The journal-entry extract the accounting side posts from:
      *a debit for gross wages (and for the employer's share of the
      *insurance premium), credits for each payable and for net
      *cash, and a proof line tying the entry back to the register.
       FD F08-JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS
       01 F09-LABOR-OUT-LINE           PIC X(80).

       FD F10-CONTROL-FILE
          RECORD CONTAINS 62 CHARACTERS
          DATA RECORD IS F10-CONTROL-REC.

       01 F10-CONTROL-REC.
          05 F10-CTL-SUPP-STATUS            PIC X.
          05 F10-CTL-SUPP-DATE              PIC 9(8).
          05 F10-CTL-CLOSED-YEAR            PIC 9(4).
          05 F10-CTL-PERIOD-START           PIC 9(8).
          05 F10-CTL-PERIOD-END             PIC 9(8).

      *The shared audit journal: one before-image/after-image entry
      *per YTD master row this run changes, so a disputed YTD

      *The payment register: one row per payment issued, keyed by
      *payment number, kept for good so the reconciliation run can
      *match the bank's cleared-payments file against it. A reissue
      *carries the number of the voided payment it replaces.
       FD F13-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F13-PAYMENT-REC.

       01 F13-PAYMENT-REC.
          05 F13-PAY-NET               PIC 9(6)V99.
          05 F13-PAY-STATUS            PIC X.
          05 F13-PAY-CLEARED-DATE      PIC 9(8).
          05 F13-PAY-ORIG-NUMBER       PIC 9(8).

      *The vacation and sick balances, accrued here every period an
      *employee is paid and drawn down by the leave-taken run, so
      *the balances live where the pay run already touches everyone.
      *Keyed by SSN.
       FD F14-LEAVE-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F14-LEAVE-REC.
          05 F14-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 F14-LVE-SICK-BALANCE      PIC S9(3)V99.

      *This run's working copy of every YTD row it touches, keyed by
      *SSN and carrying the totals the row started the run with and
      *whether it is new to the master. The master is only updated
      *from it once every employee is through. The pay history rows
      *and the work-order labor charges wait on their own work
      *files until the deductions, YTD and leave masters are
      *rewritten, and the audit entries are written only as the YTD
      *master is. So a run that dies before the deductions master
      *is rewritten has changed no master and added nothing to the
      *pay history, WOLABOR.DAT or the audit journal, and can simply
      *be run again: the net-pay extract and the reports are
      *rebuilt, and the register rows it added are replaced under
      *the same numbers. A run that dies after that point cannot
      *be run again as it stands: the masters may be part
      *rewritten, the audit journal may hold part of the run, and
      *the held lines are left on PAYHSTWORK.DAT and PAYWOLWORK.DAT,
      *to be added to PAYHISTORY.DAT and WOLABOR.DAT by hand. A
      *trial run never applies it.
       FD F26-YTD-WORK-FILE
          RECORD CONTAINS 116 CHARACTERS
          DATA RECORD IS F26-YTD-WORK-REC.

       01 F26-YTD-WORK-REC.
          05 F26-WRK-SSN               PIC X(9).
          05                           PIC X(107).

      *This run's working copy of every leave row it accrues, kept
      *and applied the same way as the YTD work file.
       FD F27-LEAVE-WORK-FILE
          RECORD CONTAINS 19 CHARACTERS
          DATA RECORD IS F27-LEAVE-WORK-REC.

       01 F27-LEAVE-WORK-REC.
          05 F27-WRK-SSN               PIC X(9).
          05                           PIC X(10).

      *The pay history rows and work-order labor charges of a live
      *run, held until the masters are rewritten.
       FD F29-HISTORY-WORK-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F29-HISTORY-WORK-REC.

       01 F29-HISTORY-WORK-REC         PIC X(86).

       FD F30-WO-LABOR-WORK-FILE
          RECORD CONTAINS 51 CHARACTERS
          DATA RECORD IS F30-WO-LABOR-WORK-REC.

       01 F30-WO-LABOR-WORK-REC        PIC X(51).

      *The per-period pay history: one detail row per employee per
      *run, kept for good, so "what was this person paid in period
      *such-and-such" is a lookup instead of a dig through the
      *printed registers. The entry type marks this run's rows P;
      *a void reversal (V) carries amounts that come off again.
      *The work jurisdiction and its state and local tax ride along
      *for the quarterly liability report.
       FD F15-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F15-HISTORY-REC.

       01 F15-HISTORY-REC.
          05 F15-HST-INSURANCE         PIC 9(4)V99.
          05 F15-HST-NET               PIC 9(6)V99.
          05 F15-HST-HOURS             PIC 9(3)V99.
          05 F15-HST-ENTRY-TYPE        PIC X.
             88 F15-HST-VOID-REVERSAL  VALUE 'V'.
          05 F15-HST-WORK-JURIS        PIC X(3).
          05 F15-HST-STATE-TAX         PIC 9(6)V99.
          05 F15-HST-LOCAL-TAX         PIC 9(6)V99.

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the

       01 F19-REMIT-OUT-LINE           PIC X(80).

      *The trial run's comparison against the previous period's pay
      *history: every employee whose net moved by more than the
      *clerk-maintained percentage, or who is new or missing this
      *period, so a supervisor can sign off before anything is paid.
       FD F20-COMPARE-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F20-COMPARE-OUT-LINE.

       01 F20-COMPARE-OUT-LINE         PIC X(80).

      *The state and local tax table the payroll clerk maintains:
      *one row per work jurisdiction, naming the state authority
      *and (where the locality levies one) the local authority the
      *tax is owed to, each with its flat rate on taxable pay.
       FD F21-JURIS-FILE
          RECORD CONTAINS 43 CHARACTERS
          DATA RECORD IS F21-JUR-REC.

       01 F21-JUR-REC.
          05 F21-JUR-CODE              PIC X(3).
          05 F21-JUR-STATE-AUTH        PIC X(6).
          05 F21-JUR-STATE-RATE        PIC V9999.
          05 F21-JUR-LOCAL-AUTH        PIC X(6).
          05 F21-JUR-LOCAL-RATE        PIC V9999.
          05 F21-JUR-NAME              PIC X(20).

      *The run's state and local tax liability: withholding per
      *jurisdiction, then what is owed to each taxing authority.
       FD F22-LIABILITY-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F22-LIABILITY-OUT-LINE.

       01 F22-LIABILITY-OUT-LINE       PIC X(80).

      *The benefits enrollment master HR maintains: one row per
      *enrollment, with the plan, the coverage tier, the dates the
      *coverage runs between (a zero end date is still open) and
      *the employee and employer shares of the premium per pay.
       FD F23-BENEFIT-FILE
          RECORD CONTAINS 41 CHARACTERS
          DATA RECORD IS F23-BEN-REC.

       01 F23-BEN-REC.
          05 F23-BEN-SSN               PIC X(9).
          05 F23-BEN-PLAN              PIC X.
          05 F23-BEN-TIER              PIC X(3).
          05 F23-BEN-ENROLL-DATE       PIC 9(8).
          05 F23-BEN-END-DATE          PIC 9(8).
          05 F23-BEN-EE-SHARE          PIC 9(4)V99.
          05 F23-BEN-ER-SHARE          PIC 9(4)V99.

      *The shifts the time clock booked to work orders, one line
      *per shift, as written by COBOL-ASSIGNMENT-THREE-TIMECARD.
       FD F24-WO-HOURS-FILE
          RECORD CONTAINS 29 CHARACTERS
          DATA RECORD IS F24-WOH-REC.

       01 F24-WOH-REC.
          05 F24-WOH-SSN               PIC X(9).
          05 F24-WOH-WORK-ORDER        PIC X(8).
          05 F24-WOH-WORK-DATE         PIC 9(8).
          05 F24-WOH-HOURS             PIC 99V99.

      *The leave hours inside each employee's hours worked, as
      *written by COBOL-ASSIGNMENT-THREE-TIMECARD, with the last
      *date on the employee's timecard.
       FD F28-LEAVE-HOURS-FILE
          RECORD CONTAINS 22 CHARACTERS
          DATA RECORD IS F28-LVH-REC.

       01 F28-LVH-REC.
          05 F28-LVH-SSN               PIC X(9).
          05 F28-LVH-HOURS             PIC 999V99.
          05 F28-LVH-WEEK-DATE         PIC 9(8).

      *The labor charges for the job-cost run: one line per
      *employee per work order paid, added at the end of each live
      *run and emptied by the job-cost run once it has posted them.
       FD F25-WO-LABOR-FILE
          RECORD CONTAINS 51 CHARACTERS
          DATA RECORD IS F25-WOL-REC.

       01 F25-WOL-REC.
          05 F25-WOL-WORK-ORDER        PIC X(8).
          05 F25-WOL-SSN               PIC X(9).
          05 F25-WOL-PERIOD            PIC X(6).
          05 F25-WOL-PAY-DATE          PIC 9(8).
          05 F25-WOL-HOURS             PIC 9(3)V99.
          05 F25-WOL-LABOR             PIC 9(6)V99.
          05 F25-WOL-BURDEN            PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
       01 W01-DEPENDENT-ALLOWANCE      PIC 9999V99.
       01 W01-WITHHOLDING-RATE         PIC V999.
       01 W01-WITHHOLDING              PIC 9(6)V99.
       01 W01-STATE-TAX                PIC 9(6)V99.
       01 W01-LOCAL-TAX                PIC 9(6)V99.
       01 W01-FICA-RATE                PIC V9999 VALUE .0765.
       01 W01-FICA-WAGE-BASE           PIC 9(6)V99 VALUE 176100.00.
       01 W01-FICA-ROOM                PIC S9(6)V99.
       01 W01-FICA-TAXABLE-PAY         PIC 9(6)V99.
       01 W01-FICA                     PIC 9(6)V99.
       01 W01-INSURANCE-DEDUCTION      PIC 9999V99.
       01 W01-EMPLOYER-INSURANCE       PIC 9999V99.
       01 W01-NET-PAY                  PIC 9(6)V99.
       01 W01-SIGNED-NET-PAY           PIC S9(6)V99.
       01 W01-NET-PAY-NEGATIVE-SWITCH  PIC X(3) VALUE 'NO'.
          05 W10-INS-PREM-C            PIC 999V99 VALUE 75.00.
          05 W10-VAC-ACCRUAL           PIC 99V99 VALUE 3.08.
          05 W10-SICK-ACCRUAL          PIC 99V99 VALUE 1.54.
          05 W10-TRIAL-PCT             PIC 999V99 VALUE 10.00.

      *Whole-run accumulations for the journal extract; only
      *employees who made the register are counted, so the proof
          05 W12-PAID-COUNT            PIC 9(5) VALUE ZERO.
          05 W12-TOTAL-GROSS           PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-WITHHOLDING     PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-STATE-TAX       PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-LOCAL-TAX       PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-FICA            PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-INSURANCE       PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-ER-INSURANCE    PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-OTHER-DEDUCT    PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-NET             PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-CREDITS         PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-DEBITS          PIC 9(8)V99 VALUE ZERO.

      *Per-department accumulations for the labor-distribution
      *report. Department UNK catches any code the edit pass did
          05 W21-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W21-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W21-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W21-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W21-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

       01 W22-AUDIT-OPERATOR           PIC X(3).
       01 W22-AUDIT-TIME-RAW           PIC X(8).
      *very first numbered run) simply starts the numbering at one.
       01 W23-PAYNUM-STATUS            PIC XX.
       01 W23-LAST-PAYMENT-NUMBER      PIC 9(8) VALUE ZERO.
       01 W23-NEW-PAYMENT-REC.
          05 W23-NEW-NUMBER            PIC 9(8).
          05 W23-NEW-DATE              PIC 9(8).
          05 W23-NEW-PERIOD            PIC X(6).
          05 W23-NEW-SSN               PIC X(9).
          05                           PIC X(52).

      *In-core copy of DEDUCTMASTER.DAT, loaded at start of run and
      *written back with the updated amounts-taken at end. A missing
      *master simply leaves the table empty and nobody has standing
      *deductions, which is the old behavior. A master larger than
      *the table stops the run, since the rows beyond it would be
      *lost when the master is written back.
       01 W25-DEDUCT-STATUS            PIC XX.
       01 W25-DED-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W25-DED-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W25-DED-OVERFLOW          VALUE 'YES'.
       01 W25-DED-SUB                  PIC 9(3).
       01 W25-DED-PICK-SUB             PIC 9(3) VALUE ZERO.
       01 W25-DED-PICK-PRIORITY        PIC 9(2).
          05 W29-AMOUNT                PIC ZZZ,ZZ9.99.
          05                           PIC X(42) VALUE SPACES.

      *The paid employee's leave row, read by SSN from the work
      *file or, the first time the run meets the employee, from
      *LEAVEMASTER.DAT, and applied to the master at end of run so
      *the balances survive from run to run. An employee paid for
      *the first time gets a fresh row.
       01 W24-LEAVE-STATUS             PIC XX.
       01 W24-LVE-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W24-LVE-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
       01 W24-LVE-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W24-LVE-MASTER-SWITCH        PIC X(3) VALUE 'NO'.
          88 W24-LVE-MASTER-OPEN       VALUE 'YES'.
       01 W24-LVE-ENTRY.
          05 W24-LVE-SSN               PIC X(9).
          05 W24-LVE-VAC-BALANCE       PIC S9(3)V99.
          05 W24-LVE-SICK-BALANCE      PIC S9(3)V99.

      *A YTD master row image, built twice per audited row: once
      *from the prior amounts and once from the updated ones.
          05 W22-ROW-TAXES             PIC 99999V99.
          05 W22-ROW-FICA              PIC 9999V99.
          05 W22-ROW-INSURANCE         PIC 9999V99.
          05 W22-ROW-STATE-TAX         PIC 99999V99.
          05 W22-ROW-LOCAL-TAX         PIC 9999V99.

       01 W11-STUB-SEPARATOR.
          05                           PIC X(50) VALUE ALL '-'.
          05                           PIC X(8) VALUE '  INS: '.
          05 W11-STUB-YTD-INSURANCE    PIC ZZZ,ZZZ.99.

       01 W11-STUB-YTD-LINE-THREE.
          05                           PIC X(12)
                 VALUE 'YTD  STATE: '.
          05 W11-STUB-YTD-STATE-TAX    PIC ZZZ,ZZZ.99.
          05                           PIC X(8) VALUE '  LOC: '.
          05 W11-STUB-YTD-LOCAL-TAX    PIC ZZZ,ZZZ.99.

       01 W11-STUB-LEAVE-LINE.
          05                           PIC X(12)
                 VALUE 'LEAVE  VAC: '.
          05 W06-CURR-YTD-TAXES        PIC 99999V99.
          05 W06-CURR-YTD-FICA         PIC 9999V99.
          05 W06-CURR-YTD-INSURANCE    PIC 9999V99.
          05 W06-CURR-YTD-STATE-TAX    PIC 99999V99.
          05 W06-CURR-YTD-LOCAL-TAX    PIC 9999V99.

      *The current employee's YTD row, read by SSN from the work
      *file or from YTDMASTER.DAT by 405-LOCATE-YTD-ENTRY and applied
      *to the master by 490-WRITE-YTD-MASTER so year-to-date
      *survives from run to run without being re-keyed in the input.
       01 W09-YTD-STATUS               PIC XX.
       01 W09-YTD-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W09-YTD-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
       01 W09-YTD-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W09-YTD-MASTER-SWITCH        PIC X(3) VALUE 'NO'.
          88 W09-YTD-MASTER-OPEN       VALUE 'YES'.
       01 W09-YTD-ENTRY.
          05 W09-ENTRY-SSN             PIC X(9).
          05 W09-ENTRY-LAST-NAME       PIC X(14).
          05 W09-ENTRY-FIRST-NAME      PIC X(12).
          05 W09-ENTRY-EARNINGS        PIC 999999V99.
          05 W09-ENTRY-TAXES           PIC 99999V99.
          05 W09-ENTRY-FICA            PIC 9999V99.
          05 W09-ENTRY-INSURANCE       PIC 9999V99.
          05 W09-ENTRY-STATE-TAX       PIC 99999V99.
          05 W09-ENTRY-LOCAL-TAX       PIC 9999V99.
          05 W09-ENTRY-PRIOR-EARNINGS  PIC 999999V99.
          05 W09-ENTRY-PRIOR-TAXES     PIC 99999V99.
          05 W09-ENTRY-PRIOR-FICA      PIC 9999V99.
          05 W09-ENTRY-PRIOR-INSURANCE PIC 9999V99.
          05 W09-ENTRY-PRIOR-STATE-TAX PIC 99999V99.
          05 W09-ENTRY-PRIOR-LOCAL-TAX PIC 9999V99.
          05 W09-ENTRY-NEW-SWITCH      PIC X.

       01 W02-REGISTER-HEADING.
          05                           PIC X(23) VALUE SPACES.
          05                           PIC X(22)
                 VALUE 'Payroll Register'.
          05                           PIC X(107) VALUE SPACES.

       01 W03-REGISTER-HEADING-TWO.
          05                           PIC X(3) VALUE 'SSN'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(4) VALUE 'W/H'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(5) VALUE 'State'.
          05                           PIC X(5) VALUE SPACES.
          05                           PIC X(5) VALUE 'Local'.
          05                           PIC X(5) VALUE SPACES.
          05                           PIC X(4) VALUE 'FICA'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(3) VALUE 'Ins'.
          05                           PIC X(8) VALUE 'YTD FICA'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(7) VALUE 'YTD Ins'.
          05                           PIC X(16) VALUE SPACES.

       01 W04-REGISTER-LINE.
          05   W04-SSN                 PIC 9(9).
          05                           PIC X(2) VALUE SPACES.
          05   W04-WITHHOLDING         PIC ZZZ,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-STATE-TAX           PIC Z,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-LOCAL-TAX           PIC Z,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-FICA                PIC ZZZ,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-INSURANCE           PIC Z,ZZZ.99.
       01 W05-REPORT-HEADING.
          05 W05-REPORT                PIC X(33)
                 VALUE 'Report Produced By Real Ortelli'.
          05                           PIC X(119) VALUE SPACES.

       01 W08-NEGATIVE-LINE.
          05   W08-SSN                 PIC 9(9).
       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

      *A trial run calculates everything and prints the reports, but
      *leaves every master, control file and the audit journal as it
      *found them, so nothing it does has to be undone.
       01 W32-TRIAL-ANSWER             PIC X.
       01 W32-TRIAL-SWITCH             PIC X(3) VALUE 'NO'.
          88 W32-TRIAL-RUN             VALUE 'YES'.

      *The previous period's net pay per employee, taken from the
      *pay history for the trial comparison: everything the employee
      *was paid for that period, regular and supplemental together.
       01 W32-PRIOR-PERIOD             PIC X(6) VALUE SPACES.
       01 W32-HST-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W32-PRV-SUB                  PIC 9(4).
       01 W32-PRV-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W32-PRV-MAX                  PIC 9(4) VALUE 2000.
       01 W32-PRV-TABLE-AREA.
          05 W32-PRV-COUNT             PIC 9(4) VALUE ZERO.
          05 W32-PRV-ENTRY OCCURS 2000 TIMES.
             10 W32-PRV-SSN            PIC X(9).
             10 W32-PRV-NET            PIC 9(7)V99.
             10 W32-PRV-SEEN-SWITCH    PIC X.
       01 W32-NET-CHANGE               PIC S9(7)V99.
       01 W32-CHANGE-PCT               PIC S9(5)V99.
       01 W32-FLAGGED-COUNT            PIC 9(5) VALUE ZERO.
       01 W32-NEW-COUNT                PIC 9(5) VALUE ZERO.
       01 W32-MISSING-COUNT            PIC 9(5) VALUE ZERO.

       01 W33-TRIAL-BANNER.
          05                           PIC X(22) VALUE SPACES.
          05                           PIC X(35)
                 VALUE '*** TRIAL RUN - NOT FOR PAYMENT ***'.
          05                           PIC X(23) VALUE SPACES.

       01 W34-COMPARE-HEADING.
          05                           PIC X(16) VALUE SPACES.
          05                           PIC X(31)
                 VALUE 'Trial Comparison to Pay History'.
          05                           PIC X(8) VALUE ' PRIOR='.
          05 W34-PRIOR-PERIOD          PIC X(6).
          05                           PIC X(5) VALUE ' PCT='.
          05 W34-TRIAL-PCT             PIC ZZ9.99.
          05                           PIC X(8) VALUE SPACES.

       01 W35-COMPARE-LINE.
          05 W35-SSN                   PIC X(9).
          05                           PIC X(1) VALUE SPACES.
          05 W35-LAST-NAME             PIC X(14).
          05                           PIC X(7) VALUE ' PRIOR='.
          05 W35-PRIOR-NET             PIC ZZZ,ZZ9.99.
          05                           PIC X(6) VALUE ' THIS='.
          05 W35-THIS-NET              PIC ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W35-CHANGE-PCT            PIC -ZZZZ9.99.
          05                           PIC X(1) VALUE '%'.
          05                           PIC X(1) VALUE SPACES.
          05 W35-REASON                PIC X(11).

       01 W36-COMPARE-COUNT-LINE.
          05                           PIC X(8) VALUE 'CHANGED='.
          05 W36-FLAGGED-COUNT         PIC ZZZZ9.
          05                           PIC X(5) VALUE ' NEW='.
          05 W36-NEW-COUNT             PIC ZZZZ9.
          05                           PIC X(9) VALUE ' MISSING='.
          05 W36-MISSING-COUNT         PIC ZZZZ9.
          05                           PIC X(43) VALUE SPACES.

      *In-core copy of JURISMASTER.DAT with this run's withholding
      *per jurisdiction. A missing table withholds no state or local
      *tax at all; an employee whose code is not on the table is
      *paid without it and displayed for the clerk to chase. A
      *table larger than W37 holds stops the run.
       01 W37-JURIS-STATUS             PIC XX.
       01 W37-JUR-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W37-JUR-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W37-JUR-OVERFLOW          VALUE 'YES'.
       01 W37-JUR-SUB                  PIC 9(3).
       01 W37-JUR-MATCH-SUB            PIC 9(3) VALUE ZERO.
       01 W37-JUR-MAX                  PIC 9(3) VALUE 50.
       01 W37-JUR-TABLE-AREA.
          05 W37-JUR-COUNT             PIC 9(3) VALUE ZERO.
          05 W37-JUR-ENTRY OCCURS 50 TIMES.
             10 W37-JUR-CODE           PIC X(3).
             10 W37-JUR-STATE-AUTH     PIC X(6).
             10 W37-JUR-STATE-RATE     PIC V9999.
             10 W37-JUR-LOCAL-AUTH     PIC X(6).
             10 W37-JUR-LOCAL-RATE     PIC V9999.
             10 W37-JUR-NAME           PIC X(20).
             10 W37-JUR-EMP-COUNT      PIC 9(5).
             10 W37-JUR-WAGES          PIC 9(8)V99.
             10 W37-JUR-STATE-TAX      PIC 9(8)V99.
             10 W37-JUR-LOCAL-TAX      PIC 9(8)V99.
       01 W37-NO-JURIS-COUNT           PIC 9(5) VALUE ZERO.
       01 W37-UNKNOWN-JURIS-COUNT      PIC 9(5) VALUE ZERO.

      *The run's liability per taxing authority, rolled up from the
      *jurisdiction totals when the liability report is written:
      *several jurisdictions in one state owe the one state.
       01 W38-AUTH-SUB                 PIC 9(3).
       01 W38-AUTH-MATCH-SUB           PIC 9(3) VALUE ZERO.
       01 W38-AUTH-MAX                 PIC 9(3) VALUE 100.
       01 W38-POST-AUTH                PIC X(6).
       01 W38-POST-TYPE                PIC X(5).
       01 W38-POST-WAGES               PIC 9(8)V99.
       01 W38-POST-TAX                 PIC 9(8)V99.
       01 W38-AUTH-TABLE-AREA.
          05 W38-AUTH-COUNT            PIC 9(3) VALUE ZERO.
          05 W38-AUTH-ENTRY OCCURS 100 TIMES.
             10 W38-AUTH               PIC X(6).
             10 W38-AUTH-TYPE          PIC X(5).
             10 W38-AUTH-WAGES         PIC 9(8)V99.
             10 W38-AUTH-TAX           PIC 9(8)V99.

       01 W39-LIAB-HEADING.
          05                           PIC X(17) VALUE SPACES.
          05                           PIC X(30)
                 VALUE 'State and Local Tax Liability'.
          05                           PIC X(8) VALUE ' PERIOD='.
          05 W39-PERIOD                PIC X(6).
          05                           PIC X(19) VALUE SPACES.

       01 W39-LIAB-COLUMN-HEADING.
          05                           PIC X(3) VALUE 'Jur'.
          05                           PIC X(1) VALUE SPACES.
          05                           PIC X(12) VALUE 'Jurisdiction'.
          05                           PIC X(10) VALUE SPACES.
          05                           PIC X(4) VALUE 'Emps'.
          05                           PIC X(7) VALUE SPACES.
          05                           PIC X(5) VALUE 'Wages'.
          05                           PIC X(7) VALUE SPACES.
          05                           PIC X(5) VALUE 'State'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(5) VALUE 'Local'.
          05                           PIC X(15) VALUE SPACES.

       01 W40-LIAB-JURIS-LINE.
          05 W40-CODE                  PIC X(3).
          05                           PIC X(1) VALUE SPACES.
          05 W40-NAME                  PIC X(20).
          05                           PIC X(1) VALUE SPACES.
          05 W40-EMP-COUNT             PIC ZZZZ9.
          05                           PIC X(1) VALUE SPACES.
          05 W40-WAGES                 PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W40-STATE-TAX             PIC ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W40-LOCAL-TAX             PIC ZZZ,ZZ9.99.
          05                           PIC X(15) VALUE SPACES.

       01 W41-LIAB-AUTH-HEADING.
          05                           PIC X(31)
                 VALUE 'Amount owed by taxing authority'.
          05                           PIC X(49) VALUE SPACES.

       01 W42-LIAB-AUTH-LINE.
          05 W42-AUTH                  PIC X(6).
          05                           PIC X(2) VALUE SPACES.
          05 W42-AUTH-TYPE             PIC X(5).
          05                           PIC X(8) VALUE '  WAGES='.
          05 W42-WAGES                 PIC Z,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE '  OWED='.
          05 W42-TAX                   PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(27) VALUE SPACES.

       01 W43-LIAB-TOTAL-LINE.
          05                           PIC X(12) VALUE 'TOTAL STATE='.
          05 W43-STATE-TAX             PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' LOCAL='.
          05 W43-LOCAL-TAX             PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10) VALUE ' NO JURIS='.
          05 W43-NO-JURIS-COUNT        PIC ZZZZ9.
          05                           PIC X(9) VALUE ' UNKNOWN='.
          05 W43-UNKNOWN-COUNT         PIC ZZZZ9.
          05                           PIC X(6) VALUE SPACES.

      *In-core copy of BENEFITMASTER.DAT. With no master on file
      *the keyed plan code is priced at the flat premiums instead.
      *A master larger than the table stops the run before anything
      *is paid. Enrollments are matched as of the period end.
       01 W44-BENEFIT-STATUS           PIC XX.
       01 W44-BEN-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W44-BEN-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W44-BEN-OVERFLOW          VALUE 'YES'.
       01 W44-BEN-AS-OF-DATE           PIC 9(8).
       01 W44-BENEFIT-SWITCH           PIC X(3) VALUE 'NO'.
          88 W44-BENEFIT-ON-FILE       VALUE 'YES'.
       01 W44-BEN-SUB                  PIC 9(4).
       01 W44-BEN-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W44-BEN-MAX                  PIC 9(4) VALUE 2000.
       01 W44-STUB-PLAN                PIC X.
       01 W44-STUB-TIER                PIC X(3).
       01 W44-BEN-TABLE-AREA.
          05 W44-BEN-COUNT             PIC 9(4) VALUE ZERO.
          05 W44-BEN-ENTRY OCCURS 2000 TIMES.
             10 W44-BEN-SSN            PIC X(9).
             10 W44-BEN-PLAN           PIC X.
             10 W44-BEN-TIER           PIC X(3).
             10 W44-BEN-ENROLL-DATE    PIC 9(8).
             10 W44-BEN-END-DATE       PIC 9(8).
             10 W44-BEN-EE-SHARE       PIC 9(4)V99.
             10 W44-BEN-ER-SHARE       PIC 9(4)V99.

      *The time clock's work-order hours, summed per employee and
      *work order, charged to the job as each employee is paid:
      *every hour at the employee's pay rate, plus the employee's
      *employer burden in proportion to the hours booked against
      *the hours paid. Hours for an employee not paid this run are
      *listed and not charged. More employee/work-order pairs than
      *the table holds stops the run before anything is paid.
       01 W45-WO-HOURS-STATUS          PIC XX.
       01 W45-WOH-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W45-WOH-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W45-WOH-OVERFLOW          VALUE 'YES'.
       01 W45-WOH-SUB                  PIC 9(4).
       01 W45-WOH-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W45-WOH-MAX                  PIC 9(4) VALUE 2000.
       01 W45-EMPLOYEE-BURDEN          PIC 9(6)V99.
       01 W45-CHARGE-LABOR             PIC 9(6)V99.
       01 W45-CHARGE-BURDEN            PIC 9(5)V99.
       01 W45-CHARGE-COUNT             PIC 9(5) VALUE ZERO.
       01 W45-UNCHARGED-COUNT          PIC 9(5) VALUE ZERO.
       01 W45-TOTAL-HOURS              PIC 9(6)V99 VALUE ZERO.
       01 W45-TOTAL-LABOR              PIC 9(8)V99 VALUE ZERO.
       01 W45-TOTAL-BURDEN             PIC 9(8)V99 VALUE ZERO.
       01 W45-WOH-TABLE-AREA.
          05 W45-WOH-COUNT             PIC 9(4) VALUE ZERO.
          05 W45-WOH-ENTRY OCCURS 2000 TIMES.
             10 W45-WOH-SSN            PIC X(9).
             10 W45-WOH-WORK-ORDER     PIC X(8).
             10 W45-WOH-HOURS          PIC 9(3)V99.
             10 W45-WOH-CHARGED-SWITCH PIC X(3).

       01 W45-WO-LABOR-LINE.
          05                           PIC X(18)
                 VALUE 'WORK ORDERS HOURS='.
          05 W45-LINE-HOURS            PIC ZZZ,ZZ9.99.
          05                           PIC X(7) VALUE ' LABOR='.
          05 W45-LINE-LABOR            PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(8) VALUE ' BURDEN='.
          05 W45-LINE-BURDEN           PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(11) VALUE SPACES.

      *The time clock's leave hours per employee. They are part of
      *the hours worked on the input line but are paid at straight
      *time, so overtime is figured on the rest. A line dated
      *outside this period's control dates is left over from an
      *earlier week and is ignored. More employees than the table
      *holds stops the run before anything is paid.
       01 W46-LEAVE-HOURS-STATUS       PIC XX.
       01 W46-LVH-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W46-LVH-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W46-LVH-OVERFLOW          VALUE 'YES'.
       01 W46-LVH-SUB                  PIC 9(4).
       01 W46-LVH-MATCH-SUB            PIC 9(4) VALUE ZERO.
       01 W46-LVH-MAX                  PIC 9(4) VALUE 2000.
       01 W46-STALE-COUNT              PIC 9(5) VALUE ZERO.
       01 W46-LEAVE-HOURS              PIC 999V99.
       01 W46-WORKED-HOURS             PIC 999V99.
       01 W46-LVH-TABLE-AREA.
          05 W46-LVH-COUNT             PIC 9(4) VALUE ZERO.
          05 W46-LVH-ENTRY OCCURS 2000 TIMES.
             10 W46-LVH-SSN            PIC X(9).
             10 W46-LVH-HOURS          PIC 999V99.

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
              STOP RUN
           END-IF

           PERFORM 040-PROMPT-TRIAL-MODE
           PERFORM 050-CHECK-RUN-CONTROL
           IF NOT W21-RUN-ALLOWED
              DISPLAY 'Run stopped by pay-period run control'
              STOP RUN
           END-IF

           PERFORM 105-LOAD-TABLES
           IF W44-BEN-OVERFLOW
              DISPLAY 'Benefits table full - run stopped,'
                  ' nothing paid'
              STOP RUN
           END-IF
           IF W45-WOH-OVERFLOW
              DISPLAY 'Work-order hours table full - run stopped,'
                  ' nothing paid'
              STOP RUN
           END-IF
           IF W37-JUR-OVERFLOW
              DISPLAY 'Jurisdiction table full - run stopped,'
                  ' nothing paid'
              STOP RUN
           END-IF
           IF W25-DED-OVERFLOW
              DISPLAY 'Deduction table full - run stopped,'
                  ' nothing paid'
              STOP RUN
           END-IF
           IF W46-LVH-OVERFLOW
              DISPLAY 'Leave hours table full - run stopped,'
                  ' nothing paid'
              STOP RUN
           END-IF

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 300-READ-RECORD
           PERFORM 400-PROCESS-RECORDS
               UNTIL NO-DATA-REMAINS
           IF W32-TRIAL-RUN
              PERFORM 477-WRITE-MISSING-EMPLOYEES
           ELSE
              PERFORM 488-WRITE-DEDUCT-MASTER
              PERFORM 489-WRITE-PAYMENT-NUMBER
              PERFORM 490-WRITE-YTD-MASTER
              PERFORM 493-WRITE-LEAVE-MASTER
              PERFORM 501-APPEND-STAGED-LINES
              PERFORM 495-WRITE-JOURNAL-EXTRACT
           END-IF
           PERFORM 496-WRITE-LABOR-DISTRIBUTION
           PERFORM 498-WRITE-REMITTANCE-REPORT
           PERFORM 510-WRITE-LIABILITY-REPORT
           PERFORM 500-WRITE-FOOTER
           IF NOT W32-TRIAL-RUN
              PERFORM 850-UPDATE-RUN-CONTROL
           END-IF
           PERFORM 600-CLOSE-FILES
           PERFORM 940-LOG-RUN-END

           WRITE F11-AUDIT-OUT
           CLOSE F11-AUDIT-FILE
           .
      *Asks whether this is a trial run. A trial run goes through
      *the whole calculation and prints its reports stamped TRIAL,
      *but writes no master, control file, payment or audit entry.
       040-PROMPT-TRIAL-MODE.
           DISPLAY 'Trial run - no masters updated (Y/N)? '
           ACCEPT W32-TRIAL-ANSWER

           IF W32-TRIAL-ANSWER = 'Y'
              MOVE 'YES' TO W32-TRIAL-SWITCH
              DISPLAY 'TRIAL RUN - no masters will be updated'
           END-IF
           .
      *Decides whether the pay step may run: only after validation
      *is complete for the period, and never twice - a doubled pay
      *run would roll the YTD totals forward twice - unless the
      *operator explicitly overrides. A trial run changes no master,
      *so it may be run as often as the supervisors want up to the
      *pay step - but not after it, since its register, stubs and
      *reports go to the same files the live run printed and would
      *overwrite the paid period's.
       050-CHECK-RUN-CONTROL.
           ACCEPT W21-CONTROL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 055-READ-RUN-CONTROL

           EVALUATE TRUE
               WHEN W32-TRIAL-RUN
                    AND W21-CONTROL-FOUND
                    AND W21-CTL-PAY-STATUS = 'C'
                   DISPLAY 'Pay step already complete for period '
                       W21-CTL-PERIOD
                       ' - a trial run would overwrite its reports'
               WHEN W32-TRIAL-RUN
                   MOVE 'YES' TO W21-RUN-ALLOWED-SWITCH
               WHEN NOT W21-CONTROL-FOUND
                   DISPLAY 'No run control on file -'
                       ' run the validation step first'
              END-IF
           END-IF
           .
      *This procedure opens the files. The YTD and leave masters
      *are opened for reading by SSN first; they are re-opened for
      *update by 490-WRITE-YTD-MASTER and 493-WRITE-LEAVE-MASTER
      *once the run is complete. Each payment goes on the register
      *as it is made.
       100-OPEN-FILES.
           MOVE W30-OPERATOR-ID TO W22-AUDIT-OPERATOR

           PERFORM 110-OPEN-YTD-MASTER
           PERFORM 119-OPEN-LEAVE-MASTER

           IF W32-TRIAL-RUN
              OPEN INPUT F01-VALID-FILE
                   OUTPUT F02-REGISTER-FILE
                          F04-NEGATIVE-FILE
                          F07-STUB-FILE
                          F09-LABOR-FILE
                          F19-REMIT-FILE
                          F20-COMPARE-FILE
                          F22-LIABILITY-FILE
           ELSE
              OPEN INPUT F01-VALID-FILE
                   OUTPUT F02-REGISTER-FILE
                          F04-NEGATIVE-FILE
                          F05-PAYNET-FILE
                          F07-STUB-FILE
                          F08-JOURNAL-FILE
                          F09-LABOR-FILE
                          F19-REMIT-FILE
                          F22-LIABILITY-FILE
                          F29-HISTORY-WORK-FILE
                          F30-WO-LABOR-WORK-FILE
              OPEN EXTEND F11-AUDIT-FILE
              OPEN I-O F13-PAYMENT-FILE
           END-IF

           OPEN OUTPUT F26-YTD-WORK-FILE
                       F27-LEAVE-WORK-FILE
           CLOSE F26-YTD-WORK-FILE
                 F27-LEAVE-WORK-FILE
           OPEN I-O F26-YTD-WORK-FILE
                    F27-LEAVE-WORK-FILE
           .
      *Loads the rate, deduction, jurisdiction, benefit, work-order
      *hours and leave hours tables, and on a trial run the previous
      *period's net pay, before anything is opened for output, so
      *a table that will not fit stops the run with nothing written.
       105-LOAD-TABLES.
           PERFORM 115-LOAD-RATE-TABLE
           PERFORM 118-LOAD-PAYMENT-NUMBER
           PERFORM 125-LOAD-DEDUCT-MASTER
           PERFORM 120-LOAD-JURIS-TABLE
           PERFORM 140-LOAD-BENEFIT-MASTER
           PERFORM 145-LOAD-WORK-ORDER-HOURS
           PERFORM 150-LOAD-LEAVE-HOURS

           IF W32-TRIAL-RUN
              PERFORM 130-LOAD-PRIOR-HISTORY
           END-IF
           .
      *Loads the previous period's net pay per employee from the
      *pay history for the trial comparison. The previous period is
      *the latest one on file ahead of the period being paid; with
      *no run control on file it is simply the latest one on file.
       130-LOAD-PRIOR-HISTORY.
           OPEN INPUT F15-HISTORY-FILE
           PERFORM 131-READ-HISTORY-RECORD
           PERFORM 132-CHECK-HISTORY-PERIOD
               UNTIL W32-HST-EOF-SWITCH = 'NO'
           CLOSE F15-HISTORY-FILE

           IF W32-PRIOR-PERIOD NOT = SPACES
              MOVE SPACES TO W32-HST-EOF-SWITCH
              OPEN INPUT F15-HISTORY-FILE
              PERFORM 131-READ-HISTORY-RECORD
              PERFORM 133-STORE-PRIOR-NET
                  UNTIL W32-HST-EOF-SWITCH = 'NO'
              CLOSE F15-HISTORY-FILE
           END-IF
           .
      *Reads the next pay history row.
       131-READ-HISTORY-RECORD.
           READ F15-HISTORY-FILE
               AT END MOVE 'NO' TO W32-HST-EOF-SWITCH
           END-READ
           .
      *Keeps the latest period seen so far that comes before the
      *period being paid.
       132-CHECK-HISTORY-PERIOD.
           IF F15-HST-PERIOD > W32-PRIOR-PERIOD
              AND (W21-CTL-PERIOD = SPACES
                   OR F15-HST-PERIOD < W21-CTL-PERIOD)
              MOVE F15-HST-PERIOD TO W32-PRIOR-PERIOD
           END-IF

           PERFORM 131-READ-HISTORY-RECORD
           .
      *Adds one previous-period history row into its employee's
      *prior net - or takes it back off, for a void reversal, so a
      *voided payment does not count as paid. A full table is
      *reported but not fatal: the employees beyond it simply show
      *as new this period.
       133-STORE-PRIOR-NET.
           IF F15-HST-PERIOD = W32-PRIOR-PERIOD
              MOVE ZERO TO W32-PRV-MATCH-SUB
              PERFORM 134-CHECK-PRIOR-ENTRY
                  VARYING W32-PRV-SUB FROM 1 BY 1
                  UNTIL W32-PRV-SUB > W32-PRV-COUNT
                  OR W32-PRV-MATCH-SUB > ZERO

              IF W32-PRV-MATCH-SUB = ZERO
                 IF W32-PRV-COUNT < W32-PRV-MAX
                    ADD 1 TO W32-PRV-COUNT
                    MOVE W32-PRV-COUNT TO W32-PRV-MATCH-SUB
                    MOVE F15-HST-SSN TO W32-PRV-SSN (W32-PRV-COUNT)
                    MOVE ZERO TO W32-PRV-NET (W32-PRV-COUNT)
                    MOVE 'N' TO W32-PRV-SEEN-SWITCH (W32-PRV-COUNT)
                 ELSE
                    DISPLAY 'Prior-period table full, SSN '
                        F15-HST-SSN ' left out of the comparison'
                 END-IF
              END-IF

              IF W32-PRV-MATCH-SUB > ZERO
                 IF NOT F15-HST-VOID-REVERSAL
                    ADD F15-HST-NET TO W32-PRV-NET (W32-PRV-MATCH-SUB)
                 ELSE
                    IF W32-PRV-NET (W32-PRV-MATCH-SUB) > F15-HST-NET
                       SUBTRACT F15-HST-NET
                           FROM W32-PRV-NET (W32-PRV-MATCH-SUB)
                    ELSE
                       MOVE ZERO TO W32-PRV-NET (W32-PRV-MATCH-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 131-READ-HISTORY-RECORD
           .
      *Tests one prior-period row against this history row's SSN.
       134-CHECK-PRIOR-ENTRY.
           IF W32-PRV-SSN (W32-PRV-SUB) = F15-HST-SSN
              MOVE W32-PRV-SUB TO W32-PRV-MATCH-SUB
           END-IF
           .
      *Loads the state and local tax table into the W37 table. A
      *missing table is not fatal - the run simply withholds no
      *state or local tax, which is the old behavior. A table larger
      *than W37 flags the overflow.
       120-LOAD-JURIS-TABLE.
           OPEN INPUT F21-JURIS-FILE

           IF W37-JURIS-STATUS = '00'
              PERFORM 121-READ-JURIS-RECORD
              PERFORM 122-STORE-JURIS-ENTRY
                  UNTIL W37-JUR-EOF-SWITCH = 'NO'
                  OR W37-JUR-COUNT = W37-JUR-MAX
              IF W37-JUR-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W37-JUR-OVERFLOW-SWITCH
              END-IF
              CLOSE F21-JURIS-FILE
           ELSE
              DISPLAY 'No jurisdiction table on file -'
                  ' no state or local tax withheld'
           END-IF
           .
      *Reads the next jurisdiction table row.
       121-READ-JURIS-RECORD.
           READ F21-JURIS-FILE
               AT END MOVE 'NO' TO W37-JUR-EOF-SWITCH
           END-READ
           .
      *Stores one jurisdiction table row, with its run totals
      *starting from zero.
       122-STORE-JURIS-ENTRY.
           ADD 1 TO W37-JUR-COUNT
           MOVE F21-JUR-CODE TO W37-JUR-CODE (W37-JUR-COUNT)
           MOVE F21-JUR-STATE-AUTH TO W37-JUR-STATE-AUTH (W37-JUR-COUNT)
           MOVE F21-JUR-STATE-RATE TO W37-JUR-STATE-RATE (W37-JUR-COUNT)
           MOVE F21-JUR-LOCAL-AUTH TO W37-JUR-LOCAL-AUTH (W37-JUR-COUNT)
           MOVE F21-JUR-LOCAL-RATE TO W37-JUR-LOCAL-RATE (W37-JUR-COUNT)
           MOVE F21-JUR-NAME TO W37-JUR-NAME (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-EMP-COUNT (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-WAGES (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-STATE-TAX (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-LOCAL-TAX (W37-JUR-COUNT)

           PERFORM 121-READ-JURIS-RECORD
           .
      *Loads the deductions master into the W25 table. A missing
      *master simply starts the table empty - nobody has standing
      *deductions yet. A master that is there but will not open
      *stops the run, rather than pay everyone without deductions.
      *A master larger than the table flags the overflow.
       125-LOAD-DEDUCT-MASTER.
           OPEN INPUT F18-DEDUCT-FILE

                  UNTIL W25-DED-EOF-SWITCH = 'NO'
                  OR W25-DED-COUNT = W25-DED-MAX
              IF W25-DED-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W25-DED-OVERFLOW-SWITCH
              END-IF
              CLOSE F18-DEDUCT-FILE
           ELSE
              IF W25-DEDUCT-STATUS NOT = '35'
                 DISPLAY 'Deductions master could not be opened,'
                     ' status ' W25-DEDUCT-STATUS
                     ' - run stopped, nothing paid'
                 STOP RUN
              END-IF
           END-IF
           .
      *Reads the next deductions master row.

           PERFORM 126-READ-DEDUCT-MASTER
           .
      *Loads the benefits enrollment master into the W44 table.
      *Once the master is on file it, not the keyed plan code,
      *decides what each employee pays for insurance.
       140-LOAD-BENEFIT-MASTER.
           OPEN INPUT F23-BENEFIT-FILE

           IF W44-BENEFIT-STATUS = '00'
              MOVE 'YES' TO W44-BENEFIT-SWITCH
              PERFORM 141-READ-BENEFIT-RECORD
              PERFORM 142-STORE-BENEFIT-ENTRY
                  UNTIL W44-BEN-EOF-SWITCH = 'NO'
                  OR W44-BEN-COUNT = W44-BEN-MAX
              IF W44-BEN-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W44-BEN-OVERFLOW-SWITCH
              END-IF
              CLOSE F23-BENEFIT-FILE
           ELSE
              DISPLAY 'No benefits master on file -'
                  ' insurance priced by plan code'
           END-IF
           .
      *Reads the next benefits enrollment row.
       141-READ-BENEFIT-RECORD.
           READ F23-BENEFIT-FILE
               AT END MOVE 'NO' TO W44-BEN-EOF-SWITCH
           END-READ
           .
      *Stores one benefits enrollment row in the table.
       142-STORE-BENEFIT-ENTRY.
           ADD 1 TO W44-BEN-COUNT
           MOVE F23-BEN-SSN TO W44-BEN-SSN (W44-BEN-COUNT)
           MOVE F23-BEN-PLAN TO W44-BEN-PLAN (W44-BEN-COUNT)
           MOVE F23-BEN-TIER TO W44-BEN-TIER (W44-BEN-COUNT)
           MOVE F23-BEN-ENROLL-DATE
               TO W44-BEN-ENROLL-DATE (W44-BEN-COUNT)
           MOVE F23-BEN-END-DATE TO W44-BEN-END-DATE (W44-BEN-COUNT)
           MOVE F23-BEN-EE-SHARE TO W44-BEN-EE-SHARE (W44-BEN-COUNT)
           MOVE F23-BEN-ER-SHARE TO W44-BEN-ER-SHARE (W44-BEN-COUNT)

           PERFORM 141-READ-BENEFIT-RECORD
           .
      *Seeds the payment numbering from where the last run left it.
      *A missing control record starts the numbering at one.
       118-LOAD-PAYMENT-NUMBER.
              CLOSE F12-PAYNUM-FILE
           END-IF
           .
      *Opens the leave master for reading by SSN. A missing master
      *(the first accruing run) is not an error - every employee's
      *balances start from zero and the master is created when the
      *run's accruals are applied. A master that is there but will
      *not open stops the run before any output is opened, so it
      *is never rebuilt from this period alone.
       119-OPEN-LEAVE-MASTER.
           OPEN INPUT F14-LEAVE-FILE

           IF W24-LEAVE-STATUS = '00'
              MOVE 'YES' TO W24-LVE-MASTER-SWITCH
           ELSE
              IF W24-LEAVE-STATUS NOT = '35'
                 DISPLAY 'Leave master could not be opened, status '
                     W24-LEAVE-STATUS ' - run stopped, nothing paid'
                 STOP RUN
              END-IF
           END-IF
           .
      *Reads the next leave work file row, in SSN order.
       113-READ-LEAVE-WORK.
           READ F27-LEAVE-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W24-LVE-EOF-SWITCH
           END-READ
           .
      *Reads this employee's row from the leave master.
       114-READ-LEAVE-ROW.
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F14-LVE-SSN

           READ F14-LEAVE-FILE
               INVALID KEY
                   MOVE 'NO' TO W24-LVE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W24-LVE-FOUND-SWITCH
           END-READ

           IF W24-LVE-FOUND-SWITCH = 'YES'
              MOVE F14-LEAVE-REC TO W24-LVE-ENTRY
           END-IF
           .
      *Loads the time clock's work-order hours into the W45 table,
      *one row per employee and work order. No file means no hours
      *were booked to a job this week.
       145-LOAD-WORK-ORDER-HOURS.
           OPEN INPUT F24-WO-HOURS-FILE

           IF W45-WO-HOURS-STATUS = '00'
              PERFORM 146-READ-WO-HOURS-RECORD
              PERFORM 147-STORE-WO-HOURS-ENTRY
                  UNTIL W45-WOH-EOF-SWITCH = 'NO'
                  OR W45-WOH-OVERFLOW
              CLOSE F24-WO-HOURS-FILE
           END-IF
           .
      *Reads the next work-order hours line.
       146-READ-WO-HOURS-RECORD.
           READ F24-WO-HOURS-FILE
               AT END MOVE 'NO' TO W45-WOH-EOF-SWITCH
           END-READ
           .
      *Adds one shift's hours to its employee and work order's row,
      *starting a row the first time the pair shows up.
       147-STORE-WO-HOURS-ENTRY.
           MOVE ZERO TO W45-WOH-MATCH-SUB
           PERFORM 148-CHECK-WO-HOURS-ENTRY
               VARYING W45-WOH-SUB FROM 1 BY 1
               UNTIL W45-WOH-SUB > W45-WOH-COUNT
               OR W45-WOH-MATCH-SUB > ZERO

           IF W45-WOH-MATCH-SUB = ZERO
              IF W45-WOH-COUNT < W45-WOH-MAX
                 ADD 1 TO W45-WOH-COUNT
                 MOVE W45-WOH-COUNT TO W45-WOH-MATCH-SUB
                 MOVE F24-WOH-SSN TO W45-WOH-SSN (W45-WOH-COUNT)
                 MOVE F24-WOH-WORK-ORDER
                     TO W45-WOH-WORK-ORDER (W45-WOH-COUNT)
                 MOVE ZERO TO W45-WOH-HOURS (W45-WOH-COUNT)
                 MOVE 'NO' TO W45-WOH-CHARGED-SWITCH (W45-WOH-COUNT)
              ELSE
                 MOVE 'YES' TO W45-WOH-OVERFLOW-SWITCH
              END-IF
           END-IF

           IF W45-WOH-MATCH-SUB > ZERO
              ADD F24-WOH-HOURS TO W45-WOH-HOURS (W45-WOH-MATCH-SUB)
              PERFORM 146-READ-WO-HOURS-RECORD
           END-IF
           .
      *Tests one work-order hours row against this line's employee
      *and work order.
       148-CHECK-WO-HOURS-ENTRY.
           IF W45-WOH-SSN (W45-WOH-SUB) = F24-WOH-SSN
              AND W45-WOH-WORK-ORDER (W45-WOH-SUB) = F24-WOH-WORK-ORDER
              MOVE W45-WOH-SUB TO W45-WOH-MATCH-SUB
           END-IF
           .
      *Loads the time clock's leave hours into the W46 table. No
      *file means no leave was taken through the clock this week,
      *and every hour on the input line counts as worked.
       150-LOAD-LEAVE-HOURS.
           OPEN INPUT F28-LEAVE-HOURS-FILE

           IF W46-LEAVE-HOURS-STATUS = '00'
              PERFORM 151-READ-LEAVE-HOURS-RECORD
              PERFORM 152-STORE-LEAVE-HOURS-ENTRY
                  UNTIL W46-LVH-EOF-SWITCH = 'NO'
                  OR W46-LVH-OVERFLOW
              CLOSE F28-LEAVE-HOURS-FILE
              IF W46-STALE-COUNT > ZERO
                 DISPLAY 'Leave hours lines from another period'
                     ' ignored: ' W46-STALE-COUNT
              END-IF
           END-IF
           .
      *Reads the next leave hours line.
       151-READ-LEAVE-HOURS-RECORD.
           READ F28-LEAVE-HOURS-FILE
               AT END MOVE 'NO' TO W46-LVH-EOF-SWITCH
           END-READ
           .
      *Stores one employee's leave hours, unless the line is dated
      *outside this period.
       152-STORE-LEAVE-HOURS-ENTRY.
           IF W21-CTL-PERIOD-END > ZERO
              AND (F28-LVH-WEEK-DATE < W21-CTL-PERIOD-START
                   OR F28-LVH-WEEK-DATE > W21-CTL-PERIOD-END)
              ADD 1 TO W46-STALE-COUNT
              PERFORM 151-READ-LEAVE-HOURS-RECORD
           ELSE
              IF W46-LVH-COUNT < W46-LVH-MAX
                 ADD 1 TO W46-LVH-COUNT
                 MOVE F28-LVH-SSN TO W46-LVH-SSN (W46-LVH-COUNT)
                 MOVE F28-LVH-HOURS TO W46-LVH-HOURS (W46-LVH-COUNT)
                 PERFORM 151-READ-LEAVE-HOURS-RECORD
              ELSE
                 MOVE 'YES' TO W46-LVH-OVERFLOW-SWITCH
              END-IF
           END-IF
           .
      *Opens the prior period's YTD master for reading by SSN. A
      *missing master (the very first run) is not an error - every
      *employee is seeded from the YTD block carried in the input
      *record and the master is created when the run is applied.
      *A master that is there but will not open stops the run
      *before any output is opened, so it is never rebuilt from
      *this period alone.
       110-OPEN-YTD-MASTER.
           OPEN INPUT F03-YTD-FILE

           IF W09-YTD-STATUS = '00'
              MOVE 'YES' TO W09-YTD-MASTER-SWITCH
           ELSE
              IF W09-YTD-STATUS NOT = '35'
                 DISPLAY 'YTD master could not be opened, status '
                     W09-YTD-STATUS ' - run stopped, nothing paid'
                 STOP RUN
              END-IF
           END-IF
           .
      *Reads the next YTD work file row, in SSN order.
       111-READ-YTD-WORK.
           READ F26-YTD-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W09-YTD-EOF-SWITCH
           END-READ
           .
      *Reads this employee's row from the YTD master, keeping the
      *totals it starts the run with.
       112-READ-YTD-ROW.
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F03-YTD-SSN

           READ F03-YTD-FILE
               INVALID KEY
                   MOVE 'NO' TO W09-YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W09-YTD-FOUND-SWITCH
           END-READ

           IF W09-YTD-FOUND-SWITCH = 'YES'
              MOVE F03-YTD-SSN TO W09-ENTRY-SSN
              MOVE F03-YTD-LAST-NAME TO W09-ENTRY-LAST-NAME
              MOVE F03-YTD-FIRST-NAME TO W09-ENTRY-FIRST-NAME
              MOVE F03-YTD-EARNINGS TO W09-ENTRY-EARNINGS
              MOVE F03-YTD-TAXES TO W09-ENTRY-TAXES
              MOVE F03-YTD-FICA TO W09-ENTRY-FICA
              MOVE F03-YTD-INSURANCE TO W09-ENTRY-INSURANCE
              MOVE F03-YTD-STATE-TAX TO W09-ENTRY-STATE-TAX
              MOVE F03-YTD-LOCAL-TAX TO W09-ENTRY-LOCAL-TAX
              MOVE F03-YTD-EARNINGS TO W09-ENTRY-PRIOR-EARNINGS
              MOVE F03-YTD-TAXES TO W09-ENTRY-PRIOR-TAXES
              MOVE F03-YTD-FICA TO W09-ENTRY-PRIOR-FICA
              MOVE F03-YTD-INSURANCE TO W09-ENTRY-PRIOR-INSURANCE
              MOVE F03-YTD-STATE-TAX TO W09-ENTRY-PRIOR-STATE-TAX
              MOVE F03-YTD-LOCAL-TAX TO W09-ENTRY-PRIOR-LOCAL-TAX
              MOVE 'N' TO W09-ENTRY-NEW-SWITCH
           END-IF
           .
      *Loads the rate table. Every row whose effective date has
      *arrived is applied in file order, so with the file kept in
                      MOVE F06-RATE-VALUE TO W01-FICA-RATE
                  WHEN 'FICA-BASE'
                      MOVE F06-RATE-VALUE TO W01-FICA-WAGE-BASE
                  WHEN 'TRIAL-PCT'
                      MOVE F06-RATE-VALUE TO W10-TRIAL-PCT
      *The supplemental run's flat withholding rate lives in the
      *same clerk-maintained file; the regular run has no use for
      *it but should not flag it as a keying error.

           PERFORM 116-READ-RATE-RECORD
           .
      *Prints headings for the register output file, and on a trial
      *run the TRIAL stamp over them and the comparison report's
      *headings.
       200-WRITE-HEADING-LINES.
           IF W32-TRIAL-RUN
              MOVE W33-TRIAL-BANNER TO F02-REGISTER-OUT-LINE
              WRITE F02-REGISTER-OUT-LINE

              MOVE W33-TRIAL-BANNER TO F20-COMPARE-OUT-LINE
              WRITE F20-COMPARE-OUT-LINE

              MOVE W32-PRIOR-PERIOD TO W34-PRIOR-PERIOD
              MOVE W10-TRIAL-PCT TO W34-TRIAL-PCT
              MOVE W34-COMPARE-HEADING TO F20-COMPARE-OUT-LINE
              WRITE F20-COMPARE-OUT-LINE

              MOVE SPACES TO F20-COMPARE-OUT-LINE
              WRITE F20-COMPARE-OUT-LINE
           END-IF

           MOVE W02-REGISTER-HEADING TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

                AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Calculates gross-to-net pay and writes the register line. A
      *trial run compares the net with the previous period instead
      *of issuing the payment.
      *Skips any line whose SSN column isn't numeric - the record-count
      *reconciliation trailer 501-WRITE-VALID-FOOTER appends to
      *VALIDRECORDS.DAT (and any heading line left mid-file by a
              PERFORM 405-LOCATE-YTD-ENTRY
              PERFORM 410-CALCULATE-GROSS-PAY
              PERFORM 420-CALCULATE-WITHHOLDING
              PERFORM 425-CALCULATE-STATE-LOCAL-TAX
              PERFORM 430-CALCULATE-FICA
              PERFORM 440-CALCULATE-INSURANCE
              PERFORM 450-CALCULATE-NET-PAY
                 PERFORM 462-ACCRUE-LEAVE
                 PERFORM 465-WRITE-PAY-STUB
                 PERFORM 468-ACCUMULATE-RUN-TOTALS
                 PERFORM 481-CHARGE-WORK-ORDERS
                 PERFORM 470-WRITE-REGISTER-LINE
                 IF W32-TRIAL-RUN
                    PERFORM 475-COMPARE-PRIOR-NET
                 ELSE
                    PERFORM 480-WRITE-NET-PAY-EXTRACT
                    PERFORM 485-WRITE-PAYMENT-RECORD
                    PERFORM 487-WRITE-PAY-HISTORY
                 END-IF
              END-IF
           END-IF

           PERFORM 300-READ-RECORD
           .
      *Finds this employee's YTD row and seeds the W06 current-YTD
      *fields from it as the authoritative starting point. The row
      *comes from the work file if this employee has already come
      *up in this run, otherwise from the master; an employee the
      *master has never seen gets a new row seeded from the YTD
      *block in the input record, so a first-run or new-hire record
      *still starts from something sensible - and an employee later
      *diverted to PAYROLLNEGATIVE.OUT still keeps a row in the
      *updated master.
       405-LOCATE-YTD-ENTRY.
           MOVE 'NO' TO W09-YTD-FOUND-SWITCH
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F26-WRK-SSN

           READ F26-YTD-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W09-YTD-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W09-YTD-STAGED-SWITCH
           END-READ

           IF W09-YTD-STAGED-SWITCH = 'YES'
              MOVE F26-YTD-WORK-REC TO W09-YTD-ENTRY
           ELSE
              IF W09-YTD-MASTER-OPEN
                 PERFORM 112-READ-YTD-ROW
              END-IF
              IF W09-YTD-FOUND-SWITCH NOT = 'YES'
                 PERFORM 407-NEW-YTD-ENTRY
              END-IF
              PERFORM 406-STAGE-YTD-ENTRY
           END-IF

           MOVE W09-ENTRY-EARNINGS TO W06-CURR-YTD-EARNINGS
           MOVE W09-ENTRY-TAXES TO W06-CURR-YTD-TAXES
           MOVE W09-ENTRY-FICA TO W06-CURR-YTD-FICA
           MOVE W09-ENTRY-INSURANCE TO W06-CURR-YTD-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO W06-CURR-YTD-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO W06-CURR-YTD-LOCAL-TAX
           .
      *Puts this employee's YTD row on the work file.
       406-STAGE-YTD-ENTRY.
           MOVE W09-YTD-ENTRY TO F26-YTD-WORK-REC
           WRITE F26-YTD-WORK-REC
           .
      *Builds a YTD row for an employee not on the prior master,
      *seeded from the YTD block in the input record.
       407-NEW-YTD-ENTRY.
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO W09-ENTRY-SSN
           MOVE F01-IN-LAST-NAME TO W09-ENTRY-LAST-NAME
           MOVE F01-IN-FIRST-NAME TO W09-ENTRY-FIRST-NAME
           MOVE F01-IN-YTD-EARNINGS TO W09-ENTRY-EARNINGS
           MOVE F01-IN-YTD-TAXES TO W09-ENTRY-TAXES
           MOVE F01-IN-YTD-FICA TO W09-ENTRY-FICA
           MOVE F01-IN-YTD-INSURANCE TO W09-ENTRY-INSURANCE
           MOVE ZERO TO W09-ENTRY-STATE-TAX
           MOVE ZERO TO W09-ENTRY-LOCAL-TAX
           MOVE F01-IN-YTD-EARNINGS TO W09-ENTRY-PRIOR-EARNINGS
           MOVE F01-IN-YTD-TAXES TO W09-ENTRY-PRIOR-TAXES
           MOVE F01-IN-YTD-FICA TO W09-ENTRY-PRIOR-FICA
           MOVE F01-IN-YTD-INSURANCE TO W09-ENTRY-PRIOR-INSURANCE
           MOVE ZERO TO W09-ENTRY-PRIOR-STATE-TAX
           MOVE ZERO TO W09-ENTRY-PRIOR-LOCAL-TAX
           MOVE 'Y' TO W09-ENTRY-NEW-SWITCH
           .
      *Computes gross pay; salaried employees get no overtime premium.
      *An hourly employee's leave hours are paid at straight time;
      *only the hours actually worked past 40 earn the premium.
       410-CALCULATE-GROSS-PAY.
           MOVE ZERO TO W01-OT-PREMIUM

              COMPUTE W01-GROSS-PAY ROUNDED =
                  F01-IN-HOURLY-RATE * F01-IN-HOURS-WORKED
           ELSE
              PERFORM 412-FIND-LEAVE-HOURS
              COMPUTE W46-WORKED-HOURS =
                  F01-IN-HOURS-WORKED - W46-LEAVE-HOURS
              IF W46-WORKED-HOURS > 40
                 COMPUTE W01-OVERTIME-HOURS =
                     W46-WORKED-HOURS - 40
                 COMPUTE W01-REGULAR-HOURS =
                     F01-IN-HOURS-WORKED - W01-OVERTIME-HOURS
                 COMPUTE W01-GROSS-PAY ROUNDED =
                     (W01-REGULAR-HOURS * F01-IN-HOURLY-RATE)
                     + (W01-OVERTIME-HOURS * F01-IN-HOURLY-RATE * 1.5)
              END-IF
           END-IF
           .
      *Finds this employee's leave hours for the week, never more
      *than the hours on the input line, which the clerk may have
      *cut back after the time clock ran.
       412-FIND-LEAVE-HOURS.
           MOVE ZERO TO W46-LEAVE-HOURS
           MOVE ZERO TO W46-LVH-MATCH-SUB
           PERFORM 413-CHECK-LEAVE-HOURS-ENTRY
               VARYING W46-LVH-SUB FROM 1 BY 1
               UNTIL W46-LVH-SUB > W46-LVH-COUNT
               OR W46-LVH-MATCH-SUB > ZERO

           IF W46-LVH-MATCH-SUB > ZERO
              MOVE W46-LVH-HOURS (W46-LVH-MATCH-SUB) TO W46-LEAVE-HOURS
              IF W46-LEAVE-HOURS > F01-IN-HOURS-WORKED
                 MOVE F01-IN-HOURS-WORKED TO W46-LEAVE-HOURS
              END-IF
           END-IF
           .
      *Tests one leave hours row against this employee.
       413-CHECK-LEAVE-HOURS-ENTRY.
           IF W46-LVH-SSN (W46-LVH-SUB) = F01-IN-SOCIAL-SECURITY-NUMBER
              MOVE W46-LVH-SUB TO W46-LVH-MATCH-SUB
           END-IF
           .
      *Computes withholding from taxable pay after dependent allowances.
       420-CALCULATE-WITHHOLDING.
           COMPUTE W01-DEPENDENT-ALLOWANCE ROUNDED =
           COMPUTE W01-WITHHOLDING ROUNDED =
               W01-TAXABLE-PAY * W01-WITHHOLDING-RATE
           .
      *Computes state and local tax separately from the federal
      *withholding, on the same taxable pay, at the rates of the
      *employee's work jurisdiction. A blank code withholds
      *neither; a code not on the table is displayed and withholds
      *neither, so the employee is still paid.
       425-CALCULATE-STATE-LOCAL-TAX.
           MOVE ZERO TO W01-STATE-TAX
           MOVE ZERO TO W01-LOCAL-TAX
           MOVE ZERO TO W37-JUR-MATCH-SUB

           IF F01-IN-WORK-JURIS NOT = SPACES
              PERFORM 426-CHECK-JURIS-ENTRY
                  VARYING W37-JUR-SUB FROM 1 BY 1
                  UNTIL W37-JUR-SUB > W37-JUR-COUNT
                  OR W37-JUR-MATCH-SUB > ZERO

              IF W37-JUR-MATCH-SUB = ZERO
                 DISPLAY 'Jurisdiction ' F01-IN-WORK-JURIS
                     ' not on tax table, no state or local tax'
                     ' for SSN ' F01-IN-SOCIAL-SECURITY-NUMBER
              ELSE
                 COMPUTE W01-STATE-TAX ROUNDED =
                     W01-TAXABLE-PAY
                     * W37-JUR-STATE-RATE (W37-JUR-MATCH-SUB)
                 COMPUTE W01-LOCAL-TAX ROUNDED =
                     W01-TAXABLE-PAY
                     * W37-JUR-LOCAL-RATE (W37-JUR-MATCH-SUB)
              END-IF
           END-IF
           .
      *Tests one jurisdiction table row against this employee's
      *work jurisdiction.
       426-CHECK-JURIS-ENTRY.
           IF W37-JUR-CODE (W37-JUR-SUB) = F01-IN-WORK-JURIS
              MOVE W37-JUR-SUB TO W37-JUR-MATCH-SUB
           END-IF
           .
      *Computes FICA at the statutory-style rate, honoring the
      *Social Security wage base: only the part of this period's
      *gross still under the cap (measured against the employee's
           COMPUTE W01-FICA ROUNDED =
               W01-FICA-TAXABLE-PAY * W01-FICA-RATE
           .
      *Computes the insurance deduction. With the benefits master
      *on file the employee share comes from the enrollment in
      *effect at the period end (the run date when no period is on
      *the run control), and the employer share is carried to
      *the journal and the burden; an employee with no enrollment
      *in effect pays nothing. Without the master the keyed plan
      *code is priced at the flat premiums as before.
       440-CALCULATE-INSURANCE.
           MOVE ZERO TO W01-INSURANCE-DEDUCTION
           MOVE ZERO TO W01-EMPLOYER-INSURANCE
           MOVE F01-IN-INSURANCE TO W44-STUB-PLAN
           MOVE SPACES TO W44-STUB-TIER

           IF W44-BENEFIT-ON-FILE
              IF W21-CTL-PERIOD-END > ZERO
                 MOVE W21-CTL-PERIOD-END TO W44-BEN-AS-OF-DATE
              ELSE
                 MOVE W21-CONTROL-RUN-DATE TO W44-BEN-AS-OF-DATE
              END-IF
              MOVE ZERO TO W44-BEN-MATCH-SUB
              PERFORM 441-CHECK-BENEFIT-ENTRY
                  VARYING W44-BEN-SUB FROM 1 BY 1
                  UNTIL W44-BEN-SUB > W44-BEN-COUNT
                  OR W44-BEN-MATCH-SUB > ZERO

              IF W44-BEN-MATCH-SUB = ZERO
                 MOVE 'Z' TO W44-STUB-PLAN
              ELSE
                 MOVE W44-BEN-EE-SHARE (W44-BEN-MATCH-SUB)
                     TO W01-INSURANCE-DEDUCTION
                 MOVE W44-BEN-ER-SHARE (W44-BEN-MATCH-SUB)
                     TO W01-EMPLOYER-INSURANCE
                 MOVE W44-BEN-PLAN (W44-BEN-MATCH-SUB)
                     TO W44-STUB-PLAN
                 MOVE W44-BEN-TIER (W44-BEN-MATCH-SUB)
                     TO W44-STUB-TIER
              END-IF
           ELSE
              EVALUATE F01-IN-INSURANCE
                  WHEN 'A'
                      MOVE W10-INS-PREM-A TO W01-INSURANCE-DEDUCTION
                  WHEN 'B'
                      MOVE W10-INS-PREM-B TO W01-INSURANCE-DEDUCTION
                  WHEN 'C'
                      MOVE W10-INS-PREM-C TO W01-INSURANCE-DEDUCTION
                  WHEN OTHER
                      MOVE ZERO TO W01-INSURANCE-DEDUCTION
              END-EVALUATE
           END-IF
           .
      *Tests one enrollment row: this employee's, begun on or
      *before the period end and not ended before it.
       441-CHECK-BENEFIT-ENTRY.
           IF W44-BEN-SSN (W44-BEN-SUB) = F01-IN-SOCIAL-SECURITY-NUMBER
              AND W44-BEN-ENROLL-DATE (W44-BEN-SUB)
                  <= W44-BEN-AS-OF-DATE
              AND (W44-BEN-END-DATE (W44-BEN-SUB) = ZERO
                   OR W44-BEN-END-DATE (W44-BEN-SUB)
                      >= W44-BEN-AS-OF-DATE)
              MOVE W44-BEN-SUB TO W44-BEN-MATCH-SUB
           END-IF
           .
      *Computes net pay as gross less all deductions. W01-NET-PAY is
      *unsigned, so a record whose deductions exceed gross pay (e.g.
           MOVE 'NO' TO W01-NET-PAY-NEGATIVE-SWITCH
           MOVE ZERO TO W27-ITEM-COUNT
           COMPUTE W01-SIGNED-NET-PAY ROUNDED =
               W01-GROSS-PAY - W01-WITHHOLDING - W01-STATE-TAX
               - W01-LOCAL-TAX - W01-FICA - W01-INSURANCE-DEDUCTION

           IF W01-SIGNED-NET-PAY < 0
              MOVE 'YES' TO W01-NET-PAY-NEGATIVE-SWITCH
           WRITE F04-NEGATIVE-OUT-LINE
           .
      *Rolls this period's amounts forward into the YTD totals and
      *stores them back in the employee's YTD work file row so the
      *updated master carries them into the next run.
       460-ROLL-FORWARD-YTD.
           ADD W01-GROSS-PAY TO W06-CURR-YTD-EARNINGS
           ADD W01-WITHHOLDING TO W06-CURR-YTD-TAXES
           ADD W01-FICA TO W06-CURR-YTD-FICA
           ADD W01-INSURANCE-DEDUCTION TO W06-CURR-YTD-INSURANCE
           ADD W01-STATE-TAX TO W06-CURR-YTD-STATE-TAX
           ADD W01-LOCAL-TAX TO W06-CURR-YTD-LOCAL-TAX

           MOVE W06-CURR-YTD-EARNINGS TO W09-ENTRY-EARNINGS
           MOVE W06-CURR-YTD-TAXES TO W09-ENTRY-TAXES
           MOVE W06-CURR-YTD-FICA TO W09-ENTRY-FICA
           MOVE W06-CURR-YTD-INSURANCE TO W09-ENTRY-INSURANCE
           MOVE W06-CURR-YTD-STATE-TAX TO W09-ENTRY-STATE-TAX
           MOVE W06-CURR-YTD-LOCAL-TAX TO W09-ENTRY-LOCAL-TAX

           MOVE W09-YTD-ENTRY TO F26-YTD-WORK-REC
           REWRITE F26-YTD-WORK-REC
           .
      *Accrues this period's vacation and sick hours into the
      *employee's leave row, at the clerk-maintained per-period
       462-ACCRUE-LEAVE.
           PERFORM 463-LOCATE-LEAVE-ENTRY

           ADD W10-VAC-ACCRUAL TO W24-LVE-VAC-BALANCE
           ADD W10-SICK-ACCRUAL TO W24-LVE-SICK-BALANCE

           MOVE W24-LVE-ENTRY TO F27-LEAVE-WORK-REC
           REWRITE F27-LEAVE-WORK-REC
           .
      *Finds this employee's leave row: on the work file if already
      *accrued in this run, otherwise on the master, otherwise a
      *fresh row. A row not yet on the work file is put there.
       463-LOCATE-LEAVE-ENTRY.
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F27-WRK-SSN

           READ F27-LEAVE-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W24-LVE-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W24-LVE-STAGED-SWITCH
           END-READ

           IF W24-LVE-STAGED-SWITCH = 'YES'
              MOVE F27-LEAVE-WORK-REC TO W24-LVE-ENTRY
           ELSE
              MOVE 'NO' TO W24-LVE-FOUND-SWITCH
              IF W24-LVE-MASTER-OPEN
                 PERFORM 114-READ-LEAVE-ROW
              END-IF
              IF W24-LVE-FOUND-SWITCH NOT = 'YES'
                 MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO W24-LVE-SSN
                 MOVE ZERO TO W24-LVE-VAC-BALANCE
                 MOVE ZERO TO W24-LVE-SICK-BALANCE
              END-IF
              PERFORM 464-STAGE-LEAVE-ENTRY
           END-IF
           .
      *Puts this employee's leave row on the work file.
       464-STAGE-LEAVE-ENTRY.
           MOVE W24-LVE-ENTRY TO F27-LEAVE-WORK-REC
           WRITE F27-LEAVE-WORK-REC
           .
      *Writes one formatted pay stub: full name, the regular and
      *overtime hours split computed in 410-CALCULATE-GROSS-PAY,
      *each deduction itemized, net pay and the updated YTD block.
      *Every trial stub carries the TRIAL stamp, so none can pass
      *for a real one.
       465-WRITE-PAY-STUB.
           MOVE W11-STUB-SEPARATOR TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           IF W32-TRIAL-RUN
              MOVE W33-TRIAL-BANNER TO F07-STUB-OUT-LINE
              WRITE F07-STUB-OUT-LINE
           END-IF

           MOVE F01-IN-FULL-NAME TO W11-STUB-NAME
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO W11-STUB-SSN
           MOVE W11-STUB-NAME-LINE TO F07-STUB-OUT-LINE
           MOVE W11-STUB-DEDUCT-LINE TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           IF W37-JUR-MATCH-SUB > ZERO
              MOVE 'STATE TAX' TO W11-STUB-DEDUCT-LABEL
              MOVE W37-JUR-STATE-AUTH (W37-JUR-MATCH-SUB)
                  TO W11-STUB-DEDUCT-LABEL (11:6)
              MOVE W01-STATE-TAX TO W11-STUB-DEDUCT-AMOUNT
              MOVE W11-STUB-DEDUCT-LINE TO F07-STUB-OUT-LINE
              WRITE F07-STUB-OUT-LINE

              IF W37-JUR-LOCAL-AUTH (W37-JUR-MATCH-SUB) NOT = SPACES
                 MOVE 'LOCAL TAX' TO W11-STUB-DEDUCT-LABEL
                 MOVE W37-JUR-LOCAL-AUTH (W37-JUR-MATCH-SUB)
                     TO W11-STUB-DEDUCT-LABEL (11:6)
                 MOVE W01-LOCAL-TAX TO W11-STUB-DEDUCT-AMOUNT
                 MOVE W11-STUB-DEDUCT-LINE TO F07-STUB-OUT-LINE
                 WRITE F07-STUB-OUT-LINE
              END-IF
           END-IF

           MOVE 'FICA' TO W11-STUB-DEDUCT-LABEL
           MOVE W01-FICA TO W11-STUB-DEDUCT-AMOUNT
           MOVE W11-STUB-DEDUCT-LINE TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           MOVE 'INSURANCE PLAN' TO W11-STUB-DEDUCT-LABEL
           MOVE W44-STUB-PLAN TO W11-STUB-DEDUCT-LABEL (16:1)
           MOVE W44-STUB-TIER TO W11-STUB-DEDUCT-LABEL (18:3)
           MOVE W01-INSURANCE-DEDUCTION TO W11-STUB-DEDUCT-AMOUNT
           MOVE W11-STUB-DEDUCT-LINE TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE
           MOVE W11-STUB-YTD-LINE-TWO TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           MOVE W06-CURR-YTD-STATE-TAX TO W11-STUB-YTD-STATE-TAX
           MOVE W06-CURR-YTD-LOCAL-TAX TO W11-STUB-YTD-LOCAL-TAX
           MOVE W11-STUB-YTD-LINE-THREE TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           MOVE W24-LVE-VAC-BALANCE TO W11-STUB-VAC-BALANCE
           MOVE W24-LVE-SICK-BALANCE TO W11-STUB-SICK-BALANCE
           MOVE W11-STUB-LEAVE-LINE TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE

           MOVE W11-STUB-SEPARATOR TO F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE
           WRITE F07-STUB-OUT-LINE
           .
      *Adds this register line's amounts into the whole-run totals
      *the journal extract is built from, and into the employee's
      *jurisdiction for the liability report.
       468-ACCUMULATE-RUN-TOTALS.
           ADD 1 TO W12-PAID-COUNT
           ADD W01-GROSS-PAY TO W12-TOTAL-GROSS
           ADD W01-WITHHOLDING TO W12-TOTAL-WITHHOLDING
           ADD W01-STATE-TAX TO W12-TOTAL-STATE-TAX
           ADD W01-LOCAL-TAX TO W12-TOTAL-LOCAL-TAX
           ADD W01-FICA TO W12-TOTAL-FICA
           ADD W01-INSURANCE-DEDUCTION TO W12-TOTAL-INSURANCE
           ADD W01-EMPLOYER-INSURANCE TO W12-TOTAL-ER-INSURANCE
           ADD W01-NET-PAY TO W12-TOTAL-NET

           EVALUATE TRUE
               WHEN W37-JUR-MATCH-SUB > ZERO
                   ADD 1 TO W37-JUR-EMP-COUNT (W37-JUR-MATCH-SUB)
                   ADD W01-GROSS-PAY
                       TO W37-JUR-WAGES (W37-JUR-MATCH-SUB)
                   ADD W01-STATE-TAX
                       TO W37-JUR-STATE-TAX (W37-JUR-MATCH-SUB)
                   ADD W01-LOCAL-TAX
                       TO W37-JUR-LOCAL-TAX (W37-JUR-MATCH-SUB)
               WHEN F01-IN-WORK-JURIS = SPACES
                   ADD 1 TO W37-NO-JURIS-COUNT
               WHEN OTHER
                   ADD 1 TO W37-UNKNOWN-JURIS-COUNT
           END-EVALUATE

           PERFORM 469-ACCUMULATE-DEPT-TOTALS
           .
      *Adds this employee's amounts into the department bucket the
      *labor-distribution report summarizes. The employer burden is
      *the matching FICA share the company pays on the wages, plus
      *the employer's share of the insurance premium.
       469-ACCUMULATE-DEPT-TOTALS.
           EVALUATE F01-IN-DEPT
               WHEN 'WHS'
           ADD W01-GROSS-PAY TO W16-DEPT-GROSS (W16-DEPT-SUB)
           ADD W01-OT-PREMIUM TO W16-DEPT-OT-PREMIUM (W16-DEPT-SUB)
           ADD W01-FICA TO W16-DEPT-BURDEN (W16-DEPT-SUB)
           ADD W01-EMPLOYER-INSURANCE TO W16-DEPT-BURDEN (W16-DEPT-SUB)
           ADD W01-NET-PAY TO W16-DEPT-NET (W16-DEPT-SUB)
           .
      *Writes one line of the paycheck register.
           MOVE F01-IN-LAST-NAME TO W04-LAST-NAME
           MOVE W01-GROSS-PAY TO W04-GROSS-PAY
           MOVE W01-WITHHOLDING TO W04-WITHHOLDING
           MOVE W01-STATE-TAX TO W04-STATE-TAX
           MOVE W01-LOCAL-TAX TO W04-LOCAL-TAX
           MOVE W01-FICA TO W04-FICA
           MOVE W01-INSURANCE-DEDUCTION TO W04-INSURANCE
           MOVE W01-NET-PAY TO W04-NET-PAY
           MOVE W04-REGISTER-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Compares this employee's trial net with what they were paid
      *for the previous period, listing a move of more than the
      *trial percentage either way, or an employee with no pay
      *history for that period at all.
       475-COMPARE-PRIOR-NET.
           MOVE ZERO TO W32-PRV-MATCH-SUB
           PERFORM 476-CHECK-PRIOR-SSN
               VARYING W32-PRV-SUB FROM 1 BY 1
               UNTIL W32-PRV-SUB > W32-PRV-COUNT
               OR W32-PRV-MATCH-SUB > ZERO

           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO W35-SSN
           MOVE F01-IN-LAST-NAME TO W35-LAST-NAME
           MOVE W01-NET-PAY TO W35-THIS-NET

           IF W32-PRV-MATCH-SUB = ZERO
              MOVE ZERO TO W35-PRIOR-NET
              MOVE ZERO TO W35-CHANGE-PCT
              MOVE 'NEW' TO W35-REASON
              MOVE W35-COMPARE-LINE TO F20-COMPARE-OUT-LINE
              WRITE F20-COMPARE-OUT-LINE
              ADD 1 TO W32-NEW-COUNT
           ELSE
              MOVE 'Y' TO W32-PRV-SEEN-SWITCH (W32-PRV-MATCH-SUB)
              MOVE W32-PRV-NET (W32-PRV-MATCH-SUB) TO W35-PRIOR-NET
              COMPUTE W32-NET-CHANGE =
                  W01-NET-PAY - W32-PRV-NET (W32-PRV-MATCH-SUB)
              IF W32-PRV-NET (W32-PRV-MATCH-SUB) = ZERO
                 IF W32-NET-CHANGE = ZERO
                    MOVE ZERO TO W32-CHANGE-PCT
                 ELSE
                    MOVE 99999.99 TO W32-CHANGE-PCT
                 END-IF
              ELSE
                 COMPUTE W32-CHANGE-PCT ROUNDED =
                     W32-NET-CHANGE * 100
                     / W32-PRV-NET (W32-PRV-MATCH-SUB)
              END-IF
              IF W32-CHANGE-PCT > W10-TRIAL-PCT
                 OR W32-CHANGE-PCT < ZERO - W10-TRIAL-PCT
                 MOVE W32-CHANGE-PCT TO W35-CHANGE-PCT
                 MOVE 'NET CHANGED' TO W35-REASON
                 MOVE W35-COMPARE-LINE TO F20-COMPARE-OUT-LINE
                 WRITE F20-COMPARE-OUT-LINE
                 ADD 1 TO W32-FLAGGED-COUNT
              END-IF
           END-IF
           .
      *Tests one prior-period row against this employee's SSN.
       476-CHECK-PRIOR-SSN.
           IF W32-PRV-SSN (W32-PRV-SUB) = F01-IN-SOCIAL-SECURITY-NUMBER
              MOVE W32-PRV-SUB TO W32-PRV-MATCH-SUB
           END-IF
           .
      *Lists every employee paid in the previous period who is not
      *paid on this trial - not on the input, or diverted to the
      *negative-net exceptions - then the comparison counts.
       477-WRITE-MISSING-EMPLOYEES.
           PERFORM 478-WRITE-MISSING-LINE
               VARYING W32-PRV-SUB FROM 1 BY 1
               UNTIL W32-PRV-SUB > W32-PRV-COUNT

           MOVE W32-FLAGGED-COUNT TO W36-FLAGGED-COUNT
           MOVE W32-NEW-COUNT TO W36-NEW-COUNT
           MOVE W32-MISSING-COUNT TO W36-MISSING-COUNT
           MOVE W36-COMPARE-COUNT-LINE TO F20-COMPARE-OUT-LINE
           WRITE F20-COMPARE-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Writes the missing line for one prior-period employee not
      *seen this run, named from the YTD master where it can be.
       478-WRITE-MISSING-LINE.
           IF W32-PRV-SEEN-SWITCH (W32-PRV-SUB) = 'N'
              MOVE W32-PRV-SSN (W32-PRV-SUB) TO W35-SSN
              MOVE SPACES TO W35-LAST-NAME
              PERFORM 479-CHECK-YTD-NAME
              MOVE W32-PRV-NET (W32-PRV-SUB) TO W35-PRIOR-NET
              MOVE ZERO TO W35-THIS-NET
              MOVE ZERO TO W35-CHANGE-PCT
              MOVE 'MISSING' TO W35-REASON
              MOVE W35-COMPARE-LINE TO F20-COMPARE-OUT-LINE
              WRITE F20-COMPARE-OUT-LINE
              ADD 1 TO W32-MISSING-COUNT
           END-IF
           .
      *Takes the last name from this SSN's YTD row: the work file
      *row if the employee came up this run, else the master row.
       479-CHECK-YTD-NAME.
           MOVE W32-PRV-SSN (W32-PRV-SUB) TO F26-WRK-SSN

           READ F26-YTD-WORK-FILE
               INVALID KEY
                   IF W09-YTD-MASTER-OPEN
                      MOVE W32-PRV-SSN (W32-PRV-SUB) TO F03-YTD-SSN
                      READ F03-YTD-FILE
                          NOT INVALID KEY
                              MOVE F03-YTD-LAST-NAME TO W35-LAST-NAME
                      END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE F26-YTD-WORK-REC TO W09-YTD-ENTRY
                   MOVE W09-ENTRY-LAST-NAME TO W35-LAST-NAME
           END-READ
           .
      *Writes this employee's net pay to the extract that
      *ASSIGNMENT-ONE-UPDATE applies to the pay-envelope master.
       480-WRITE-NET-PAY-EXTRACT.
           MOVE W01-NET-PAY TO F13-PAY-NET
           MOVE 'O' TO F13-PAY-STATUS
           MOVE ZERO TO F13-PAY-CLEARED-DATE
           MOVE ZERO TO F13-PAY-ORIG-NUMBER

           WRITE F13-PAYMENT-REC
               INVALID KEY
                   PERFORM 484-REPLACE-PAYMENT-RECORD
           END-WRITE
           .
      *A payment number already on the register is replaced only
      *when it is this same payment left by a run that did not
      *finish: still outstanding, to the same SSN, for the same
      *period and pay date. Anything else means the numbering has
      *gone wrong, and the run is stopped before it pays over it.
       484-REPLACE-PAYMENT-RECORD.
           MOVE F13-PAYMENT-REC TO W23-NEW-PAYMENT-REC
           READ F13-PAYMENT-FILE
               INVALID KEY
                   MOVE SPACES TO F13-PAY-STATUS
           END-READ

           IF F13-PAY-STATUS = 'O'
              AND F13-PAY-SSN = W23-NEW-SSN
              AND F13-PAY-PERIOD = W23-NEW-PERIOD
              AND F13-PAY-DATE = W23-NEW-DATE
              DISPLAY 'Payment ' W23-NEW-NUMBER
                  ' already on register - replaced'
              MOVE W23-NEW-PAYMENT-REC TO F13-PAYMENT-REC
              REWRITE F13-PAYMENT-REC
              END-REWRITE
           ELSE
              DISPLAY 'Payment ' W23-NEW-NUMBER
                  ' already on register for another payment -'
                  ' run stopped'
              STOP RUN
           END-IF
           .
      *Holds this employee's per-period detail row for the pay
      *history, so the amounts survive the YTD roll-forward.
       487-WRITE-PAY-HISTORY.
           MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F15-HST-SSN
           MOVE W01-INSURANCE-DEDUCTION TO F15-HST-INSURANCE
           MOVE W01-NET-PAY TO F15-HST-NET
           MOVE F01-IN-HOURS-WORKED TO F15-HST-HOURS
           MOVE 'P' TO F15-HST-ENTRY-TYPE
           MOVE F01-IN-WORK-JURIS TO F15-HST-WORK-JURIS
           MOVE W01-STATE-TAX TO F15-HST-STATE-TAX
           MOVE W01-LOCAL-TAX TO F15-HST-LOCAL-TAX
           WRITE F29-HISTORY-WORK-REC FROM F15-HISTORY-REC
           .
      *Writes the last payment number used back to the control
      *record so the next run carries the numbering on.
           WRITE F12-PAYNUM-REC
           CLOSE F12-PAYNUM-FILE
           .
      *Applies the YTD work file to YTDMASTER.DAT, one row at a
      *time in SSN order: employees paid this period get their
      *rolled-forward totals, employees new to the master are added,
      *and every other row stays as it was. A missing master is
      *created first.
       490-WRITE-YTD-MASTER.
           CLOSE F26-YTD-WORK-FILE

           IF W09-YTD-MASTER-OPEN
              CLOSE F03-YTD-FILE
           ELSE
              OPEN OUTPUT F03-YTD-FILE
              CLOSE F03-YTD-FILE
           END-IF

           OPEN INPUT F26-YTD-WORK-FILE
           OPEN I-O F03-YTD-FILE
           MOVE SPACES TO W09-YTD-EOF-SWITCH
           PERFORM 111-READ-YTD-WORK
           PERFORM 491-WRITE-YTD-ENTRY
               UNTIL W09-YTD-EOF-SWITCH = 'NO'
           CLOSE F26-YTD-WORK-FILE
                 F03-YTD-FILE
           MOVE 'NO' TO W09-YTD-MASTER-SWITCH
           .
      *Adds or rewrites one employee's YTD master row from the work
      *file.
       491-WRITE-YTD-ENTRY.
           MOVE F26-YTD-WORK-REC TO W09-YTD-ENTRY

           MOVE W09-ENTRY-SSN TO F03-YTD-SSN
           MOVE W09-ENTRY-LAST-NAME TO F03-YTD-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO F03-YTD-FIRST-NAME
           MOVE W09-ENTRY-EARNINGS TO F03-YTD-EARNINGS
           MOVE W09-ENTRY-TAXES TO F03-YTD-TAXES
           MOVE W09-ENTRY-FICA TO F03-YTD-FICA
           MOVE W09-ENTRY-INSURANCE TO F03-YTD-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO F03-YTD-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO F03-YTD-LOCAL-TAX

           IF W09-ENTRY-NEW-SWITCH = 'Y'
              WRITE F03-YTD-OUT
                  INVALID KEY
                      DISPLAY 'YTD master row ' F03-YTD-SSN
                          ' could not be added'
              END-WRITE
           ELSE
              REWRITE F03-YTD-OUT
                  INVALID KEY
                      DISPLAY 'YTD master row ' F03-YTD-SSN
                          ' could not be rewritten'
              END-REWRITE
           END-IF

           IF W09-ENTRY-NEW-SWITCH = 'Y'
              OR W09-ENTRY-EARNINGS NOT = W09-ENTRY-PRIOR-EARNINGS
              OR W09-ENTRY-TAXES NOT = W09-ENTRY-PRIOR-TAXES
              OR W09-ENTRY-FICA NOT = W09-ENTRY-PRIOR-FICA
              OR W09-ENTRY-INSURANCE NOT = W09-ENTRY-PRIOR-INSURANCE
              OR W09-ENTRY-STATE-TAX NOT = W09-ENTRY-PRIOR-STATE-TAX
              OR W09-ENTRY-LOCAL-TAX NOT = W09-ENTRY-PRIOR-LOCAL-TAX
              PERFORM 492-WRITE-YTD-AUDIT-ENTRY
           END-IF

           PERFORM 111-READ-YTD-WORK
           .
      *Writes the before-image/after-image audit entry for a YTD
      *master row this run changed. A blank before-image means the
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYROLL' TO F11-AUD-PROGRAM
           MOVE W22-AUDIT-OPERATOR TO F11-AUD-OPERATOR
           MOVE 'YTDMASTER' TO F11-AUD-FILE
           MOVE W09-ENTRY-SSN TO F11-AUD-KEY

           MOVE W09-ENTRY-SSN TO W22-ROW-SSN
           MOVE W09-ENTRY-LAST-NAME TO W22-ROW-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO W22-ROW-FIRST-NAME

           IF W09-ENTRY-NEW-SWITCH = 'Y'
              MOVE SPACES TO F11-AUD-OLD-RECORD
           ELSE
              MOVE W09-ENTRY-PRIOR-EARNINGS TO W22-ROW-EARNINGS
              MOVE W09-ENTRY-PRIOR-TAXES TO W22-ROW-TAXES
              MOVE W09-ENTRY-PRIOR-FICA TO W22-ROW-FICA
              MOVE W09-ENTRY-PRIOR-INSURANCE TO W22-ROW-INSURANCE
              MOVE W09-ENTRY-PRIOR-STATE-TAX TO W22-ROW-STATE-TAX
              MOVE W09-ENTRY-PRIOR-LOCAL-TAX TO W22-ROW-LOCAL-TAX
              MOVE W22-AUDIT-ROW TO F11-AUD-OLD-RECORD
           END-IF

           MOVE W09-ENTRY-EARNINGS TO W22-ROW-EARNINGS
           MOVE W09-ENTRY-TAXES TO W22-ROW-TAXES
           MOVE W09-ENTRY-FICA TO W22-ROW-FICA
           MOVE W09-ENTRY-INSURANCE TO W22-ROW-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO W22-ROW-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO W22-ROW-LOCAL-TAX
           MOVE W22-AUDIT-ROW TO F11-AUD-NEW-RECORD

           WRITE F11-AUDIT-OUT
           .
      *Applies the leave work file to LEAVEMASTER.DAT so the accrued
      *balances carry into the next run. A missing master is
      *created first.
       493-WRITE-LEAVE-MASTER.
           CLOSE F27-LEAVE-WORK-FILE

           IF W24-LVE-MASTER-OPEN
              CLOSE F14-LEAVE-FILE
           ELSE
              OPEN OUTPUT F14-LEAVE-FILE
              CLOSE F14-LEAVE-FILE
           END-IF

           OPEN INPUT F27-LEAVE-WORK-FILE
           OPEN I-O F14-LEAVE-FILE
           MOVE SPACES TO W24-LVE-EOF-SWITCH
           PERFORM 113-READ-LEAVE-WORK
           PERFORM 494-WRITE-LEAVE-ENTRY
               UNTIL W24-LVE-EOF-SWITCH = 'NO'
           CLOSE F27-LEAVE-WORK-FILE
                 F14-LEAVE-FILE
           MOVE 'NO' TO W24-LVE-MASTER-SWITCH
           .
      *Rewrites one leave master row from the work file, adding it
      *if the employee is new to the master.
       494-WRITE-LEAVE-ENTRY.
           MOVE F27-LEAVE-WORK-REC TO F14-LEAVE-REC

           REWRITE F14-LEAVE-REC
               INVALID KEY
                   WRITE F14-LEAVE-REC
                       INVALID KEY
                           DISPLAY 'Leave master row ' F14-LVE-SSN
                               ' could not be rewritten'
                   END-WRITE
           END-REWRITE

           PERFORM 113-READ-LEAVE-WORK
           .
      *Writes the journal-entry extract: a debit for gross wages,
      *a credit per payable and for net cash, and a proof line
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           IF W12-TOTAL-ER-INSURANCE > ZERO
              MOVE 'EMPLOYER BENEFITS EXPENSE' TO W14-ACCOUNT
              MOVE W12-TOTAL-ER-INSURANCE TO W14-AMOUNT
              MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
              WRITE F08-JOURNAL-OUT-LINE
           END-IF

           MOVE 'CR' TO W14-DR-CR
           MOVE 'WITHHOLDING TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-TOTAL-WITHHOLDING TO W14-AMOUNT
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'STATE TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-TOTAL-STATE-TAX TO W14-AMOUNT
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'LOCAL TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-TOTAL-LOCAL-TAX TO W14-AMOUNT
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'FICA TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-TOTAL-FICA TO W14-AMOUNT
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'INSURANCE PAYABLE' TO W14-ACCOUNT
           COMPUTE W14-AMOUNT =
               W12-TOTAL-INSURANCE + W12-TOTAL-ER-INSURANCE
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           WRITE F08-JOURNAL-OUT-LINE

           COMPUTE W12-TOTAL-CREDITS =
               W12-TOTAL-WITHHOLDING + W12-TOTAL-STATE-TAX
               + W12-TOTAL-LOCAL-TAX + W12-TOTAL-FICA
               + W12-TOTAL-INSURANCE + W12-TOTAL-ER-INSURANCE
               + W12-TOTAL-OTHER-DEDUCT + W12-TOTAL-NET
           COMPUTE W12-TOTAL-DEBITS =
               W12-TOTAL-GROSS + W12-TOTAL-ER-INSURANCE

           MOVE W12-TOTAL-DEBITS TO W15-DEBITS
           MOVE W12-TOTAL-CREDITS TO W15-CREDITS
           IF W12-TOTAL-DEBITS = W12-TOTAL-CREDITS
              MOVE 'YES' TO W15-BALANCED
           ELSE
              MOVE 'NO' TO W15-BALANCED
      *with the run's items and total, per order, so each agency's
      *payment can be cut straight off the run.
       498-WRITE-REMITTANCE-REPORT.
           IF W32-TRIAL-RUN
              MOVE W33-TRIAL-BANNER TO F19-REMIT-OUT-LINE
              WRITE F19-REMIT-OUT-LINE
           END-IF

           MOVE W28-REMIT-HEADING TO F19-REMIT-OUT-LINE
           WRITE F19-REMIT-OUT-LINE

      *department plus a company total, then a tie line proving the
      *total gross matches the register.
       496-WRITE-LABOR-DISTRIBUTION.
           IF W32-TRIAL-RUN
              MOVE W33-TRIAL-BANNER TO F09-LABOR-OUT-LINE
              WRITE F09-LABOR-OUT-LINE
           END-IF

           MOVE W17-LABOR-HEADING TO F09-LABOR-OUT-LINE
           WRITE F09-LABOR-OUT-LINE

           END-IF
           MOVE W20-LABOR-TIE-LINE TO F09-LABOR-OUT-LINE
           WRITE F09-LABOR-OUT-LINE

           MOVE W45-TOTAL-HOURS TO W45-LINE-HOURS
           MOVE W45-TOTAL-LABOR TO W45-LINE-LABOR
           MOVE W45-TOTAL-BURDEN TO W45-LINE-BURDEN
           MOVE W45-WO-LABOR-LINE TO F09-LABOR-OUT-LINE
           WRITE F09-LABOR-OUT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 483-LIST-UNCHARGED-HOURS
               VARYING W45-WOH-SUB FROM 1 BY 1
               UNTIL W45-WOH-SUB > W45-WOH-COUNT
           .
      *Charges this employee's work-order hours to their jobs.
       481-CHARGE-WORK-ORDERS.
           COMPUTE W45-EMPLOYEE-BURDEN =
               W01-FICA + W01-EMPLOYER-INSURANCE
           PERFORM 482-CHARGE-ONE-WORK-ORDER
               VARYING W45-WOH-SUB FROM 1 BY 1
               UNTIL W45-WOH-SUB > W45-WOH-COUNT
           .
      *Charges one work order's hours if they are this employee's
      *and not yet charged; a live run also holds the charge for
      *the job-cost run.
       482-CHARGE-ONE-WORK-ORDER.
           IF W45-WOH-SSN (W45-WOH-SUB)
              = F01-IN-SOCIAL-SECURITY-NUMBER
              AND W45-WOH-CHARGED-SWITCH (W45-WOH-SUB) = 'NO'
              COMPUTE W45-CHARGE-LABOR ROUNDED =
                  W45-WOH-HOURS (W45-WOH-SUB) * F01-IN-HOURLY-RATE
              IF F01-IN-HOURS-WORKED > ZERO
                 COMPUTE W45-CHARGE-BURDEN ROUNDED =
                     W45-EMPLOYEE-BURDEN * W45-WOH-HOURS (W45-WOH-SUB)
                     / F01-IN-HOURS-WORKED
              ELSE
                 MOVE ZERO TO W45-CHARGE-BURDEN
              END-IF
              MOVE 'YES' TO W45-WOH-CHARGED-SWITCH (W45-WOH-SUB)

              ADD 1 TO W45-CHARGE-COUNT
              ADD W45-WOH-HOURS (W45-WOH-SUB) TO W45-TOTAL-HOURS
              ADD W45-CHARGE-LABOR TO W45-TOTAL-LABOR
              ADD W45-CHARGE-BURDEN TO W45-TOTAL-BURDEN

              IF NOT W32-TRIAL-RUN
                 MOVE W45-WOH-WORK-ORDER (W45-WOH-SUB)
                     TO F25-WOL-WORK-ORDER
                 MOVE F01-IN-SOCIAL-SECURITY-NUMBER TO F25-WOL-SSN
                 MOVE W21-CTL-PERIOD TO F25-WOL-PERIOD
                 MOVE W21-CONTROL-RUN-DATE TO F25-WOL-PAY-DATE
                 MOVE W45-WOH-HOURS (W45-WOH-SUB) TO F25-WOL-HOURS
                 MOVE W45-CHARGE-LABOR TO F25-WOL-LABOR
                 MOVE W45-CHARGE-BURDEN TO F25-WOL-BURDEN
                 WRITE F30-WO-LABOR-WORK-REC FROM F25-WOL-REC
              END-IF
           END-IF
           .
      *Lists work-order hours left uncharged because the employee
      *was not paid this run.
       483-LIST-UNCHARGED-HOURS.
           IF W45-WOH-CHARGED-SWITCH (W45-WOH-SUB) = 'NO'
              ADD 1 TO W45-UNCHARGED-COUNT
              DISPLAY 'Work-order hours not charged, employee not'
                  ' paid: ' W45-WOH-SSN (W45-WOH-SUB)
                  ' ' W45-WOH-WORK-ORDER (W45-WOH-SUB)
           END-IF
           .
      *Writes one department's line and rolls it into the company
      *total.
           MOVE W19-LABOR-LINE TO F09-LABOR-OUT-LINE
           WRITE F09-LABOR-OUT-LINE
           .
      *Writes the state and local tax liability report: each
      *jurisdiction's withholding this run, then the amount owed to
      *each taxing authority, so each authority's deposit can be
      *made straight off the run.
       510-WRITE-LIABILITY-REPORT.
           IF W32-TRIAL-RUN
              MOVE W33-TRIAL-BANNER TO F22-LIABILITY-OUT-LINE
              WRITE F22-LIABILITY-OUT-LINE
           END-IF

           MOVE W21-CTL-PERIOD TO W39-PERIOD
           MOVE W39-LIAB-HEADING TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE

           MOVE SPACES TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE

           MOVE W39-LIAB-COLUMN-HEADING TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE

           MOVE ZERO TO W38-AUTH-COUNT
           PERFORM 511-WRITE-JURIS-LINE
               VARYING W37-JUR-SUB FROM 1 BY 1
               UNTIL W37-JUR-SUB > W37-JUR-COUNT

           MOVE W41-LIAB-AUTH-HEADING TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 514-WRITE-AUTHORITY-LINE
               VARYING W38-AUTH-SUB FROM 1 BY 1
               UNTIL W38-AUTH-SUB > W38-AUTH-COUNT

           MOVE W12-TOTAL-STATE-TAX TO W43-STATE-TAX
           MOVE W12-TOTAL-LOCAL-TAX TO W43-LOCAL-TAX
           MOVE W37-NO-JURIS-COUNT TO W43-NO-JURIS-COUNT
           MOVE W37-UNKNOWN-JURIS-COUNT TO W43-UNKNOWN-COUNT
           MOVE W43-LIAB-TOTAL-LINE TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Writes one jurisdiction's line, if anyone was paid in it,
      *and posts its state and local tax to their authorities.
       511-WRITE-JURIS-LINE.
           IF W37-JUR-EMP-COUNT (W37-JUR-SUB) > ZERO
              MOVE W37-JUR-CODE (W37-JUR-SUB) TO W40-CODE
              MOVE W37-JUR-NAME (W37-JUR-SUB) TO W40-NAME
              MOVE W37-JUR-EMP-COUNT (W37-JUR-SUB) TO W40-EMP-COUNT
              MOVE W37-JUR-WAGES (W37-JUR-SUB) TO W40-WAGES
              MOVE W37-JUR-STATE-TAX (W37-JUR-SUB) TO W40-STATE-TAX
              MOVE W37-JUR-LOCAL-TAX (W37-JUR-SUB) TO W40-LOCAL-TAX
              MOVE W40-LIAB-JURIS-LINE TO F22-LIABILITY-OUT-LINE
              WRITE F22-LIABILITY-OUT-LINE

              MOVE W37-JUR-STATE-AUTH (W37-JUR-SUB) TO W38-POST-AUTH
              MOVE 'STATE' TO W38-POST-TYPE
              MOVE W37-JUR-WAGES (W37-JUR-SUB) TO W38-POST-WAGES
              MOVE W37-JUR-STATE-TAX (W37-JUR-SUB) TO W38-POST-TAX
              PERFORM 512-POST-AUTHORITY

              IF W37-JUR-LOCAL-AUTH (W37-JUR-SUB) NOT = SPACES
                 MOVE W37-JUR-LOCAL-AUTH (W37-JUR-SUB)
                     TO W38-POST-AUTH
                 MOVE 'LOCAL' TO W38-POST-TYPE
                 MOVE W37-JUR-LOCAL-TAX (W37-JUR-SUB)
                     TO W38-POST-TAX
                 PERFORM 512-POST-AUTHORITY
              END-IF
           END-IF
           .
      *Adds one jurisdiction's wages and tax into its authority's
      *total, adding the authority the first time it is seen.
       512-POST-AUTHORITY.
           MOVE ZERO TO W38-AUTH-MATCH-SUB
           PERFORM 513-CHECK-AUTHORITY-ENTRY
               VARYING W38-AUTH-SUB FROM 1 BY 1
               UNTIL W38-AUTH-SUB > W38-AUTH-COUNT
               OR W38-AUTH-MATCH-SUB > ZERO

           IF W38-AUTH-MATCH-SUB = ZERO
              AND W38-AUTH-COUNT < W38-AUTH-MAX
              ADD 1 TO W38-AUTH-COUNT
              MOVE W38-AUTH-COUNT TO W38-AUTH-MATCH-SUB
              MOVE W38-POST-AUTH TO W38-AUTH (W38-AUTH-MATCH-SUB)
              MOVE W38-POST-TYPE TO W38-AUTH-TYPE (W38-AUTH-MATCH-SUB)
              MOVE ZERO TO W38-AUTH-WAGES (W38-AUTH-MATCH-SUB)
              MOVE ZERO TO W38-AUTH-TAX (W38-AUTH-MATCH-SUB)
           END-IF

           IF W38-AUTH-MATCH-SUB > ZERO
              ADD W38-POST-WAGES TO W38-AUTH-WAGES (W38-AUTH-MATCH-SUB)
              ADD W38-POST-TAX TO W38-AUTH-TAX (W38-AUTH-MATCH-SUB)
           END-IF
           .
      *Tests one authority row against the authority being posted.
       513-CHECK-AUTHORITY-ENTRY.
           IF W38-AUTH (W38-AUTH-SUB) = W38-POST-AUTH
              AND W38-AUTH-TYPE (W38-AUTH-SUB) = W38-POST-TYPE
              MOVE W38-AUTH-SUB TO W38-AUTH-MATCH-SUB
           END-IF
           .
      *Writes one taxing authority's amount owed.
       514-WRITE-AUTHORITY-LINE.
           MOVE W38-AUTH (W38-AUTH-SUB) TO W42-AUTH
           MOVE W38-AUTH-TYPE (W38-AUTH-SUB) TO W42-AUTH-TYPE
           MOVE W38-AUTH-WAGES (W38-AUTH-SUB) TO W42-WAGES
           MOVE W38-AUTH-TAX (W38-AUTH-SUB) TO W42-TAX
           MOVE W42-LIAB-AUTH-LINE TO F22-LIABILITY-OUT-LINE
           WRITE F22-LIABILITY-OUT-LINE
           .
      *Writes the footer to the register output file.
       500-WRITE-FOOTER.
           MOVE W05-REPORT-HEADING TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *With the masters rewritten, adds the held history rows to
      *the pay history and the held labor charges to whatever the
      *job-cost run has not yet posted.
       501-APPEND-STAGED-LINES.
           CLOSE F29-HISTORY-WORK-FILE
                 F30-WO-LABOR-WORK-FILE

           OPEN INPUT F29-HISTORY-WORK-FILE
           OPEN EXTEND F15-HISTORY-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 502-READ-HISTORY-WORK
           PERFORM 503-APPEND-HISTORY-ROW
               UNTIL NO-DATA-REMAINS
           CLOSE F29-HISTORY-WORK-FILE
                 F15-HISTORY-FILE

           OPEN INPUT F30-WO-LABOR-WORK-FILE
           OPEN EXTEND F25-WO-LABOR-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 504-READ-WO-LABOR-WORK
           PERFORM 505-APPEND-WO-LABOR-LINE
               UNTIL NO-DATA-REMAINS
           CLOSE F30-WO-LABOR-WORK-FILE
                 F25-WO-LABOR-FILE
           .
      *Reads the next held history row.
       502-READ-HISTORY-WORK.
           READ F29-HISTORY-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held history row to the pay history.
       503-APPEND-HISTORY-ROW.
           WRITE F15-HISTORY-REC FROM F29-HISTORY-WORK-REC
           PERFORM 502-READ-HISTORY-WORK
           .
      *Reads the next held labor charge.
       504-READ-WO-LABOR-WORK.
           READ F30-WO-LABOR-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held labor charge to the job-cost run's input.
       505-APPEND-WO-LABOR-LINE.
           WRITE F25-WOL-REC FROM F30-WO-LABOR-WORK-REC
           PERFORM 504-READ-WO-LABOR-WORK
           .
      *Marks the pay step complete for the period. There is
      *nothing to stamp when no control record was on file.
       850-UPDATE-RUN-CONTROL.
           .
      *This procedure closes the files.
       600-CLOSE-FILES.
           IF W32-TRIAL-RUN
              CLOSE F01-VALID-FILE
                    F02-REGISTER-FILE
                    F04-NEGATIVE-FILE
                    F07-STUB-FILE
                    F09-LABOR-FILE
                    F19-REMIT-FILE
                    F20-COMPARE-FILE
                    F22-LIABILITY-FILE
                    F26-YTD-WORK-FILE
                    F27-LEAVE-WORK-FILE
           ELSE
              CLOSE F01-VALID-FILE
                    F02-REGISTER-FILE
                    F04-NEGATIVE-FILE
                    F05-PAYNET-FILE
                    F07-STUB-FILE
                    F08-JOURNAL-FILE
                    F09-LABOR-FILE
                    F11-AUDIT-FILE
                    F13-PAYMENT-FILE
                    F19-REMIT-FILE
                    F22-LIABILITY-FILE
           END-IF

           IF W09-YTD-MASTER-OPEN
              CLOSE F03-YTD-FILE
           END-IF
           IF W24-LVE-MASTER-OPEN
              CLOSE F14-LEAVE-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end. A trial run ends with status T, not N.
       940-LOG-RUN-END.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           ADD W12-PAID-COUNT TO F17-RUN-COUNT
           IF W32-TRIAL-RUN
              MOVE 'T' TO F17-RUN-END-STATUS
           ELSE
              MOVE 'N' TO F17-RUN-END-STATUS
           END-IF
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
