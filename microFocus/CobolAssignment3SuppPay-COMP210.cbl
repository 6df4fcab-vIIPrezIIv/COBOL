           SELECT F02-REGISTER-FILE ASSIGN TO 'SUPPREGISTER.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F03-YTD-SSN
                                 FILE STATUS IS W09-YTD-STATUS.
           SELECT F04-REJECT-FILE ASSIGN TO 'SUPPREJECTS.OUT'
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
           SELECT OPTIONAL F14-HISTORY-FILE
                                 ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F07-DEDUCT-FILE ASSIGN TO 'DEDUCTMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W25-DEDUCT-STATUS.
           SELECT F08-STATEMENT-FILE ASSIGN TO 'FINALSTMT.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-YTD-WORK-FILE ASSIGN TO 'SUPPYTDWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F09-WRK-SSN.

           SELECT F15-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL F17-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F16-MASTER-FILE ASSIGN TO 'ASST1.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F16-EMP-SSN
                                 FILE STATUS IS W37-MASTER-STATUS.
           SELECT F18-JURIS-FILE ASSIGN TO 'JURISMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W37-JURIS-STATUS.
           SELECT F19-LIABILITY-FILE ASSIGN TO 'SUPPJURLIAB.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F20-HISTORY-WORK-FILE ASSIGN TO 'SUPPHSTWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *One supplemental adjustment per line: the employee it pays,
      *the earnings code (B=bonus, R=retro pay, C=correction,
      *T=termination final pay) and the flat amount, so bonuses and
      *retro pay no longer have to be faked as hours in the regular
      *input. A T line from FINPAY also carries the vacation hours,
      *rate and term date for the settlement statement; the other
      *codes leave them zero.
       FD F01-ADJUST-FILE
          RECORD CONTAINS 34 CHARACTERS
          DATA RECORD IS F01-ADJUST-IN.

       01 F01-ADJUST-IN.
             88 F01-ADJ-BONUS                     VALUE 'B'.
             88 F01-ADJ-RETRO                     VALUE 'R'.
             88 F01-ADJ-CORRECTION                VALUE 'C'.
             88 F01-ADJ-FINAL-PAY                 VALUE 'T'.
             88 F01-ADJ-CODE-VALID
                                       VALUES 'B' 'R' 'C' 'T'.
          05 F01-ADJ-AMOUNT                       PIC 9(6)V99.
          05 F01-ADJ-AMOUNT-X
             REDEFINES F01-ADJ-AMOUNT             PIC X(8).
          05 F01-ADJ-HOURS                        PIC 9(3)V99.
          05 F01-ADJ-RATE                         PIC 999V99.
          05 F01-ADJ-TERM-DATE                    PIC 9(8).

       FD F02-REGISTER-FILE
          RECORD CONTAINS 100 CHARACTERS
      *off-cycle amounts roll forward into the same totals so the
      *FICA cap and the year-end statements see them.
       FD F03-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F03-YTD-OUT.

       01 F03-YTD-OUT.
          05 F03-YTD-TAXES                        PIC 99999V99.
          05 F03-YTD-FICA                         PIC 9999V99.
          05 F03-YTD-INSURANCE                    PIC 9999V99.
          05 F03-YTD-STATE-TAX                    PIC 99999V99.
          05 F03-YTD-LOCAL-TAX                    PIC 9999V99.

      *This run's working copy of every YTD row it rolls forward,
      *keyed by SSN and carrying the totals the row started the run
      *with. Nothing reaches the master until every adjustment is
      *through, so a run that dies part way leaves the master as it
      *was and can simply be run again. The pay history rows wait
      *on their own work file until the master is rewritten, so
      *such a run has added nothing to the history either. A run
      *that dies once the deductions master is rewritten cannot be
      *run again as it stands: the history rows it had not yet
      *added are left on SUPPHSTWORK.DAT, to be added to
      *PAYHISTORY.DAT by hand.
       FD F09-YTD-WORK-FILE
          RECORD CONTAINS 115 CHARACTERS
          DATA RECORD IS F09-YTD-WORK-REC.

       01 F09-YTD-WORK-REC.
          05 F09-WRK-SSN                          PIC X(9).
          05 FILLER                               PIC X(106).

       FD F04-REJECT-FILE
          RECORD CONTAINS 80 CHARACTERS
          05 F06-RATE-VALUE                       PIC 9(7)V9(5).

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
          05 F12-LAST-PAYMENT-NUMBER   PIC 9(8).

      *The payment register, shared with the regular run, so the
      *reconciliation sees off-cycle payments too. Keyed by payment
      *number, with the number a reissue replaces as an alternate
      *key for the void run and the reconciliation.
       FD F13-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F13-PAYMENT-REC.

       01 F13-PAYMENT-REC.
          05 F13-PAY-NET               PIC 9(6)V99.
          05 F13-PAY-STATUS            PIC X.
          05 F13-PAY-CLEARED-DATE     PIC 9(8).
          05 F13-PAY-ORIG-NUMBER       PIC 9(8).

      *The per-period pay history, shared with the regular run; the
      *off-cycle row carries zero hours and insurance, so a history
      *inquiry shows exactly what the supplemental payment was. The
      *entry type marks the row S. The row carries the employee's
      *work jurisdiction and the state and local tax taken from the
      *payment, so the quarterly liability report picks it up.
       FD F14-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F14-HISTORY-REC.

       01 F14-HISTORY-REC.
          05 F14-HST-INSURANCE         PIC 9(4)V99.
          05 F14-HST-NET               PIC 9(6)V99.
          05 F14-HST-HOURS             PIC 9(3)V99.
          05 F14-HST-ENTRY-TYPE        PIC X.
          05 F14-HST-WORK-JURIS        PIC X(3).
          05 F14-HST-STATE-TAX         PIC 9(6)V99.
          05 F14-HST-LOCAL-TAX         PIC 9(6)V99.

      *The deductions master the office maintains, shared with the
      *regular run. A final settlement takes each of the employee's
      *standing deductions one last time - a deduction with a goal,
      *such as a garnishment, for the whole balance still owed -
      *and then ends them, so the rows are dropped when the master
      *is written back.
       FD F07-DEDUCT-FILE
          RECORD CONTAINS 45 CHARACTERS
          DATA RECORD IS F07-DEDUCT-REC.

       01 F07-DEDUCT-REC.
          05 F07-DED-SSN               PIC X(9).
          05 F07-DED-CODE              PIC X(8).
          05 F07-DED-METHOD            PIC X.
          05 F07-DED-AMOUNT            PIC 9(5)V99.
          05 F07-DED-PRIORITY          PIC 9(2).
          05 F07-DED-GOAL              PIC 9(7)V99.
          05 F07-DED-TAKEN             PIC 9(7)V99.

      *The settlement statement HR files for each terminated
      *employee paid this run, with the run's final deductions by
      *code at the end for remittance.
       FD F08-STATEMENT-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F08-STATEMENT-OUT-LINE.

       01 F08-STATEMENT-OUT-LINE       PIC X(80).

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
          05 F17-RUN-COUNT            PIC 9(5).
          05 F17-RUN-END-STATUS       PIC X.

      *The pay-envelope employee master, shared with ASSIGNMENT-ONE:
      *read by SSN for the work jurisdiction the employee's state
      *and local tax is taken for.
       FD F16-MASTER-FILE
          RECORD CONTAINS 55 CHARACTERS
          DATA RECORD IS F16-MASTER-IN.

       01 F16-MASTER-IN.
          05 F16-EMP-NAME              PIC X(18).
          05 F16-EMP-SSN               PIC 9(9).
          05 F16-EMP-GROSSPAY          PIC 9(6)V99.
          05 F16-EMP-STATUS            PIC X.
          05 F16-EMP-HIRE-DATE         PIC 9(8).
          05 F16-EMP-TERM-DATE         PIC 9(8).
          05 F16-EMP-WORK-JURIS        PIC X(3).

      *The state and local tax table the payroll clerk maintains,
      *shared with the regular run: one row per work jurisdiction,
      *naming the state authority and (where the locality levies
      *one) the local authority, each with its flat rate.
       FD F18-JURIS-FILE
          RECORD CONTAINS 43 CHARACTERS
          DATA RECORD IS F18-JUR-REC.

       01 F18-JUR-REC.
          05 F18-JUR-CODE              PIC X(3).
          05 F18-JUR-STATE-AUTH        PIC X(6).
          05 F18-JUR-STATE-RATE        PIC V9999.
          05 F18-JUR-LOCAL-AUTH        PIC X(6).
          05 F18-JUR-LOCAL-RATE        PIC V9999.
          05 F18-JUR-NAME              PIC X(20).

      *The run's state and local tax liability: withholding per
      *jurisdiction and the amount owed to each taxing authority,
      *so the off-cycle deposits can be made straight off the run.
       FD F19-LIABILITY-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F19-LIABILITY-OUT-LINE.

       01 F19-LIABILITY-OUT-LINE       PIC X(80).

      *The pay history rows of this run, held until the YTD master
      *is rewritten.
       FD F20-HISTORY-WORK-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F20-HISTORY-WORK-REC.

       01 F20-HISTORY-WORK-REC         PIC X(86).

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
       01 W01-FICA-ROOM                PIC S9(6)V99.
       01 W01-FICA-TAXABLE-PAY         PIC 9(6)V99.
       01 W01-FICA                     PIC 9(6)V99.
       01 W01-STATE-TAX                PIC 9(6)V99.
       01 W01-LOCAL-TAX                PIC 9(6)V99.
       01 W01-NET-PAY                  PIC 9(6)V99.

      *The flat supplemental withholding rate. The VALUE clause is
          05 W12-TOTAL-GROSS           PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-WITHHOLDING     PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-FICA            PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-STATE-TAX       PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-LOCAL-TAX       PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-NET             PIC 9(8)V99 VALUE ZERO.
          05 W12-FINAL-COUNT           PIC 9(5) VALUE ZERO.
          05 W12-TOTAL-DEDUCT          PIC 9(8)V99 VALUE ZERO.

      *The pay-period run control: the off-cycle step stamps its own
      *status so a supplemental run can never be mistaken for (or
          05 W21-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W21-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W21-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W21-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W21-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

       01 W22-AUDIT-OPERATOR           PIC X(3).
       01 W22-AUDIT-TIME-RAW           PIC X(8).
          05 W22-ROW-TAXES             PIC 99999V99.
          05 W22-ROW-FICA              PIC 9999V99.
          05 W22-ROW-INSURANCE         PIC 9999V99.
          05 W22-ROW-STATE-TAX         PIC 99999V99.
          05 W22-ROW-LOCAL-TAX         PIC 9999V99.

      *The running payment number, shared with the regular run
      *through PAYNUMCTL.DAT.
       01 W23-PAYNUM-STATUS            PIC XX.
       01 W23-LAST-PAYMENT-NUMBER      PIC 9(8) VALUE ZERO.
       01 W23-NEW-PAYMENT-REC.
          05 W23-NEW-NUMBER            PIC 9(8).
          05 W23-NEW-DATE              PIC 9(8).
          05 W23-NEW-PERIOD            PIC X(6).
          05 W23-NEW-SSN               PIC X(9).
          05                           PIC X(52).

      *The adjusted employee's YTD row, read by SSN from the work
      *file or, the first time the run meets the employee, from
      *YTDMASTER.DAT. An adjustment for an SSN not on the master is
      *rejected - the off-cycle run pays only employees the regular
      *run has already established.
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

       01 W02-REGISTER-HEADING.
          05                           PIC X(24) VALUE SPACES.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(4) VALUE 'W/H'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(5) VALUE 'State'.
          05                           PIC X(5) VALUE SPACES.
          05                           PIC X(5) VALUE 'Local'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(4) VALUE 'FICA'.
          05                           PIC X(6) VALUE SPACES.
          05                           PIC X(3) VALUE 'Net'.
          05                           PIC X(9) VALUE SPACES.

       01 W04-REGISTER-LINE.
          05   W04-SSN                 PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05   W04-WITHHOLDING         PIC ZZZ,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-STATE-TAX           PIC Z,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-LOCAL-TAX           PIC Z,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-FICA                PIC ZZZ,ZZZ.99.
          05                           PIC X(2) VALUE SPACES.
          05   W04-NET-PAY             PIC ZZZ,ZZZ.99.

       01 W05-REPORT-HEADING.
          05 W05-REPORT                PIC X(33)
       01 W31-RUNLOG-DATE              PIC 9(8).
       01 W31-RUNLOG-TIME-RAW          PIC X(8).

      *In-core copy of DEDUCTMASTER.DAT, loaded at start of run and
      *written back, less the deductions ended by final settlements,
      *at end. A missing master leaves nobody with deductions. A
      *master larger than the table stops the run, since the rows
      *beyond it would be lost when the master is written back.
       01 W25-DEDUCT-STATUS            PIC XX.
       01 W25-DED-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W25-DED-OVERFLOW-SWITCH      PIC X(3) VALUE 'NO'.
          88 W25-DED-OVERFLOW          VALUE 'YES'.
       01 W25-DED-SUB                  PIC 9(3).
       01 W25-DED-PICK-SUB             PIC 9(3) VALUE ZERO.
       01 W25-DED-PICK-PRIORITY        PIC 9(2).
       01 W25-DED-MAX                  PIC 9(3) VALUE 200.
       01 W25-THIS-AMOUNT              PIC 9(6)V99.
       01 W25-GOAL-ROOM                PIC S9(7)V99.
       01 W25-DED-TABLE-AREA.
          05 W25-DED-COUNT             PIC 9(3) VALUE ZERO.
          05 W25-DED-ENTRY OCCURS 200 TIMES.
             10 W25-DED-SSN            PIC X(9).
             10 W25-DED-CODE           PIC X(8).
             10 W25-DED-METHOD         PIC X.
             10 W25-DED-AMOUNT         PIC 9(5)V99.
             10 W25-DED-PRIORITY       PIC 9(2).
             10 W25-DED-GOAL           PIC 9(7)V99.
             10 W25-DED-TAKEN          PIC 9(7)V99.
             10 W25-DED-DONE-SW        PIC X.
             10 W25-DED-ENDED-SW       PIC X.

      *A deductions master row image for the audit journal.
       01 W25-AUDIT-DEDUCT-KEY.
          05 W25-KEY-SSN               PIC X(9).
          05                           PIC X(1) VALUE SPACES.
          05 W25-KEY-CODE              PIC X(8).
          05                           PIC X(12) VALUE SPACES.

      *Whole-run totals per deduction code taken by final
      *settlements, for the remittance lines on the statements.
       01 W26-CODE-SUB                 PIC 9(2).
       01 W26-CODE-MATCH-SUB           PIC 9(2).
       01 W26-CODE-MAX                 PIC 9(2) VALUE 20.
       01 W26-CODE-TABLE-AREA.
          05 W26-CODE-COUNT            PIC 9(2) VALUE ZERO.
          05 W26-CODE-ENTRY OCCURS 20 TIMES.
             10 W26-CODE               PIC X(8).
             10 W26-CODE-TOTAL         PIC 9(8)V99.
             10 W26-CODE-ITEMS         PIC 9(5).

      *This employee's final deductions, held for the statement,
      *with any goal balance the final pay could not cover.
       01 W27-ITEM-SUB                 PIC 9(2).
       01 W27-ITEM-TABLE-AREA.
          05 W27-ITEM-COUNT            PIC 9(2) VALUE ZERO.
          05 W27-ITEM-ENTRY OCCURS 10 TIMES.
             10 W27-ITEM-CODE          PIC X(8).
             10 W27-ITEM-AMOUNT        PIC 9(6)V99.
             10 W27-ITEM-OWED          PIC 9(7)V99.

      *The settlement statement lines.
       01 W28-PAYMENT-NUMBER           PIC 9(8).

       01 W28-STMT-SEPARATOR.
          05                           PIC X(60) VALUE ALL '-'.
          05                           PIC X(20) VALUE SPACES.

       01 W28-STMT-TITLE.
          05                           PIC X(30)
                 VALUE 'Final Pay Settlement Statement'.
          05                           PIC X(50) VALUE SPACES.

       01 W28-STMT-NAME-LINE.
          05                           PIC X(10) VALUE 'EMPLOYEE: '.
          05 W28-STMT-LAST-NAME        PIC X(14).
          05                           PIC X(1) VALUE SPACES.
          05 W28-STMT-FIRST-NAME       PIC X(12).
          05                           PIC X(7) VALUE '  SSN: '.
          05 W28-STMT-SSN              PIC X(9).
          05                           PIC X(27) VALUE SPACES.

       01 W28-STMT-DATE-LINE.
          05                           PIC X(12) VALUE 'TERMINATED: '.
          05 W28-STMT-TERM-DATE        PIC 9(8).
          05                           PIC X(12) VALUE '   SETTLED: '.
          05 W28-STMT-SETTLE-DATE      PIC 9(8).
          05                           PIC X(40) VALUE SPACES.

       01 W28-STMT-VACATION-LINE.
          05                           PIC X(17)
                 VALUE 'VACATION PAYOUT: '.
          05 W28-STMT-HOURS            PIC ZZ9.99.
          05                           PIC X(7) VALUE ' HRS @ '.
          05 W28-STMT-RATE             PIC ZZ9.99.
          05                           PIC X(3) VALUE ' = '.
          05 W28-STMT-PAYOUT           PIC ZZZ,ZZ9.99.
          05                           PIC X(31) VALUE SPACES.

       01 W28-STMT-AMOUNT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05 W28-STMT-LABEL            PIC X(28).
          05 W28-STMT-AMOUNT           PIC ZZZ,ZZ9.99.
          05                           PIC X(40) VALUE SPACES.

       01 W28-STMT-PAYMENT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(28) VALUE 'PAYMENT NUMBER'.
          05 W28-STMT-PAYMENT-NUMBER   PIC 9(8).
          05                           PIC X(42) VALUE SPACES.

       01 W28-STMT-NO-PAYMENT-LINE.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(40)
                 VALUE 'NO PAYMENT ISSUED - NOTHING LEFT TO PAY'.
          05                           PIC X(38) VALUE SPACES.

       01 W29-REMIT-HEADING.
          05                           PIC X(37)
                 VALUE 'Final Settlement Deduction Remittance'.
          05                           PIC X(43) VALUE SPACES.

       01 W29-REMIT-LINE.
          05 W29-CODE                  PIC X(8).
          05                           PIC X(7) VALUE ' ITEMS='.
          05 W29-ITEMS                 PIC ZZZZ9.
          05                           PIC X(8) VALUE ' AMOUNT='.
          05 W29-AMOUNT                PIC ZZZ,ZZ9.99.
          05                           PIC X(42) VALUE SPACES.

      *In-core copy of JURISMASTER.DAT with this run's withholding
      *per jurisdiction. A missing table withholds no state or local
      *tax at all; an employee whose code is not on the table is
      *paid without it and displayed for the clerk to chase. A
      *table larger than W37 holds stops the run. The employee's
      *code comes from the employee master; one not on the master
      *is paid with no state or local tax.
       01 W37-MASTER-STATUS            PIC XX.
       01 W37-MASTER-SWITCH            PIC X(3) VALUE 'NO'.
          88 W37-MASTER-OPEN           VALUE 'YES'.
       01 W37-EMP-WORK-JURIS           PIC X(3).
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
          05                           PIC X(11) VALUE SPACES.
          05                           PIC X(42)
                 VALUE 'Supplemental State and Local Tax Liability'.
          05                           PIC X(8) VALUE ' PERIOD='.
          05 W39-PERIOD                PIC X(6).
          05                           PIC X(13) VALUE SPACES.

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

       PROCEDURE DIVISION.

           PERFORM 020-OPERATOR-SIGNON
              STOP RUN
           END-IF

           PERFORM 120-LOAD-JURIS-TABLE
           PERFORM 125-LOAD-DEDUCT-MASTER
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

           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 300-READ-ADJUSTMENT
           PERFORM 400-PROCESS-ADJUSTMENTS
               UNTIL NO-DATA-REMAINS
           PERFORM 488-WRITE-DEDUCT-MASTER
           PERFORM 489-WRITE-PAYMENT-NUMBER
           PERFORM 490-WRITE-YTD-MASTER
           PERFORM 501-APPEND-STAGED-LINES
           PERFORM 498-WRITE-REMITTANCE-LINES
           PERFORM 510-WRITE-LIABILITY-REPORT
           PERFORM 500-WRITE-FOOTER
           PERFORM 850-UPDATE-RUN-CONTROL
           PERFORM 600-CLOSE-FILES
              END-IF
           END-IF
           .
      *This procedure opens the files. The YTD master is opened for
      *reading by SSN first; it is re-opened for update by
      *490-WRITE-YTD-MASTER once the run is complete. Each payment
      *goes on the register as it is made. A missing employee
      *master leaves every employee without a work jurisdiction.
       100-OPEN-FILES.
           MOVE W30-OPERATOR-ID TO W22-AUDIT-OPERATOR

           PERFORM 115-LOAD-RATE-TABLE
           PERFORM 110-OPEN-YTD-MASTER
           PERFORM 118-LOAD-PAYMENT-NUMBER

           OPEN INPUT F16-MASTER-FILE
           IF W37-MASTER-STATUS = '00'
              MOVE 'YES' TO W37-MASTER-SWITCH
           ELSE
              DISPLAY 'No employee master on file -'
                  ' no state or local tax withheld'
           END-IF

           OPEN INPUT F01-ADJUST-FILE
                OUTPUT F02-REGISTER-FILE
                       F04-REJECT-FILE
                       F05-PAYNET-FILE
                       F08-STATEMENT-FILE
                       F09-YTD-WORK-FILE
                       F19-LIABILITY-FILE
                       F20-HISTORY-WORK-FILE
           OPEN EXTEND F11-AUDIT-FILE
           OPEN I-O F13-PAYMENT-FILE
           CLOSE F09-YTD-WORK-FILE
           OPEN I-O F09-YTD-WORK-FILE
           .
      *Opens the YTD master for reading by SSN. An off-cycle run
      *with no master on file has nothing to pay against, so the
      *open failing is reported by every adjustment rejecting.
       110-OPEN-YTD-MASTER.
           OPEN INPUT F03-YTD-FILE

           IF W09-YTD-STATUS = '00'
              MOVE 'YES' TO W09-YTD-MASTER-SWITCH
           END-IF
           .
      *Reads the adjustment's SSN from the YTD master and, if it is
      *there, stages the row on the work file with the totals it
      *starts the run with.
       112-READ-YTD-ROW.
           MOVE F01-ADJ-SSN TO F03-YTD-SSN

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

              MOVE W09-YTD-ENTRY TO F09-YTD-WORK-REC
              WRITE F09-YTD-WORK-REC
           END-IF
           .
      *Loads the rate table the same way the regular run does,
      *applying only the codes this run uses. A missing file leaves
              CLOSE F12-PAYNUM-FILE
           END-IF
           .
      *Loads the state and local tax table into the W37 table. A
      *missing table is not fatal - the run simply withholds no
      *state or local tax. A table larger than W37 flags the
      *overflow.
       120-LOAD-JURIS-TABLE.
           OPEN INPUT F18-JURIS-FILE

           IF W37-JURIS-STATUS = '00'
              PERFORM 121-READ-JURIS-RECORD
              PERFORM 122-STORE-JURIS-ENTRY
                  UNTIL W37-JUR-EOF-SWITCH = 'NO'
                  OR W37-JUR-COUNT = W37-JUR-MAX
              IF W37-JUR-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W37-JUR-OVERFLOW-SWITCH
              END-IF
              CLOSE F18-JURIS-FILE
           ELSE
              DISPLAY 'No jurisdiction table on file -'
                  ' no state or local tax withheld'
           END-IF
           .
      *Reads the next jurisdiction table row.
       121-READ-JURIS-RECORD.
           READ F18-JURIS-FILE
               AT END MOVE 'NO' TO W37-JUR-EOF-SWITCH
           END-READ
           .
      *Stores one jurisdiction table row, with its run totals
      *starting from zero.
       122-STORE-JURIS-ENTRY.
           ADD 1 TO W37-JUR-COUNT
           MOVE F18-JUR-CODE TO W37-JUR-CODE (W37-JUR-COUNT)
           MOVE F18-JUR-STATE-AUTH TO W37-JUR-STATE-AUTH (W37-JUR-COUNT)
           MOVE F18-JUR-STATE-RATE TO W37-JUR-STATE-RATE (W37-JUR-COUNT)
           MOVE F18-JUR-LOCAL-AUTH TO W37-JUR-LOCAL-AUTH (W37-JUR-COUNT)
           MOVE F18-JUR-LOCAL-RATE TO W37-JUR-LOCAL-RATE (W37-JUR-COUNT)
           MOVE F18-JUR-NAME TO W37-JUR-NAME (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-EMP-COUNT (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-WAGES (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-STATE-TAX (W37-JUR-COUNT)
           MOVE ZERO TO W37-JUR-LOCAL-TAX (W37-JUR-COUNT)

           PERFORM 121-READ-JURIS-RECORD
           .
      *Loads the deductions master into the W25 table. A missing
      *master simply starts the table empty - nobody has standing
      *deductions to end. A master that is there but will not open
      *stops the run. A master larger than the table flags the
      *overflow.
       125-LOAD-DEDUCT-MASTER.
           OPEN INPUT F07-DEDUCT-FILE

           IF W25-DEDUCT-STATUS = '00'
              PERFORM 126-READ-DEDUCT-MASTER
              PERFORM 127-STORE-DEDUCT-ENTRY
                  UNTIL W25-DED-EOF-SWITCH = 'NO'
                  OR W25-DED-COUNT = W25-DED-MAX
              IF W25-DED-EOF-SWITCH NOT = 'NO'
                 MOVE 'YES' TO W25-DED-OVERFLOW-SWITCH
              END-IF
              CLOSE F07-DEDUCT-FILE
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
       126-READ-DEDUCT-MASTER.
           READ F07-DEDUCT-FILE
               AT END MOVE 'NO' TO W25-DED-EOF-SWITCH
           END-READ
           .
      *Stores one deductions master row in the table.
       127-STORE-DEDUCT-ENTRY.
           ADD 1 TO W25-DED-COUNT
           MOVE F07-DED-SSN TO W25-DED-SSN (W25-DED-COUNT)
           MOVE F07-DED-CODE TO W25-DED-CODE (W25-DED-COUNT)
           MOVE F07-DED-METHOD TO W25-DED-METHOD (W25-DED-COUNT)
           MOVE F07-DED-AMOUNT TO W25-DED-AMOUNT (W25-DED-COUNT)
           MOVE F07-DED-PRIORITY TO W25-DED-PRIORITY (W25-DED-COUNT)
           MOVE F07-DED-GOAL TO W25-DED-GOAL (W25-DED-COUNT)
           MOVE F07-DED-TAKEN TO W25-DED-TAKEN (W25-DED-COUNT)
           MOVE 'N' TO W25-DED-DONE-SW (W25-DED-COUNT)
           MOVE 'N' TO W25-DED-ENDED-SW (W25-DED-COUNT)

           PERFORM 126-READ-DEDUCT-MASTER
           .
      *Prints headings for the supplemental register.
       200-WRITE-HEADING-LINES.
           MOVE W02-REGISTER-HEADING TO F02-REGISTER-OUT-LINE
           .
      *Pays one adjustment: edits it, taxes the flat amount through
      *the same withholding and FICA-cap logic as the regular run,
      *and rolls the YTD totals forward. A final settlement also
      *takes the final deductions and gets its statement; one with
      *nothing left to pay issues no payment, and one with no
      *vacation to pay writes no history row either.
       400-PROCESS-ADJUSTMENTS.
           MOVE SPACES TO W01-REJECT-REASON


           IF W01-ADJ-ACCEPTED
              PERFORM 420-CALCULATE-SUPPLEMENTAL
              MOVE ZERO TO W27-ITEM-COUNT
              IF F01-ADJ-FINAL-PAY
                 PERFORM 430-APPLY-FINAL-DEDUCTIONS
              END-IF
              PERFORM 460-ROLL-FORWARD-YTD
              PERFORM 468-ACCUMULATE-RUN-TOTALS
              PERFORM 470-WRITE-REGISTER-LINE
              MOVE ZERO TO W28-PAYMENT-NUMBER
              IF W01-NET-PAY > ZERO
                 PERFORM 480-WRITE-NET-PAY-EXTRACT
                 PERFORM 485-WRITE-PAYMENT-RECORD
              END-IF
              IF W01-GROSS-PAY > ZERO
                 PERFORM 487-WRITE-PAY-HISTORY
              END-IF
              IF F01-ADJ-FINAL-PAY
                 PERFORM 445-WRITE-SETTLEMENT-STATEMENT
                 ADD 1 TO W12-FINAL-COUNT
              END-IF
              ADD 1 TO W12-PAID-COUNT
           ELSE
              PERFORM 455-WRITE-REJECT-LINE
                   MOVE 'SSN cannot be blank'
                       TO W01-REJECT-REASON
               WHEN NOT F01-ADJ-CODE-VALID
                   MOVE 'Earnings code must be B, R, C or T'
                       TO W01-REJECT-REASON
               WHEN F01-ADJ-AMOUNT NOT NUMERIC
                   MOVE 'Amount must be numeric'
                       TO W01-REJECT-REASON
               WHEN F01-ADJ-AMOUNT = ZERO
                   AND NOT F01-ADJ-FINAL-PAY
                   MOVE 'Amount cannot be zero'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 415-LOCATE-YTD-ENTRY
                   IF W09-YTD-FOUND-SWITCH = 'NO'
                      MOVE 'SSN not on YTD master'
                          TO W01-REJECT-REASON
                   END-IF
           END-EVALUATE
           .
      *Finds this employee's YTD row: on the work file if an
      *earlier adjustment in this run already rolled it forward,
      *otherwise on the master.
       415-LOCATE-YTD-ENTRY.
           MOVE 'NO' TO W09-YTD-FOUND-SWITCH
           MOVE F01-ADJ-SSN TO F09-WRK-SSN

           READ F09-YTD-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W09-YTD-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W09-YTD-STAGED-SWITCH
           END-READ

           IF W09-YTD-STAGED-SWITCH = 'YES'
              MOVE F09-YTD-WORK-REC TO W09-YTD-ENTRY
              MOVE 'YES' TO W09-YTD-FOUND-SWITCH
           ELSE
              IF W09-YTD-MASTER-OPEN
                 PERFORM 112-READ-YTD-ROW
              END-IF
           END-IF
           .
      *Taxes the flat amount: withholding at the flat supplemental
      *rate, state and local tax at the rates of the employee's work
      *jurisdiction, FICA at the statutory-style rate honoring the
      *wage base against the employee's YTD earnings, no insurance
      *premium - that belongs to the regular period deduction.
       420-CALCULATE-SUPPLEMENTAL.
           MOVE F01-ADJ-AMOUNT TO W01-GROSS-PAY

           COMPUTE W01-WITHHOLDING ROUNDED =
               W01-GROSS-PAY * W10-WH-RATE-SUPP

           PERFORM 425-CALCULATE-STATE-LOCAL-TAX

           COMPUTE W01-FICA-ROOM =
               W01-FICA-WAGE-BASE
               - W09-ENTRY-EARNINGS

           IF W01-FICA-ROOM <= ZERO
              MOVE ZERO TO W01-FICA-TAXABLE-PAY
               W01-FICA-TAXABLE-PAY * W01-FICA-RATE

           COMPUTE W01-NET-PAY ROUNDED =
               W01-GROSS-PAY - W01-WITHHOLDING
               - W01-STATE-TAX - W01-LOCAL-TAX - W01-FICA
           .
      *Computes state and local tax on the flat amount at the rates
      *of the employee's work jurisdiction, taken from the employee
      *master. A blank code withholds neither; a code not on the
      *table is displayed and withholds neither, so the employee is
      *still paid.
       425-CALCULATE-STATE-LOCAL-TAX.
           MOVE ZERO TO W01-STATE-TAX
           MOVE ZERO TO W01-LOCAL-TAX
           MOVE ZERO TO W37-JUR-MATCH-SUB
           MOVE SPACES TO W37-EMP-WORK-JURIS

           IF W37-MASTER-OPEN
              MOVE F01-ADJ-SSN TO F16-EMP-SSN
              READ F16-MASTER-FILE
                  NOT INVALID KEY
                      MOVE F16-EMP-WORK-JURIS TO W37-EMP-WORK-JURIS
              END-READ
           END-IF

           IF W37-EMP-WORK-JURIS NOT = SPACES
              PERFORM 426-CHECK-JURIS-ENTRY
                  VARYING W37-JUR-SUB FROM 1 BY 1
                  UNTIL W37-JUR-SUB > W37-JUR-COUNT
                  OR W37-JUR-MATCH-SUB > ZERO

              IF W37-JUR-MATCH-SUB = ZERO
                 DISPLAY 'Jurisdiction ' W37-EMP-WORK-JURIS
                     ' not on tax table, no state or local tax'
                     ' for SSN ' F01-ADJ-SSN
              ELSE
                 COMPUTE W01-STATE-TAX ROUNDED =
                     W01-GROSS-PAY
                     * W37-JUR-STATE-RATE (W37-JUR-MATCH-SUB)
                 COMPUTE W01-LOCAL-TAX ROUNDED =
                     W01-GROSS-PAY
                     * W37-JUR-LOCAL-RATE (W37-JUR-MATCH-SUB)
              END-IF
           END-IF
           .
      *Tests one jurisdiction table row against this employee's
      *work jurisdiction.
       426-CHECK-JURIS-ENTRY.
           IF W37-JUR-CODE (W37-JUR-SUB) = W37-EMP-WORK-JURIS
              MOVE W37-JUR-SUB TO W37-JUR-MATCH-SUB
           END-IF
           .
      *Takes a terminated employee's standing deductions one last
      *time, in priority order, out of the final net pay: a
      *deduction with a goal for the whole balance still owed, any
      *other for its usual flat amount or percent. Each is capped
      *at the net still on the table, and every one is ended
      *whether or not anything could be taken.
       430-APPLY-FINAL-DEDUCTIONS.
           PERFORM 431-RESET-DEDUCTION-FLAG
               VARYING W25-DED-SUB FROM 1 BY 1
               UNTIL W25-DED-SUB > W25-DED-COUNT

           PERFORM 433-PICK-NEXT-DEDUCTION
           PERFORM 436-APPLY-ONE-DEDUCTION
               UNTIL W25-DED-PICK-SUB = ZERO
           .
      *Clears one entry's applied-this-employee flag.
       431-RESET-DEDUCTION-FLAG.
           MOVE 'N' TO W25-DED-DONE-SW (W25-DED-SUB)
           .
      *Finds this employee's not-yet-applied deduction with the
      *lowest priority number, if any remain.
       433-PICK-NEXT-DEDUCTION.
           MOVE ZERO TO W25-DED-PICK-SUB
           MOVE 99 TO W25-DED-PICK-PRIORITY
           PERFORM 434-CHECK-DEDUCT-ENTRY
               VARYING W25-DED-SUB FROM 1 BY 1
               UNTIL W25-DED-SUB > W25-DED-COUNT
           .
      *Tests one deduction entry against this employee and the best
      *priority found so far.
       434-CHECK-DEDUCT-ENTRY.
           IF W25-DED-SSN (W25-DED-SUB) = F01-ADJ-SSN
              AND W25-DED-DONE-SW (W25-DED-SUB) = 'N'
              AND W25-DED-ENDED-SW (W25-DED-SUB) = 'N'
              IF W25-DED-PICK-SUB = ZERO
                 OR W25-DED-PRIORITY (W25-DED-SUB)
                     < W25-DED-PICK-PRIORITY
                 MOVE W25-DED-SUB TO W25-DED-PICK-SUB
                 MOVE W25-DED-PRIORITY (W25-DED-SUB)
                     TO W25-DED-PICK-PRIORITY
              END-IF
           END-IF
           .
      *Applies one final deduction and ends it, rolling what was
      *taken into the per-code totals and the statement items.
       436-APPLY-ONE-DEDUCTION.
           MOVE ZERO TO W25-GOAL-ROOM
           IF W25-DED-GOAL (W25-DED-PICK-SUB) > ZERO
              COMPUTE W25-GOAL-ROOM =
                  W25-DED-GOAL (W25-DED-PICK-SUB)
                  - W25-DED-TAKEN (W25-DED-PICK-SUB)
              IF W25-GOAL-ROOM <= ZERO
                 MOVE ZERO TO W25-GOAL-ROOM
              END-IF
              MOVE W25-GOAL-ROOM TO W25-THIS-AMOUNT
           ELSE
              IF W25-DED-METHOD (W25-DED-PICK-SUB) = 'P'
                 COMPUTE W25-THIS-AMOUNT ROUNDED =
                     W01-NET-PAY
                     * W25-DED-AMOUNT (W25-DED-PICK-SUB) / 100
              ELSE
                 MOVE W25-DED-AMOUNT (W25-DED-PICK-SUB)
                     TO W25-THIS-AMOUNT
              END-IF
           END-IF

           IF W25-THIS-AMOUNT > W01-NET-PAY
              MOVE W01-NET-PAY TO W25-THIS-AMOUNT
           END-IF

           IF W25-THIS-AMOUNT > ZERO
              SUBTRACT W25-THIS-AMOUNT FROM W01-NET-PAY
              ADD W25-THIS-AMOUNT
                  TO W25-DED-TAKEN (W25-DED-PICK-SUB)
              ADD W25-THIS-AMOUNT TO W12-TOTAL-DEDUCT
              PERFORM 437-ACCUMULATE-CODE-TOTAL
           END-IF

           IF (W25-THIS-AMOUNT > ZERO OR W25-GOAL-ROOM > ZERO)
              AND W27-ITEM-COUNT < 10
              ADD 1 TO W27-ITEM-COUNT
              MOVE W25-DED-CODE (W25-DED-PICK-SUB)
                  TO W27-ITEM-CODE (W27-ITEM-COUNT)
              MOVE W25-THIS-AMOUNT TO W27-ITEM-AMOUNT (W27-ITEM-COUNT)
              IF W25-GOAL-ROOM > ZERO
                 COMPUTE W27-ITEM-OWED (W27-ITEM-COUNT) =
                     W25-GOAL-ROOM - W25-THIS-AMOUNT
              ELSE
                 MOVE ZERO TO W27-ITEM-OWED (W27-ITEM-COUNT)
              END-IF
           END-IF

           MOVE 'Y' TO W25-DED-DONE-SW (W25-DED-PICK-SUB)
           MOVE 'Y' TO W25-DED-ENDED-SW (W25-DED-PICK-SUB)

           PERFORM 433-PICK-NEXT-DEDUCTION
           .
      *Rolls this deduction into its code's whole-run totals.
       437-ACCUMULATE-CODE-TOTAL.
           MOVE ZERO TO W26-CODE-MATCH-SUB
           PERFORM 438-CHECK-CODE-ENTRY
               VARYING W26-CODE-SUB FROM 1 BY 1
               UNTIL W26-CODE-SUB > W26-CODE-COUNT
               OR W26-CODE-MATCH-SUB > ZERO

           IF W26-CODE-MATCH-SUB = ZERO
              AND W26-CODE-COUNT < W26-CODE-MAX
              ADD 1 TO W26-CODE-COUNT
              MOVE W26-CODE-COUNT TO W26-CODE-MATCH-SUB
              MOVE W25-DED-CODE (W25-DED-PICK-SUB)
                  TO W26-CODE (W26-CODE-MATCH-SUB)
              MOVE ZERO TO W26-CODE-TOTAL (W26-CODE-MATCH-SUB)
              MOVE ZERO TO W26-CODE-ITEMS (W26-CODE-MATCH-SUB)
           END-IF

           IF W26-CODE-MATCH-SUB > ZERO
              ADD W25-THIS-AMOUNT
                  TO W26-CODE-TOTAL (W26-CODE-MATCH-SUB)
              ADD 1 TO W26-CODE-ITEMS (W26-CODE-MATCH-SUB)
           END-IF
           .
      *Tests one per-code total row against this deduction's code.
       438-CHECK-CODE-ENTRY.
           IF W26-CODE (W26-CODE-SUB)
               = W25-DED-CODE (W25-DED-PICK-SUB)
              MOVE W26-CODE-SUB TO W26-CODE-MATCH-SUB
           END-IF
           .
      *Prints the settlement statement: the vacation payout, the
      *taxes and final deductions taken from it, any goal balance
      *the final pay could not cover, and the payment issued.
       445-WRITE-SETTLEMENT-STATEMENT.
           MOVE W28-STMT-SEPARATOR TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           MOVE W28-STMT-TITLE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           MOVE W09-ENTRY-LAST-NAME TO W28-STMT-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO W28-STMT-FIRST-NAME
           MOVE F01-ADJ-SSN TO W28-STMT-SSN
           MOVE W28-STMT-NAME-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           MOVE F01-ADJ-TERM-DATE TO W28-STMT-TERM-DATE
           MOVE W21-CONTROL-RUN-DATE TO W28-STMT-SETTLE-DATE
           MOVE W28-STMT-DATE-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           MOVE F01-ADJ-HOURS TO W28-STMT-HOURS
           MOVE F01-ADJ-RATE TO W28-STMT-RATE
           MOVE W01-GROSS-PAY TO W28-STMT-PAYOUT
           MOVE W28-STMT-VACATION-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           MOVE 'WITHHOLDING' TO W28-STMT-LABEL
           MOVE W01-WITHHOLDING TO W28-STMT-AMOUNT
           MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           IF W37-JUR-MATCH-SUB > ZERO
              MOVE 'STATE TAX' TO W28-STMT-LABEL
              MOVE W37-JUR-STATE-AUTH (W37-JUR-MATCH-SUB)
                  TO W28-STMT-LABEL (11:6)
              MOVE W01-STATE-TAX TO W28-STMT-AMOUNT
              MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
              WRITE F08-STATEMENT-OUT-LINE

              IF W37-JUR-LOCAL-AUTH (W37-JUR-MATCH-SUB) NOT = SPACES
                 MOVE 'LOCAL TAX' TO W28-STMT-LABEL
                 MOVE W37-JUR-LOCAL-AUTH (W37-JUR-MATCH-SUB)
                     TO W28-STMT-LABEL (11:6)
                 MOVE W01-LOCAL-TAX TO W28-STMT-AMOUNT
                 MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
                 WRITE F08-STATEMENT-OUT-LINE
              END-IF
           END-IF

           MOVE 'FICA' TO W28-STMT-LABEL
           MOVE W01-FICA TO W28-STMT-AMOUNT
           MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           PERFORM 446-WRITE-STATEMENT-ITEM
               VARYING W27-ITEM-SUB FROM 1 BY 1
               UNTIL W27-ITEM-SUB > W27-ITEM-COUNT

           MOVE 'NET PAY' TO W28-STMT-LABEL
           MOVE W01-NET-PAY TO W28-STMT-AMOUNT
           MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           IF W28-PAYMENT-NUMBER > ZERO
              MOVE W28-PAYMENT-NUMBER TO W28-STMT-PAYMENT-NUMBER
              MOVE W28-STMT-PAYMENT-LINE TO F08-STATEMENT-OUT-LINE
           ELSE
              MOVE W28-STMT-NO-PAYMENT-LINE TO F08-STATEMENT-OUT-LINE
           END-IF
           WRITE F08-STATEMENT-OUT-LINE
           .
      *Prints one final deduction, and the balance still owed on it
      *when the final pay could not cover its goal.
       446-WRITE-STATEMENT-ITEM.
           MOVE SPACES TO W28-STMT-LABEL
           STRING 'DEDUCTION ' DELIMITED BY SIZE
                  W27-ITEM-CODE (W27-ITEM-SUB) DELIMITED BY SIZE
               INTO W28-STMT-LABEL
           END-STRING
           MOVE W27-ITEM-AMOUNT (W27-ITEM-SUB) TO W28-STMT-AMOUNT
           MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE

           IF W27-ITEM-OWED (W27-ITEM-SUB) > ZERO
              MOVE '  BALANCE STILL OWED' TO W28-STMT-LABEL
              MOVE W27-ITEM-OWED (W27-ITEM-SUB) TO W28-STMT-AMOUNT
              MOVE W28-STMT-AMOUNT-LINE TO F08-STATEMENT-OUT-LINE
              WRITE F08-STATEMENT-OUT-LINE
           END-IF
           .
      *Writes the reject line with the reason the adjustment was
      *not paid.
           WRITE F04-REJECT-OUT-LINE
           .
      *Rolls this adjustment's amounts forward into the employee's
      *YTD work file row so the written-back master carries them.
       460-ROLL-FORWARD-YTD.
           ADD W01-GROSS-PAY TO W09-ENTRY-EARNINGS
           ADD W01-WITHHOLDING TO W09-ENTRY-TAXES
           ADD W01-FICA TO W09-ENTRY-FICA
           ADD W01-STATE-TAX TO W09-ENTRY-STATE-TAX
           ADD W01-LOCAL-TAX TO W09-ENTRY-LOCAL-TAX

           MOVE W09-YTD-ENTRY TO F09-YTD-WORK-REC
           REWRITE F09-YTD-WORK-REC
           .
      *Adds this adjustment's amounts into the whole-run totals,
      *and into the employee's jurisdiction for the liability
      *report.
       468-ACCUMULATE-RUN-TOTALS.
           ADD W01-GROSS-PAY TO W12-TOTAL-GROSS
           ADD W01-WITHHOLDING TO W12-TOTAL-WITHHOLDING
           ADD W01-STATE-TAX TO W12-TOTAL-STATE-TAX
           ADD W01-LOCAL-TAX TO W12-TOTAL-LOCAL-TAX
           ADD W01-FICA TO W12-TOTAL-FICA
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
               WHEN W37-EMP-WORK-JURIS = SPACES
                   ADD 1 TO W37-NO-JURIS-COUNT
               WHEN OTHER
                   ADD 1 TO W37-UNKNOWN-JURIS-COUNT
           END-EVALUATE
           .
      *Writes one line of the supplemental register.
       470-WRITE-REGISTER-LINE.
           MOVE F01-ADJ-SSN TO W04-SSN
           MOVE W09-ENTRY-LAST-NAME TO W04-LAST-NAME
           MOVE F01-ADJ-CODE TO W04-CODE
           MOVE W01-GROSS-PAY TO W04-GROSS-PAY
           MOVE W01-WITHHOLDING TO W04-WITHHOLDING
           MOVE W01-STATE-TAX TO W04-STATE-TAX
           MOVE W01-LOCAL-TAX TO W04-LOCAL-TAX
           MOVE W01-FICA TO W04-FICA
           MOVE W01-NET-PAY TO W04-NET-PAY

       480-WRITE-NET-PAY-EXTRACT.
           MOVE F01-ADJ-SSN TO F05-NET-SSN
           MOVE SPACES TO F05-NET-FULL-NAME
           MOVE W09-ENTRY-LAST-NAME
               TO F05-NET-FULL-NAME (1:14)
           MOVE W09-ENTRY-FIRST-NAME
               TO F05-NET-FULL-NAME (15:12)
           MOVE W01-NET-PAY TO F05-NET-PAY
           WRITE F05-PAYNET-OUT
       485-WRITE-PAYMENT-RECORD.
           ADD 1 TO W23-LAST-PAYMENT-NUMBER
           MOVE W23-LAST-PAYMENT-NUMBER TO F13-PAY-NUMBER
           MOVE W23-LAST-PAYMENT-NUMBER TO W28-PAYMENT-NUMBER
           MOVE W21-CONTROL-RUN-DATE TO F13-PAY-DATE
           MOVE W21-CTL-PERIOD TO F13-PAY-PERIOD
           MOVE F01-ADJ-SSN TO F13-PAY-SSN
           MOVE SPACES TO F13-PAY-FULL-NAME
           MOVE W09-ENTRY-LAST-NAME
               TO F13-PAY-FULL-NAME (1:14)
           MOVE W09-ENTRY-FIRST-NAME
               TO F13-PAY-FULL-NAME (15:12)
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
      *Holds this adjustment's per-period detail row for the shared
      *pay history.
       487-WRITE-PAY-HISTORY.
           MOVE F01-ADJ-SSN TO F14-HST-SSN
           MOVE W21-CTL-PERIOD TO F14-HST-PERIOD
           MOVE ZERO TO F14-HST-INSURANCE
           MOVE W01-NET-PAY TO F14-HST-NET
           MOVE ZERO TO F14-HST-HOURS
           MOVE 'S' TO F14-HST-ENTRY-TYPE
           MOVE W37-EMP-WORK-JURIS TO F14-HST-WORK-JURIS
           MOVE W01-STATE-TAX TO F14-HST-STATE-TAX
           MOVE W01-LOCAL-TAX TO F14-HST-LOCAL-TAX
           WRITE F20-HISTORY-WORK-REC FROM F14-HISTORY-REC
           .
      *Writes the deductions master back without the deductions
      *final settlements ended, journaling each one dropped. There
      *is nothing to write when no settlement was paid.
       488-WRITE-DEDUCT-MASTER.
           IF W12-FINAL-COUNT > ZERO
              AND W25-DED-COUNT > ZERO
              OPEN OUTPUT F07-DEDUCT-FILE
              PERFORM 486-WRITE-DEDUCT-ROW
                  VARYING W25-DED-SUB FROM 1 BY 1
                  UNTIL W25-DED-SUB > W25-DED-COUNT
              CLOSE F07-DEDUCT-FILE
           END-IF
           .
      *Writes one deductions table row back to the master, or
      *journals it as ended.
       486-WRITE-DEDUCT-ROW.
           MOVE W25-DED-SSN (W25-DED-SUB) TO F07-DED-SSN
           MOVE W25-DED-CODE (W25-DED-SUB) TO F07-DED-CODE
           MOVE W25-DED-METHOD (W25-DED-SUB) TO F07-DED-METHOD
           MOVE W25-DED-AMOUNT (W25-DED-SUB) TO F07-DED-AMOUNT
           MOVE W25-DED-PRIORITY (W25-DED-SUB) TO F07-DED-PRIORITY
           MOVE W25-DED-GOAL (W25-DED-SUB) TO F07-DED-GOAL
           MOVE W25-DED-TAKEN (W25-DED-SUB) TO F07-DED-TAKEN

           IF W25-DED-ENDED-SW (W25-DED-SUB) = 'Y'
              ACCEPT W22-AUDIT-TIME-RAW FROM TIME
              MOVE W21-CONTROL-RUN-DATE TO F11-AUD-DATE
              MOVE W22-AUDIT-TIME-RAW (1:6) TO F11-AUD-TIME
              MOVE 'COBOL-ASSIGNMENT-THREE-SUPPPAY' TO F11-AUD-PROGRAM
              MOVE W22-AUDIT-OPERATOR TO F11-AUD-OPERATOR
              MOVE 'DEDUCTMASTER' TO F11-AUD-FILE
              MOVE W25-DED-SSN (W25-DED-SUB) TO W25-KEY-SSN
              MOVE W25-DED-CODE (W25-DED-SUB) TO W25-KEY-CODE
              MOVE W25-AUDIT-DEDUCT-KEY TO F11-AUD-KEY
              MOVE F07-DEDUCT-REC TO F11-AUD-OLD-RECORD
              MOVE SPACES TO F11-AUD-NEW-RECORD
              WRITE F11-AUDIT-OUT
           ELSE
              WRITE F07-DEDUCT-REC
           END-IF
           .
      *Writes the last payment number used back to the control
      *record so the next run carries the numbering on.
           WRITE F12-PAYNUM-REC
           CLOSE F12-PAYNUM-FILE
           .
      *Rewrites the YTD rows adjusted this run on YTDMASTER.DAT with
      *their rolled-forward totals, one work file row at a time.
      *Every other row stays as it was.
       490-WRITE-YTD-MASTER.
           CLOSE F09-YTD-WORK-FILE

           IF W09-YTD-MASTER-OPEN
              CLOSE F03-YTD-FILE
              OPEN INPUT F09-YTD-WORK-FILE
              OPEN I-O F03-YTD-FILE
              MOVE SPACES TO W09-YTD-EOF-SWITCH
              PERFORM 493-READ-YTD-WORK
              PERFORM 491-WRITE-YTD-ENTRY
                  UNTIL W09-YTD-EOF-SWITCH = 'NO'
              CLOSE F09-YTD-WORK-FILE
                    F03-YTD-FILE
              MOVE 'NO' TO W09-YTD-MASTER-SWITCH
           END-IF
           .
      *Rewrites one employee's YTD master row from the work file.
       491-WRITE-YTD-ENTRY.
           MOVE F09-YTD-WORK-REC TO W09-YTD-ENTRY

           MOVE W09-ENTRY-SSN TO F03-YTD-SSN
           MOVE W09-ENTRY-LAST-NAME TO F03-YTD-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO F03-YTD-FIRST-NAME
           MOVE W09-ENTRY-EARNINGS TO F03-YTD-EARNINGS
           MOVE W09-ENTRY-TAXES TO F03-YTD-TAXES
           MOVE W09-ENTRY-FICA TO F03-YTD-FICA
           MOVE W09-ENTRY-INSURANCE TO F03-YTD-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO F03-YTD-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO F03-YTD-LOCAL-TAX

           REWRITE F03-YTD-OUT
               INVALID KEY
                   DISPLAY 'YTD master row ' F03-YTD-SSN
                       ' could not be rewritten'
           END-REWRITE

           IF W09-ENTRY-EARNINGS NOT = W09-ENTRY-PRIOR-EARNINGS
              OR W09-ENTRY-TAXES NOT = W09-ENTRY-PRIOR-TAXES
              OR W09-ENTRY-FICA NOT = W09-ENTRY-PRIOR-FICA
              OR W09-ENTRY-STATE-TAX NOT = W09-ENTRY-PRIOR-STATE-TAX
              OR W09-ENTRY-LOCAL-TAX NOT = W09-ENTRY-PRIOR-LOCAL-TAX
              PERFORM 492-WRITE-YTD-AUDIT-ENTRY
           END-IF

           PERFORM 493-READ-YTD-WORK
           .
      *Writes the before-image/after-image audit entry for a YTD
      *master row this run changed.
           MOVE 'COBOL-ASSIGNMENT-THREE-SUPPPAY' TO F11-AUD-PROGRAM
           MOVE W22-AUDIT-OPERATOR TO F11-AUD-OPERATOR
           MOVE 'YTDMASTER' TO F11-AUD-FILE
           MOVE W09-ENTRY-SSN TO F11-AUD-KEY

           MOVE W09-ENTRY-SSN TO W22-ROW-SSN
           MOVE W09-ENTRY-LAST-NAME TO W22-ROW-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO W22-ROW-FIRST-NAME

           MOVE W09-ENTRY-PRIOR-EARNINGS TO W22-ROW-EARNINGS
           MOVE W09-ENTRY-PRIOR-TAXES TO W22-ROW-TAXES
           MOVE W09-ENTRY-PRIOR-FICA TO W22-ROW-FICA
           MOVE W09-ENTRY-PRIOR-INSURANCE TO W22-ROW-INSURANCE
           MOVE W09-ENTRY-PRIOR-STATE-TAX TO W22-ROW-STATE-TAX
           MOVE W09-ENTRY-PRIOR-LOCAL-TAX TO W22-ROW-LOCAL-TAX
           MOVE W22-AUDIT-ROW TO F11-AUD-OLD-RECORD

           MOVE W09-ENTRY-EARNINGS TO W22-ROW-EARNINGS
           MOVE W09-ENTRY-TAXES TO W22-ROW-TAXES
           MOVE W09-ENTRY-FICA TO W22-ROW-FICA
           MOVE W09-ENTRY-INSURANCE TO W22-ROW-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO W22-ROW-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO W22-ROW-LOCAL-TAX
           MOVE W22-AUDIT-ROW TO F11-AUD-NEW-RECORD

           WRITE F11-AUDIT-OUT
           .
      *Reads the next YTD work file row, in SSN order.
       493-READ-YTD-WORK.
           READ F09-YTD-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W09-YTD-EOF-SWITCH
           END-READ
           .
      *Writes the final deductions taken this run, by code, after
      *the last settlement statement, so each agency's remittance
      *can be cut from it.
       498-WRITE-REMITTANCE-LINES.
           IF W26-CODE-COUNT > ZERO
              MOVE W28-STMT-SEPARATOR TO F08-STATEMENT-OUT-LINE
              WRITE F08-STATEMENT-OUT-LINE
              MOVE W29-REMIT-HEADING TO F08-STATEMENT-OUT-LINE
              WRITE F08-STATEMENT-OUT-LINE
              PERFORM 499-WRITE-REMIT-LINE
                  VARYING W26-CODE-SUB FROM 1 BY 1
                  UNTIL W26-CODE-SUB > W26-CODE-COUNT
           END-IF
           .
      *Writes one per-code remittance line.
       499-WRITE-REMIT-LINE.
           MOVE W26-CODE (W26-CODE-SUB) TO W29-CODE
           MOVE W26-CODE-ITEMS (W26-CODE-SUB) TO W29-ITEMS
           MOVE W26-CODE-TOTAL (W26-CODE-SUB) TO W29-AMOUNT
           MOVE W29-REMIT-LINE TO F08-STATEMENT-OUT-LINE
           WRITE F08-STATEMENT-OUT-LINE
           .
      *Writes the state and local tax liability report: each
      *jurisdiction's withholding this run, then the amount owed to
      *each taxing authority, so each authority's deposit can be
      *made straight off the run.
       510-WRITE-LIABILITY-REPORT.
           MOVE W21-CTL-PERIOD TO W39-PERIOD
           MOVE W39-LIAB-HEADING TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE

           MOVE SPACES TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE

           MOVE W39-LIAB-COLUMN-HEADING TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE

           MOVE ZERO TO W38-AUTH-COUNT
           PERFORM 511-WRITE-JURIS-LINE
               VARYING W37-JUR-SUB FROM 1 BY 1
               UNTIL W37-JUR-SUB > W37-JUR-COUNT

           MOVE W41-LIAB-AUTH-HEADING TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 514-WRITE-AUTHORITY-LINE
               VARYING W38-AUTH-SUB FROM 1 BY 1
               UNTIL W38-AUTH-SUB > W38-AUTH-COUNT

           MOVE W12-TOTAL-STATE-TAX TO W43-STATE-TAX
           MOVE W12-TOTAL-LOCAL-TAX TO W43-LOCAL-TAX
           MOVE W37-NO-JURIS-COUNT TO W43-NO-JURIS-COUNT
           MOVE W37-UNKNOWN-JURIS-COUNT TO W43-UNKNOWN-COUNT
           MOVE W43-LIAB-TOTAL-LINE TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE
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
              MOVE W40-LIAB-JURIS-LINE TO F19-LIABILITY-OUT-LINE
              WRITE F19-LIABILITY-OUT-LINE

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
           MOVE W42-LIAB-AUTH-LINE TO F19-LIABILITY-OUT-LINE
           WRITE F19-LIABILITY-OUT-LINE
           .
      *Writes the footer to the supplemental register.
       500-WRITE-FOOTER.
           MOVE W05-REPORT-HEADING TO F02-REGISTER-OUT-LINE

           DISPLAY 'Adjustments paid     : ' W12-PAID-COUNT
           DISPLAY 'Adjustments rejected : ' W12-REJECTED-COUNT
           DISPLAY 'Final settlements    : ' W12-FINAL-COUNT
           DISPLAY 'Final deductions     : ' W12-TOTAL-DEDUCT
           DISPLAY 'State tax withheld   : ' W12-TOTAL-STATE-TAX
           DISPLAY 'Local tax withheld   : ' W12-TOTAL-LOCAL-TAX
           .
      *With the masters rewritten, adds the held history rows to
      *the pay history.
       501-APPEND-STAGED-LINES.
           CLOSE F20-HISTORY-WORK-FILE

           OPEN INPUT F20-HISTORY-WORK-FILE
           OPEN EXTEND F14-HISTORY-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 502-READ-HISTORY-WORK
           PERFORM 503-APPEND-HISTORY-ROW
               UNTIL NO-DATA-REMAINS
           CLOSE F20-HISTORY-WORK-FILE
                 F14-HISTORY-FILE
           .
      *Reads the next held history row.
       502-READ-HISTORY-WORK.
           READ F20-HISTORY-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held history row to the pay history.
       503-APPEND-HISTORY-ROW.
           WRITE F14-HISTORY-REC FROM F20-HISTORY-WORK-REC
           PERFORM 502-READ-HISTORY-WORK
           .
      *Stamps the off-cycle step complete for the period, leaving
      *the regular-cycle statuses exactly as they were. There is
                 F02-REGISTER-FILE
                 F04-REJECT-FILE
                 F05-PAYNET-FILE
                 F08-STATEMENT-FILE
                 F11-AUDIT-FILE
                 F13-PAYMENT-FILE
                 F19-LIABILITY-FILE
           IF W09-YTD-MASTER-OPEN
              CLOSE F03-YTD-FILE
           END-IF
           IF W37-MASTER-OPEN
              CLOSE F16-MASTER-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
