       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ASSIGNMENT-THREE-PAYVOID.
       AUTHOR. RéAL ORTELLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-VOID-FILE ASSIGN TO 'PAYVOID.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W02-VOID-STATUS.
           SELECT F02-REGISTER-FILE ASSIGN TO 'PAYVOID.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F03-YTD-SSN
                                 FILE STATUS IS W09-YTD-STATUS.
           SELECT F04-REJECT-FILE ASSIGN TO 'VOIDREJECTS.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F05-PAYNET-FILE ASSIGN TO 'PAYNET.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-PAY-WORK-FILE ASSIGN TO 'VOIDPAYWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F06-WRK-NUMBER.
           SELECT F07-YTD-WORK-FILE ASSIGN TO 'VOIDYTDWORK.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS F07-WRK-SSN.
           SELECT F08-JOURNAL-FILE ASSIGN TO 'VOIDJOURNAL.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-HISTORY-WORK-FILE ASSIGN TO 'VOIDHSTWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F16-AUDIT-WORK-FILE ASSIGN TO 'VOIDAUDWORK.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F10-CONTROL-FILE ASSIGN TO 'PAYRUNCTL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W21-CONTROL-STATUS.
           SELECT OPTIONAL F11-AUDIT-FILE
                                 ASSIGN TO 'AUDITJOURNAL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-PAYNUM-FILE ASSIGN TO 'PAYNUMCTL.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W23-PAYNUM-STATUS.
           SELECT F13-PAYMENT-FILE ASSIGN TO 'PAYMENTREGISTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS RANDOM
                                 RECORD KEY IS F13-PAY-NUMBER
                                 ALTERNATE RECORD KEY IS
                                     F13-PAY-ORIG-NUMBER
                                     WITH DUPLICATES
                                 FILE STATUS IS W04-PAYMENT-STATUS.
           SELECT OPTIONAL F14-HISTORY-FILE
                                 ASSIGN TO 'PAYHISTORY.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F15-OPER-FILE ASSIGN TO 'OPERMASTER.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 FILE STATUS IS W30-OPER-STATUS.
           SELECT OPTIONAL F17-RUNLOG-FILE
                                 ASSIGN TO 'RUNLOG.DAT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *One void transaction per line: the payment number to void,
      *whether it is voided outright (V) or voided and reissued under
      *a new number (R), and a short reason for the paper trail -
      *a lost cheque, a lost envelope, a deposit the bank bounced.
       FD F01-VOID-FILE
          RECORD CONTAINS 29 CHARACTERS
          DATA RECORD IS F01-VOID-IN.

       01 F01-VOID-IN.
          05 F01-VOD-NUMBER                       PIC 9(8).
          05 F01-VOD-NUMBER-X
             REDEFINES F01-VOD-NUMBER             PIC X(8).
          05 F01-VOD-ACTION                       PIC X.
             88 F01-VOD-VOID-ONLY                 VALUE 'V'.
             88 F01-VOD-REISSUE                   VALUE 'R'.
             88 F01-VOD-ACTION-VALID              VALUES 'V' 'R'.
          05 F01-VOD-REASON                       PIC X(20).

       FD F02-REGISTER-FILE
          RECORD CONTAINS 100 CHARACTERS
          DATA RECORD IS F02-REGISTER-OUT-LINE.

       01 F02-REGISTER-OUT-LINE        PIC X(100).

      *The year-to-date master, shared with the pay runs: a void
      *backs the payment's amounts out of the totals, a reissue
      *puts them back, so the year-end statements see only what was
      *really paid.
       FD F03-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F03-YTD-OUT.

       01 F03-YTD-OUT.
          05 F03-YTD-SSN                          PIC X(9).
          05 F03-YTD-LAST-NAME                    PIC X(14).
          05 F03-YTD-FIRST-NAME                   PIC X(12).
          05 F03-YTD-EARNINGS                     PIC 999999V99.
          05 F03-YTD-TAXES                        PIC 99999V99.
          05 F03-YTD-FICA                         PIC 9999V99.
          05 F03-YTD-INSURANCE                    PIC 9999V99.
          05 F03-YTD-STATE-TAX                    PIC 99999V99.
          05 F03-YTD-LOCAL-TAX                    PIC 9999V99.

       FD F04-REJECT-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F04-REJECT-OUT-LINE.

       01 F04-REJECT-OUT-LINE          PIC X(80).

      *One row per reissued payment, so the bank split and the
      *envelope run pay the replacement the same way they pay the
      *regular run.
       FD F05-PAYNET-FILE
          RECORD CONTAINS 44 CHARACTERS
          DATA RECORD IS F05-PAYNET-OUT.

       01 F05-PAYNET-OUT.
          05 F05-NET-SSN                          PIC X(9).
          05 F05-NET-FULL-NAME                    PIC X(27).
          05 F05-NET-PAY                          PIC 9(6)V99.

      *This run's working copy of every register row it voids or
      *adds, keyed by payment number, and of every YTD row it backs
      *out or puts back, keyed by SSN. Nothing reaches the register
      *or the YTD master until all the voids are through, so a run
      *that dies part way leaves both as they were. The history rows
      *and audit entries wait on their own work files and are added
      *only once the YTD master and the register are rewritten, so
      *such a run has added nothing to the pay history or the
      *journal either and can be run again. A run that dies once
      *the YTD master rewrite has begun cannot simply be run again:
      *what it had not yet added is left on VOIDHSTWORK.DAT and
      *VOIDAUDWORK.DAT, to be added to PAYHISTORY.DAT and
      *AUDITJOURNAL.DAT by hand, and the register checked against
      *the YTD master.
       FD F06-PAY-WORK-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F06-PAY-WORK-REC.

       01 F06-PAY-WORK-REC.
          05 F06-WRK-NUMBER                       PIC 9(8).
          05 FILLER                               PIC X(75).

       FD F07-YTD-WORK-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F07-YTD-WORK-REC.

       01 F07-YTD-WORK-REC.
          05 F07-WRK-SSN                          PIC X(9).
          05 FILLER                               PIC X(66).

      *The journal-entry extract for the GL, in the same layout as
      *the pay run's: the reversing entry for everything voided,
      *the re-issuing entry for everything reissued, and a proof
      *line.
       FD F08-JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS
          DATA RECORD IS F08-JOURNAL-OUT-LINE.

       01 F08-JOURNAL-OUT-LINE         PIC X(80).

      *The history rows and audit entries of this run, held until
      *the YTD master and the register are rewritten. A reissue
      *voided again in the same run finds its I row here.
       FD F09-HISTORY-WORK-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F09-HISTORY-WORK-REC.

       01 F09-HISTORY-WORK-REC         PIC X(86).

       FD F16-AUDIT-WORK-FILE
          RECORD CONTAINS 253 CHARACTERS
          DATA RECORD IS F16-AUDIT-WORK-REC.

       01 F16-AUDIT-WORK-REC           PIC X(253).

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

      *The shared audit journal: every register row voided or added,
      *every YTD row backed out or put back, and every history row
      *written, each as its own entry.
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

      *The last-payment-number control record, shared with the pay
      *runs so a reissue stays in the one sequence.
       FD F12-PAYNUM-FILE
          RECORD CONTAINS 8 CHARACTERS
          DATA RECORD IS F12-PAYNUM-REC.

       01 F12-PAYNUM-REC.
          05 F12-LAST-PAYMENT-NUMBER   PIC 9(8).

      *The payment register, shared with the pay runs and the
      *reconciliation. A voided row keeps its number and amount,
      *status V and the void date in the cleared-date column; a
      *reissue is a new row carrying the number it replaces.
       FD F13-PAYMENT-FILE
          RECORD CONTAINS 83 CHARACTERS
          DATA RECORD IS F13-PAYMENT-REC.

       01 F13-PAYMENT-REC.
          05 F13-PAY-NUMBER            PIC 9(8).
          05 F13-PAY-DATE              PIC 9(8).
          05 F13-PAY-PERIOD            PIC X(6).
          05 F13-PAY-SSN               PIC X(9).
          05 F13-PAY-FULL-NAME         PIC X(27).
          05 F13-PAY-NET               PIC 9(6)V99.
          05 F13-PAY-STATUS            PIC X.
          05 F13-PAY-CLEARED-DATE      PIC 9(8).
          05 F13-PAY-ORIG-NUMBER       PIC 9(8).

      *The per-period pay history, shared with the pay runs. A void
      *adds a reversal row (entry type V) carrying the original
      *amounts, which count as coming off; a reissue adds an I row
      *dated the day it is reissued.
       FD F14-HISTORY-FILE
          RECORD CONTAINS 86 CHARACTERS
          DATA RECORD IS F14-HISTORY-REC.

       01 F14-HISTORY-REC.
          05 F14-HST-SSN               PIC X(9).
          05 F14-HST-PERIOD            PIC X(6).
          05 F14-HST-PAY-DATE          PIC 9(8).
          05 F14-HST-GROSS             PIC 9(6)V99.
          05 F14-HST-WITHHOLDING       PIC 9(6)V99.
          05 F14-HST-FICA              PIC 9(6)V99.
          05 F14-HST-INSURANCE         PIC 9(4)V99.
          05 F14-HST-NET               PIC 9(6)V99.
          05 F14-HST-HOURS             PIC 9(3)V99.
          05 F14-HST-ENTRY-TYPE        PIC X.
             88 F14-HST-VOID-REVERSAL  VALUE 'V'.
          05 F14-HST-WORK-JURIS        PIC X(3).
          05 F14-HST-STATE-TAX         PIC 9(6)V99.
          05 F14-HST-LOCAL-TAX         PIC 9(6)V99.

      *The operator security master: one row per operator allowed
      *to sign on, carrying the password and authority level the
      *sign-on check enforces.
       FD F15-OPER-FILE
          RECORD CONTAINS 12 CHARACTERS
          DATA RECORD IS F15-OPR-REC.

       01 F15-OPR-REC.
          05 F15-OPR-ID             PIC X(3).
          05 F15-OPR-PASSWORD       PIC X(8).
          05 F15-OPR-AUTHORITY      PIC X.

      *The shared run log: a start record and an end record per
      *batch run, so what ran last night (and what never finished)
      *is a report instead of an archaeology project.
       FD F17-RUNLOG-FILE
          RECORD CONTAINS 53 CHARACTERS
          DATA RECORD IS F17-RUNLOG-REC.

       01 F17-RUNLOG-REC.
          05 F17-RUN-TYPE             PIC X.
          05 F17-RUN-PROGRAM          PIC X(32).
          05 F17-RUN-DATE             PIC 9(8).
          05 F17-RUN-TIME             PIC X(6).
          05 F17-RUN-COUNT            PIC 9(5).
          05 F17-RUN-END-STATUS       PIC X.

       WORKING-STORAGE SECTION.

       01 W01-END-OF-FILE-SWITCH       PIC X(3) VALUE SPACES.
          88 NO-DATA-REMAINS           VALUE 'NO'.
       01 W01-REJECT-REASON            PIC X(35).
          88 W01-VOID-ACCEPTED         VALUE SPACES.

       01 W02-VOID-STATUS              PIC XX.

      *The original payment's amounts, taken from its pay history
      *row: what the void backs out and the reissue puts back.
       01 W03-HST-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W03-HST-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W03-HST-FOUND             VALUE 'YES'.
       01 W03-HST-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
          88 W03-HST-STAGED            VALUE 'YES'.
       01 W03-ORIG-GROSS               PIC 9(6)V99.
       01 W03-ORIG-WITHHOLDING         PIC 9(6)V99.
       01 W03-ORIG-FICA                PIC 9(6)V99.
       01 W03-ORIG-INSURANCE           PIC 9(4)V99.
       01 W03-ORIG-NET                 PIC 9(6)V99.
       01 W03-ORIG-HOURS               PIC 9(3)V99.
       01 W03-ORIG-WORK-JURIS          PIC X(3).
       01 W03-ORIG-STATE-TAX           PIC 9(6)V99.
       01 W03-ORIG-LOCAL-TAX           PIC 9(6)V99.
       01 W03-ORIG-OTHER-DEDUCT        PIC S9(6)V99.
       01 W03-PAY-YEAR                 PIC 9(4).
       01 W03-NEW-NUMBER               PIC 9(8).

      *The register row being worked on, read by payment number
      *from the work file or, the first time the run meets the
      *payment, from the register itself. A reissue is built here
      *over the row it replaces once that row has been voided.
       01 W04-PAYMENT-STATUS           PIC XX.
       01 W04-REGISTER-SWITCH          PIC X(3) VALUE 'NO'.
          88 W04-REGISTER-OPEN         VALUE 'YES'.
       01 W04-PAY-FOUND-SWITCH         PIC X(3) VALUE 'NO'.
          88 W04-PAY-FOUND             VALUE 'YES'.
       01 W04-PAY-STAGED-SWITCH        PIC X(3) VALUE 'NO'.
       01 W04-PAY-EOF-SWITCH           PIC X(3) VALUE SPACES.
       01 W04-PAY-ENTRY.
          05 W04-ENTRY-NUMBER          PIC 9(8).
          05 W04-ENTRY-DATE            PIC 9(8).
          05 W04-ENTRY-PERIOD          PIC X(6).
          05 W04-ENTRY-SSN             PIC X(9).
          05 W04-ENTRY-FULL-NAME       PIC X(27).
          05 W04-ENTRY-NET             PIC 9(6)V99.
          05 W04-ENTRY-STATUS          PIC X.
          05 W04-ENTRY-CLEARED-DATE    PIC 9(8).
          05 W04-ENTRY-ORIG-NUMBER     PIC 9(8).

      *A payment register row image for the audit journal, without
      *the name so it fits the journal's image column.
       01 W05-AUDIT-PAYMENT-ROW.
          05 W05-ROW-NUMBER            PIC 9(8).
          05 W05-ROW-DATE              PIC 9(8).
          05 W05-ROW-PERIOD            PIC X(6).
          05 W05-ROW-SSN               PIC X(9).
          05 W05-ROW-NET               PIC 9(6)V99.
          05 W05-ROW-STATUS            PIC X.
          05 W05-ROW-CLEARED-DATE      PIC 9(8).
          05 W05-ROW-ORIG-NUMBER       PIC 9(8).

      *Whole-run totals for the journal extract: what was voided and
      *what was reissued, kept apart so each entry balances alone.
       01 W12-RUN-TOTALS.
          05 W12-VOIDED-COUNT          PIC 9(5) VALUE ZERO.
          05 W12-REISSUED-COUNT        PIC 9(5) VALUE ZERO.
          05 W12-REJECTED-COUNT        PIC 9(5) VALUE ZERO.
          05 W12-VOID-GROSS            PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-WITHHOLDING      PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-FICA             PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-INSURANCE        PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-STATE-TAX        PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-LOCAL-TAX        PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-OTHER-DEDUCT     PIC 9(8)V99 VALUE ZERO.
          05 W12-VOID-NET              PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-GROSS            PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-WITHHOLDING      PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-FICA             PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-INSURANCE        PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-STATE-TAX        PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-LOCAL-TAX        PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-OTHER-DEDUCT     PIC 9(8)V99 VALUE ZERO.
          05 W12-RISS-NET              PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-DEBITS          PIC 9(8)V99 VALUE ZERO.
          05 W12-TOTAL-CREDITS         PIC 9(8)V99 VALUE ZERO.

       01 W13-JOURNAL-HEADING.
          05                           PIC X(22) VALUE SPACES.
          05                           PIC X(28)
                 VALUE 'Payment Void Journal Extract'.
          05                           PIC X(30) VALUE SPACES.

       01 W14-JOURNAL-LINE.
          05 W14-DR-CR                 PIC X(3).
          05                           PIC X(2) VALUE SPACES.
          05 W14-ACCOUNT               PIC X(28).
          05 W14-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(34) VALUE SPACES.

       01 W15-JOURNAL-PROOF-LINE.
          05                           PIC X(14)
                 VALUE 'PROOF DEBITS='.
          05 W15-DEBITS                PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(9) VALUE ' CREDITS='.
          05 W15-CREDITS               PIC ZZ,ZZZ,ZZ9.99.
          05                           PIC X(10)
                 VALUE ' BALANCED='.
          05 W15-BALANCED              PIC X(3).
          05                           PIC X(9) VALUE ' RECORDS='.
          05 W15-RECORD-COUNT          PIC ZZZZ9.

       01 W16-SECTION-LINE.
          05 W16-SECTION-TITLE         PIC X(50).
          05                           PIC X(30) VALUE SPACES.

      *The pay-period run control, read only for the last year the
      *year-end close has reset: a payment from a closed year is
      *no longer in the YTD totals and cannot be backed out here.
       01 W21-CONTROL-STATUS           PIC XX.
       01 W21-CONTROL-FOUND-SWITCH     PIC X(3) VALUE 'NO'.
          88 W21-CONTROL-FOUND         VALUE 'YES'.
       01 W21-CONTROL-RUN-DATE         PIC 9(8).

       01 W21-CONTROL-RECORD.
          05 W21-CTL-PERIOD            PIC X(6) VALUE SPACES.
          05 W21-CTL-VALIDATE-STATUS   PIC X VALUE SPACE.
          05 W21-CTL-VALIDATE-DATE     PIC 9(8) VALUE ZERO.
          05 W21-CTL-CORRECT-STATUS    PIC X VALUE SPACE.
          05 W21-CTL-CORRECT-DATE      PIC 9(8) VALUE ZERO.
          05 W21-CTL-PAY-STATUS        PIC X VALUE SPACE.
          05 W21-CTL-PAY-DATE          PIC 9(8) VALUE ZERO.
          05 W21-CTL-SUPP-STATUS       PIC X VALUE SPACE.
          05 W21-CTL-SUPP-DATE         PIC 9(8) VALUE ZERO.
          05 W21-CTL-CLOSED-YEAR       PIC 9(4) VALUE ZERO.
          05 W21-CTL-PERIOD-START      PIC 9(8) VALUE ZERO.
          05 W21-CTL-PERIOD-END        PIC 9(8) VALUE ZERO.

       01 W22-AUDIT-OPERATOR           PIC X(3).
       01 W22-AUDIT-TIME-RAW           PIC X(8).

      *A YTD master row image, built twice per audited change: once
      *before and once after the amounts move.
       01 W22-AUDIT-ROW.
          05 W22-ROW-SSN               PIC X(9).
          05 W22-ROW-LAST-NAME         PIC X(14).
          05 W22-ROW-FIRST-NAME        PIC X(12).
          05 W22-ROW-EARNINGS          PIC 999999V99.
          05 W22-ROW-TAXES             PIC 99999V99.
          05 W22-ROW-FICA              PIC 9999V99.
          05 W22-ROW-INSURANCE         PIC 9999V99.
          05 W22-ROW-STATE-TAX         PIC 99999V99.
          05 W22-ROW-LOCAL-TAX         PIC 9999V99.

      *The running payment number, shared with the pay runs
      *through PAYNUMCTL.DAT.
       01 W23-PAYNUM-STATUS            PIC XX.
       01 W23-LAST-PAYMENT-NUMBER      PIC 9(8) VALUE ZERO.

      *The paid employee's YTD row, read by SSN from the work file
      *or, the first time the run meets the employee, from
      *YTDMASTER.DAT.
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

       01 W06-REGISTER-HEADING.
          05                           PIC X(26) VALUE SPACES.
          05                           PIC X(33)
                 VALUE 'Payment Void and Reissue Register'.
          05                           PIC X(41) VALUE SPACES.

       01 W07-REGISTER-HEADING-TWO.
          05                           PIC X(8) VALUE 'Payment'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(9) VALUE 'SSN'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(14) VALUE 'Last Name'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(1) VALUE 'A'.
          05                           PIC X(5) VALUE SPACES.
          05                           PIC X(5) VALUE 'Gross'.
          05                           PIC X(8) VALUE SPACES.
          05                           PIC X(3) VALUE 'Net'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(8) VALUE 'Reissue'.
          05                           PIC X(2) VALUE SPACES.
          05                           PIC X(6) VALUE 'Reason'.
          05                           PIC X(23) VALUE SPACES.

       01 W08-REGISTER-LINE.
          05 W08-NUMBER                PIC 9(8).
          05                           PIC X(2) VALUE SPACES.
          05 W08-SSN                   PIC X(9).
          05                           PIC X(2) VALUE SPACES.
          05 W08-LAST-NAME             PIC X(14).
          05                           PIC X(2) VALUE SPACES.
          05 W08-ACTION                PIC X.
          05                           PIC X(1) VALUE SPACES.
          05 W08-GROSS                 PIC ZZZ,ZZ9.99.
          05                           PIC X(1) VALUE SPACES.
          05 W08-NET                   PIC ZZZ,ZZ9.99.
          05                           PIC X(2) VALUE SPACES.
          05 W08-NEW-NUMBER            PIC X(8).
          05                           PIC X(2) VALUE SPACES.
          05 W08-REASON                PIC X(20).
          05                           PIC X(8) VALUE SPACES.

       01 W10-REPORT-FOOTER.
          05 W10-REPORT                PIC X(33)
                 VALUE 'Report Produced By Real Ortelli'.
          05                           PIC X(67) VALUE SPACES.

       01 W11-REJECT-LINE.
          05 W11-REJ-NUMBER            PIC X(8).
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-ACTION            PIC X.
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-REASON            PIC X(35).
          05                           PIC X(2) VALUE SPACES.
          05 W11-REJ-VOID-REASON       PIC X(20).
          05                           PIC X(10) VALUE SPACES.


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
              DISPLAY 'Voids and reissues require supervisor'
                  ' authority'
              MOVE 'VOID DENIED' TO W30-DENIAL-REASON
              PERFORM 025-LOG-SIGNON-DENIAL
              STOP RUN
           END-IF

           PERFORM 110-OPEN-PAYMENT-REGISTER

           PERFORM 055-READ-RUN-CONTROL
           PERFORM 030-LOG-RUN-START
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 300-READ-VOID
           PERFORM 400-PROCESS-VOIDS
               UNTIL NO-DATA-REMAINS
           PERFORM 489-WRITE-PAYMENT-NUMBER
           PERFORM 490-WRITE-YTD-MASTER
           PERFORM 495-WRITE-JOURNAL-EXTRACT
           PERFORM 497-REWRITE-REGISTER
           PERFORM 501-APPEND-STAGED-LINES
           PERFORM 500-WRITE-FOOTER
           PERFORM 600-CLOSE-FILES
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
           OPEN INPUT F15-OPER-FILE

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
              CLOSE F15-OPER-FILE
              IF NOT W30-SIGNON-OK
                 MOVE 'SIGNON DENIED' TO W30-DENIAL-REASON
                 PERFORM 025-LOG-SIGNON-DENIAL
              END-IF
           END-IF
           .
      *Reads the next operator master row.
       021-READ-OPERATOR-RECORD.
           READ F15-OPER-FILE
               AT END MOVE 'NO' TO W30-OPER-EOF-SWITCH
           END-READ
           .
      *Tests one operator master row against the sign-on.
       022-CHECK-OPERATOR-RECORD.
           IF F15-OPR-ID = W30-OPERATOR-ID
              AND F15-OPR-PASSWORD = W30-PASSWORD-INPUT
              MOVE F15-OPR-AUTHORITY TO W30-OPER-AUTHORITY
              MOVE 'YES' TO W30-SIGNON-OK-SWITCH
           END-IF

           IF NOT W30-SIGNON-OK
              PERFORM 021-READ-OPERATOR-RECORD
           END-IF
           .
      *Logs a refused sign-on, authority check or override to the
      *shared audit journal, so failed attempts leave a trace.
       025-LOG-SIGNON-DENIAL.
           OPEN EXTEND F11-AUDIT-FILE
           ACCEPT W30-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT W30-SIGNON-TIME-RAW FROM TIME
           MOVE W30-SIGNON-DATE TO F11-AUD-DATE
           MOVE W30-SIGNON-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYVOID'
               TO F11-AUD-PROGRAM
           MOVE W30-OPERATOR-ID TO F11-AUD-OPERATOR
           MOVE 'OPERMASTER' TO F11-AUD-FILE
           MOVE W30-DENIAL-REASON TO F11-AUD-KEY
           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE SPACES TO F11-AUD-NEW-RECORD
           WRITE F11-AUDIT-OUT
           CLOSE F11-AUDIT-FILE
           .
      *Reads the run-control record into working storage, if the
      *control file exists at all.
       055-READ-RUN-CONTROL.
           ACCEPT W21-CONTROL-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F10-CONTROL-FILE

           IF W21-CONTROL-STATUS = '00'
              READ F10-CONTROL-FILE
                  NOT AT END
                      MOVE F10-CONTROL-REC TO W21-CONTROL-RECORD
                      MOVE 'YES' TO W21-CONTROL-FOUND-SWITCH
              END-READ
              CLOSE F10-CONTROL-FILE
           END-IF
           .
      *This procedure opens the files. The YTD master is opened for
      *reading by SSN first; it is re-opened for update by
      *490-WRITE-YTD-MASTER once the run is complete.
       100-OPEN-FILES.
           MOVE W30-OPERATOR-ID TO W22-AUDIT-OPERATOR

           PERFORM 115-OPEN-YTD-MASTER
           PERFORM 118-LOAD-PAYMENT-NUMBER

           OPEN INPUT F01-VOID-FILE
                OUTPUT F02-REGISTER-FILE
                       F04-REJECT-FILE
                       F05-PAYNET-FILE
                       F06-PAY-WORK-FILE
                       F07-YTD-WORK-FILE
                       F08-JOURNAL-FILE
                       F09-HISTORY-WORK-FILE
                       F16-AUDIT-WORK-FILE
           CLOSE F06-PAY-WORK-FILE
                 F07-YTD-WORK-FILE
           OPEN I-O F06-PAY-WORK-FILE
                    F07-YTD-WORK-FILE

           IF W02-VOID-STATUS NOT = '00'
              DISPLAY 'No void transactions on file'
              MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-IF
           .
      *Opens the payment register for reading by payment number.
      *It is only read until the write-back, so the run can stop at
      *any point before that with the register still untouched.
       110-OPEN-PAYMENT-REGISTER.
           OPEN INPUT F13-PAYMENT-FILE

           IF W04-PAYMENT-STATUS = '00'
              MOVE 'YES' TO W04-REGISTER-SWITCH
           ELSE
              DISPLAY 'No payment register on file'
           END-IF
           .
      *Opens the YTD master for reading by SSN. A void for an SSN
      *the master does not carry is rejected, so a missing master
      *shows up as every transaction rejecting.
       115-OPEN-YTD-MASTER.
           OPEN INPUT F03-YTD-FILE

           IF W09-YTD-STATUS = '00'
              MOVE 'YES' TO W09-YTD-MASTER-SWITCH
           END-IF
           .
      *Seeds the payment numbering from where the last run left it.
       118-LOAD-PAYMENT-NUMBER.
           OPEN INPUT F12-PAYNUM-FILE

           IF W23-PAYNUM-STATUS = '00'
              READ F12-PAYNUM-FILE
                  NOT AT END
                      MOVE F12-LAST-PAYMENT-NUMBER
                          TO W23-LAST-PAYMENT-NUMBER
              END-READ
              CLOSE F12-PAYNUM-FILE
           END-IF
           .
      *Prints headings for the void register.
       200-WRITE-HEADING-LINES.
           MOVE W06-REGISTER-HEADING TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE SPACES TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE

           MOVE W07-REGISTER-HEADING-TWO TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Reads a void transaction.
       300-READ-VOID.
           READ F01-VOID-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Voids one payment - and reissues it, if asked - or rejects
      *the transaction with the reason it cannot be done.
       400-PROCESS-VOIDS.
           MOVE SPACES TO W01-REJECT-REASON
           MOVE SPACES TO W08-NEW-NUMBER

           PERFORM 410-EDIT-VOID

           IF W01-VOID-ACCEPTED
              PERFORM 430-VOID-PAYMENT
              IF F01-VOD-REISSUE
                 PERFORM 450-REISSUE-PAYMENT
              END-IF
              PERFORM 470-WRITE-REGISTER-LINE
           ELSE
              PERFORM 480-WRITE-REJECT-LINE
              ADD 1 TO W12-REJECTED-COUNT
           END-IF

           PERFORM 300-READ-VOID
           .
      *Checks the transaction: the payment must be on the register,
      *still outstanding, from a year not yet closed, for an
      *employee on the YTD master, with its pay history row on file
      *to say what the payment was made of.
       410-EDIT-VOID.
           EVALUATE TRUE
               WHEN F01-VOD-NUMBER-X NOT NUMERIC
                   MOVE 'Payment number must be numeric'
                       TO W01-REJECT-REASON
               WHEN NOT F01-VOD-ACTION-VALID
                   MOVE 'Action must be V or R'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 412-EDIT-PAYMENT
           END-EVALUATE
           .
      *Checks the register row and the employee behind it.
       412-EDIT-PAYMENT.
           PERFORM 415-LOCATE-PAYMENT

           IF W04-PAY-FOUND
              MOVE W04-ENTRY-DATE (1:4) TO W03-PAY-YEAR
              PERFORM 417-LOCATE-YTD-ENTRY
           END-IF

           EVALUATE TRUE
               WHEN NOT W04-PAY-FOUND
                   MOVE 'Payment not on register'
                       TO W01-REJECT-REASON
               WHEN W04-ENTRY-STATUS = 'V'
                   MOVE 'Payment already voided'
                       TO W01-REJECT-REASON
               WHEN W04-ENTRY-STATUS = 'C'
                   MOVE 'Payment has cleared the bank'
                       TO W01-REJECT-REASON
               WHEN W03-PAY-YEAR NOT > W21-CTL-CLOSED-YEAR
                   MOVE 'Payment is in a closed year'
                       TO W01-REJECT-REASON
               WHEN W09-YTD-FOUND-SWITCH = 'NO'
                   MOVE 'SSN not on YTD master'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   PERFORM 420-FIND-HISTORY-ROW
                   PERFORM 425-EDIT-HISTORY-AMOUNTS
           END-EVALUATE
           .
      *Finds this transaction's payment number: on the work file if
      *this run already voided or added the row, otherwise on the
      *register, in which case the row is copied to the work file
      *to be worked on there.
       415-LOCATE-PAYMENT.
           MOVE 'NO' TO W04-PAY-FOUND-SWITCH
           MOVE F01-VOD-NUMBER TO F06-WRK-NUMBER

           READ F06-PAY-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W04-PAY-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W04-PAY-STAGED-SWITCH
           END-READ

           IF W04-PAY-STAGED-SWITCH = 'YES'
              MOVE F06-PAY-WORK-REC TO W04-PAY-ENTRY
              MOVE 'YES' TO W04-PAY-FOUND-SWITCH
           ELSE
              IF W04-REGISTER-OPEN
                 PERFORM 416-READ-PAYMENT-ROW
              END-IF
           END-IF
           .
      *Reads the transaction's payment number from the register
      *and, if it is there, stages the row on the work file. A row
      *written before reissues were tracked has no original number.
       416-READ-PAYMENT-ROW.
           MOVE F01-VOD-NUMBER TO F13-PAY-NUMBER

           READ F13-PAYMENT-FILE
               INVALID KEY
                   MOVE 'NO' TO W04-PAY-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W04-PAY-FOUND-SWITCH
           END-READ

           IF W04-PAY-FOUND
              MOVE F13-PAYMENT-REC TO W04-PAY-ENTRY
              IF F13-PAY-ORIG-NUMBER IS NOT NUMERIC
                 MOVE ZERO TO W04-ENTRY-ORIG-NUMBER
              END-IF
              MOVE W04-PAY-ENTRY TO F06-PAY-WORK-REC
              WRITE F06-PAY-WORK-REC
           END-IF
           .
      *Finds the paid employee's YTD row: on the work file if an
      *earlier void in this run already moved it, otherwise on the
      *master, in which case the row is copied to the work file.
       417-LOCATE-YTD-ENTRY.
           MOVE 'NO' TO W09-YTD-FOUND-SWITCH
           MOVE W04-ENTRY-SSN TO F07-WRK-SSN

           READ F07-YTD-WORK-FILE
               INVALID KEY
                   MOVE 'NO' TO W09-YTD-STAGED-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W09-YTD-STAGED-SWITCH
           END-READ

           IF W09-YTD-STAGED-SWITCH = 'YES'
              MOVE F07-YTD-WORK-REC TO W09-YTD-ENTRY
              MOVE 'YES' TO W09-YTD-FOUND-SWITCH
           ELSE
              IF W09-YTD-MASTER-OPEN
                 PERFORM 418-READ-YTD-ROW
              END-IF
           END-IF
           .
      *Reads the payment's SSN from the YTD master and, if it is
      *there, stages the row on the work file.
       418-READ-YTD-ROW.
           MOVE W04-ENTRY-SSN TO F03-YTD-SSN

           READ F03-YTD-FILE
               INVALID KEY
                   MOVE 'NO' TO W09-YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO W09-YTD-FOUND-SWITCH
           END-READ

           IF W09-YTD-FOUND-SWITCH = 'YES'
              MOVE F03-YTD-OUT TO W09-YTD-ENTRY
              MOVE W09-YTD-ENTRY TO F07-YTD-WORK-REC
              WRITE F07-YTD-WORK-REC
           END-IF
           .
      *Finds the pay history row the payment was made from: the same
      *employee, period, pay date and net, and not itself a void
      *reversal. A payment reissued earlier in this run has its
      *history row on the work file, not yet on the pay history, so
      *the work file is searched when the history has no match; it
      *is then re-opened to go on taking this run's rows.
       420-FIND-HISTORY-ROW.
           MOVE 'NO' TO W03-HST-FOUND-SWITCH
           MOVE SPACES TO W03-HST-EOF-SWITCH
           MOVE 'NO' TO W03-HST-STAGED-SWITCH

           OPEN INPUT F14-HISTORY-FILE
           PERFORM 421-READ-HISTORY-RECORD
           PERFORM 422-CHECK-HISTORY-RECORD
               UNTIL W03-HST-EOF-SWITCH = 'NO'
               OR W03-HST-FOUND
           CLOSE F14-HISTORY-FILE

           IF NOT W03-HST-FOUND
              CLOSE F09-HISTORY-WORK-FILE
              OPEN INPUT F09-HISTORY-WORK-FILE
              MOVE 'YES' TO W03-HST-STAGED-SWITCH
              MOVE SPACES TO W03-HST-EOF-SWITCH
              PERFORM 421-READ-HISTORY-RECORD
              PERFORM 422-CHECK-HISTORY-RECORD
                  UNTIL W03-HST-EOF-SWITCH = 'NO'
                  OR W03-HST-FOUND
              CLOSE F09-HISTORY-WORK-FILE
              OPEN EXTEND F09-HISTORY-WORK-FILE
           END-IF
           .
      *Reads the next pay history row, from the pay history or from
      *this run's held rows.
       421-READ-HISTORY-RECORD.
           IF W03-HST-STAGED
              READ F09-HISTORY-WORK-FILE INTO F14-HISTORY-REC
                  AT END MOVE 'NO' TO W03-HST-EOF-SWITCH
              END-READ
           ELSE
              READ F14-HISTORY-FILE
                  AT END MOVE 'NO' TO W03-HST-EOF-SWITCH
              END-READ
           END-IF
           .
      *Tests one pay history row against the payment, keeping its
      *amounts if it is the one.
       422-CHECK-HISTORY-RECORD.
           IF F14-HST-SSN = W04-ENTRY-SSN
              AND F14-HST-PERIOD = W04-ENTRY-PERIOD
              AND F14-HST-PAY-DATE = W04-ENTRY-DATE
              AND F14-HST-NET = W04-ENTRY-NET
              AND NOT F14-HST-VOID-REVERSAL
              MOVE 'YES' TO W03-HST-FOUND-SWITCH
              MOVE F14-HST-GROSS TO W03-ORIG-GROSS
              MOVE F14-HST-WITHHOLDING TO W03-ORIG-WITHHOLDING
              MOVE F14-HST-FICA TO W03-ORIG-FICA
              MOVE F14-HST-INSURANCE TO W03-ORIG-INSURANCE
              MOVE F14-HST-NET TO W03-ORIG-NET
              MOVE F14-HST-HOURS TO W03-ORIG-HOURS
              MOVE F14-HST-WORK-JURIS TO W03-ORIG-WORK-JURIS
              MOVE F14-HST-STATE-TAX TO W03-ORIG-STATE-TAX
              MOVE F14-HST-LOCAL-TAX TO W03-ORIG-LOCAL-TAX
           ELSE
              PERFORM 421-READ-HISTORY-RECORD
           END-IF
           .
      *The payment must have a history row, and the YTD totals must
      *still hold at least what is being backed out of them.
       425-EDIT-HISTORY-AMOUNTS.
           EVALUATE TRUE
               WHEN NOT W03-HST-FOUND
                   MOVE 'No pay history for the payment'
                       TO W01-REJECT-REASON
               WHEN W09-ENTRY-EARNINGS < W03-ORIG-GROSS
                   OR W09-ENTRY-TAXES < W03-ORIG-WITHHOLDING
                   OR W09-ENTRY-FICA < W03-ORIG-FICA
                   OR W09-ENTRY-INSURANCE < W03-ORIG-INSURANCE
                   OR W09-ENTRY-STATE-TAX < W03-ORIG-STATE-TAX
                   OR W09-ENTRY-LOCAL-TAX < W03-ORIG-LOCAL-TAX
                   MOVE 'YTD totals smaller than payment'
                       TO W01-REJECT-REASON
               WHEN OTHER
                   COMPUTE W03-ORIG-OTHER-DEDUCT =
                       W03-ORIG-GROSS - W03-ORIG-WITHHOLDING
                       - W03-ORIG-FICA - W03-ORIG-INSURANCE
                       - W03-ORIG-STATE-TAX - W03-ORIG-LOCAL-TAX
                       - W03-ORIG-NET
                   IF W03-ORIG-OTHER-DEDUCT < ZERO
                      MOVE ZERO TO W03-ORIG-OTHER-DEDUCT
                   END-IF
           END-EVALUATE
           .
      *Voids the payment: the register row is marked voided as of
      *today, the amounts come back out of the YTD totals, and a
      *reversal row goes on the pay history - each step journaled.
       430-VOID-PAYMENT.
           PERFORM 432-BUILD-AUDIT-PAYMENT-ROW
           MOVE W05-AUDIT-PAYMENT-ROW TO F11-AUD-OLD-RECORD

           MOVE 'V' TO W04-ENTRY-STATUS
           MOVE W21-CONTROL-RUN-DATE TO W04-ENTRY-CLEARED-DATE

           MOVE W04-PAY-ENTRY TO F06-PAY-WORK-REC
           REWRITE F06-PAY-WORK-REC

           PERFORM 432-BUILD-AUDIT-PAYMENT-ROW
           MOVE W05-AUDIT-PAYMENT-ROW TO F11-AUD-NEW-RECORD
           MOVE 'PAYREGISTER' TO F11-AUD-FILE
           MOVE W04-ENTRY-NUMBER TO F11-AUD-KEY
           PERFORM 493-WRITE-AUDIT-ENTRY

           PERFORM 434-BUILD-AUDIT-YTD-ROW
           MOVE W22-AUDIT-ROW TO F11-AUD-OLD-RECORD

           SUBTRACT W03-ORIG-GROSS FROM W09-ENTRY-EARNINGS
           SUBTRACT W03-ORIG-WITHHOLDING FROM W09-ENTRY-TAXES
           SUBTRACT W03-ORIG-FICA FROM W09-ENTRY-FICA
           SUBTRACT W03-ORIG-INSURANCE FROM W09-ENTRY-INSURANCE
           SUBTRACT W03-ORIG-STATE-TAX FROM W09-ENTRY-STATE-TAX
           SUBTRACT W03-ORIG-LOCAL-TAX FROM W09-ENTRY-LOCAL-TAX

           PERFORM 434-BUILD-AUDIT-YTD-ROW
           PERFORM 436-WRITE-YTD-AUDIT-ENTRY

           MOVE W04-ENTRY-PERIOD TO F14-HST-PERIOD
           MOVE W21-CONTROL-RUN-DATE TO F14-HST-PAY-DATE
           MOVE 'V' TO F14-HST-ENTRY-TYPE
           PERFORM 440-WRITE-HISTORY-ROW

           ADD 1 TO W12-VOIDED-COUNT
           ADD W03-ORIG-GROSS TO W12-VOID-GROSS
           ADD W03-ORIG-WITHHOLDING TO W12-VOID-WITHHOLDING
           ADD W03-ORIG-FICA TO W12-VOID-FICA
           ADD W03-ORIG-INSURANCE TO W12-VOID-INSURANCE
           ADD W03-ORIG-STATE-TAX TO W12-VOID-STATE-TAX
           ADD W03-ORIG-LOCAL-TAX TO W12-VOID-LOCAL-TAX
           ADD W03-ORIG-OTHER-DEDUCT TO W12-VOID-OTHER-DEDUCT
           ADD W03-ORIG-NET TO W12-VOID-NET
           .
      *Builds the register row image for the audit journal from the
      *row being worked on.
       432-BUILD-AUDIT-PAYMENT-ROW.
           MOVE W04-ENTRY-NUMBER TO W05-ROW-NUMBER
           MOVE W04-ENTRY-DATE TO W05-ROW-DATE
           MOVE W04-ENTRY-PERIOD TO W05-ROW-PERIOD
           MOVE W04-ENTRY-SSN TO W05-ROW-SSN
           MOVE W04-ENTRY-NET TO W05-ROW-NET
           MOVE W04-ENTRY-STATUS TO W05-ROW-STATUS
           MOVE W04-ENTRY-CLEARED-DATE TO W05-ROW-CLEARED-DATE
           MOVE W04-ENTRY-ORIG-NUMBER TO W05-ROW-ORIG-NUMBER
           .
      *Builds the YTD row image for the audit journal from the
      *employee's current totals.
       434-BUILD-AUDIT-YTD-ROW.
           MOVE W09-ENTRY-SSN TO W22-ROW-SSN
           MOVE W09-ENTRY-LAST-NAME TO W22-ROW-LAST-NAME
           MOVE W09-ENTRY-FIRST-NAME TO W22-ROW-FIRST-NAME
           MOVE W09-ENTRY-EARNINGS TO W22-ROW-EARNINGS
           MOVE W09-ENTRY-TAXES TO W22-ROW-TAXES
           MOVE W09-ENTRY-FICA TO W22-ROW-FICA
           MOVE W09-ENTRY-INSURANCE TO W22-ROW-INSURANCE
           MOVE W09-ENTRY-STATE-TAX TO W22-ROW-STATE-TAX
           MOVE W09-ENTRY-LOCAL-TAX TO W22-ROW-LOCAL-TAX
           .
      *Puts the employee's moved totals back on the work file and
      *writes the YTD audit entry: the before-image already placed,
      *the after-image just built.
       436-WRITE-YTD-AUDIT-ENTRY.
           MOVE W09-YTD-ENTRY TO F07-YTD-WORK-REC
           REWRITE F07-YTD-WORK-REC

           MOVE W22-AUDIT-ROW TO F11-AUD-NEW-RECORD
           MOVE 'YTDMASTER' TO F11-AUD-FILE
           MOVE W09-ENTRY-SSN TO F11-AUD-KEY
           PERFORM 493-WRITE-AUDIT-ENTRY
           .
      *Holds one history row carrying the original payment's
      *amounts - the entry type says whether they come off (a void)
      *or go back on (a reissue) - and journals it.
       440-WRITE-HISTORY-ROW.
           MOVE W04-ENTRY-SSN TO F14-HST-SSN
           MOVE W03-ORIG-GROSS TO F14-HST-GROSS
           MOVE W03-ORIG-WITHHOLDING TO F14-HST-WITHHOLDING
           MOVE W03-ORIG-FICA TO F14-HST-FICA
           MOVE W03-ORIG-INSURANCE TO F14-HST-INSURANCE
           MOVE W03-ORIG-NET TO F14-HST-NET
           MOVE W03-ORIG-HOURS TO F14-HST-HOURS
           MOVE W03-ORIG-WORK-JURIS TO F14-HST-WORK-JURIS
           MOVE W03-ORIG-STATE-TAX TO F14-HST-STATE-TAX
           MOVE W03-ORIG-LOCAL-TAX TO F14-HST-LOCAL-TAX

           WRITE F09-HISTORY-WORK-REC FROM F14-HISTORY-REC

           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE F14-HISTORY-REC TO F11-AUD-NEW-RECORD
           MOVE 'PAYHISTORY' TO F11-AUD-FILE
           MOVE F14-HST-SSN TO F11-AUD-KEY
           PERFORM 493-WRITE-AUDIT-ENTRY
           .
      *Reissues the voided payment under the next payment number:
      *a new register row cross-referenced to the original, the
      *amounts back on the YTD totals, an I row on the history and
      *a net-pay extract row so the replacement is actually paid.
       450-REISSUE-PAYMENT.
           ADD 1 TO W23-LAST-PAYMENT-NUMBER
           MOVE W23-LAST-PAYMENT-NUMBER TO W03-NEW-NUMBER
           MOVE W03-NEW-NUMBER TO W08-NEW-NUMBER

           MOVE W04-ENTRY-NUMBER TO W04-ENTRY-ORIG-NUMBER
           MOVE W03-NEW-NUMBER TO W04-ENTRY-NUMBER
           MOVE W21-CONTROL-RUN-DATE TO W04-ENTRY-DATE
           MOVE W03-ORIG-NET TO W04-ENTRY-NET
           MOVE 'O' TO W04-ENTRY-STATUS
           MOVE ZERO TO W04-ENTRY-CLEARED-DATE

           MOVE W04-PAY-ENTRY TO F06-PAY-WORK-REC
           WRITE F06-PAY-WORK-REC
               INVALID KEY
                   DISPLAY 'Reissue ' W03-NEW-NUMBER
                       ' already on the work file'
           END-WRITE

           PERFORM 432-BUILD-AUDIT-PAYMENT-ROW
           MOVE SPACES TO F11-AUD-OLD-RECORD
           MOVE W05-AUDIT-PAYMENT-ROW TO F11-AUD-NEW-RECORD
           MOVE 'PAYREGISTER' TO F11-AUD-FILE
           MOVE W03-NEW-NUMBER TO F11-AUD-KEY
           PERFORM 493-WRITE-AUDIT-ENTRY

           PERFORM 434-BUILD-AUDIT-YTD-ROW
           MOVE W22-AUDIT-ROW TO F11-AUD-OLD-RECORD

           ADD W03-ORIG-GROSS TO W09-ENTRY-EARNINGS
           ADD W03-ORIG-WITHHOLDING TO W09-ENTRY-TAXES
           ADD W03-ORIG-FICA TO W09-ENTRY-FICA
           ADD W03-ORIG-INSURANCE TO W09-ENTRY-INSURANCE
           ADD W03-ORIG-STATE-TAX TO W09-ENTRY-STATE-TAX
           ADD W03-ORIG-LOCAL-TAX TO W09-ENTRY-LOCAL-TAX

           PERFORM 434-BUILD-AUDIT-YTD-ROW
           PERFORM 436-WRITE-YTD-AUDIT-ENTRY

           MOVE W04-ENTRY-PERIOD TO F14-HST-PERIOD
           MOVE W21-CONTROL-RUN-DATE TO F14-HST-PAY-DATE
           MOVE 'I' TO F14-HST-ENTRY-TYPE
           PERFORM 440-WRITE-HISTORY-ROW

           MOVE W04-ENTRY-SSN TO F05-NET-SSN
           MOVE W04-ENTRY-FULL-NAME TO F05-NET-FULL-NAME
           MOVE W03-ORIG-NET TO F05-NET-PAY
           WRITE F05-PAYNET-OUT

           ADD 1 TO W12-REISSUED-COUNT
           ADD W03-ORIG-GROSS TO W12-RISS-GROSS
           ADD W03-ORIG-WITHHOLDING TO W12-RISS-WITHHOLDING
           ADD W03-ORIG-FICA TO W12-RISS-FICA
           ADD W03-ORIG-INSURANCE TO W12-RISS-INSURANCE
           ADD W03-ORIG-STATE-TAX TO W12-RISS-STATE-TAX
           ADD W03-ORIG-LOCAL-TAX TO W12-RISS-LOCAL-TAX
           ADD W03-ORIG-OTHER-DEDUCT TO W12-RISS-OTHER-DEDUCT
           ADD W03-ORIG-NET TO W12-RISS-NET
           .
      *Writes one line of the void register.
       470-WRITE-REGISTER-LINE.
           MOVE F01-VOD-NUMBER TO W08-NUMBER
           MOVE W09-ENTRY-SSN TO W08-SSN
           MOVE W09-ENTRY-LAST-NAME TO W08-LAST-NAME
           MOVE F01-VOD-ACTION TO W08-ACTION
           MOVE W03-ORIG-GROSS TO W08-GROSS
           MOVE W03-ORIG-NET TO W08-NET
           MOVE F01-VOD-REASON TO W08-REASON

           MOVE W08-REGISTER-LINE TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
           .
      *Writes the reject line with the reason the transaction was
      *not applied.
       480-WRITE-REJECT-LINE.
           MOVE F01-VOD-NUMBER-X TO W11-REJ-NUMBER
           MOVE F01-VOD-ACTION TO W11-REJ-ACTION
           MOVE W01-REJECT-REASON TO W11-REJ-REASON
           MOVE F01-VOD-REASON TO W11-REJ-VOID-REASON

           MOVE W11-REJECT-LINE TO F04-REJECT-OUT-LINE
           WRITE F04-REJECT-OUT-LINE
           .
      *Writes the last payment number used back to the control
      *record so the next run carries the numbering on.
       489-WRITE-PAYMENT-NUMBER.
           IF W12-REISSUED-COUNT > ZERO
              OPEN OUTPUT F12-PAYNUM-FILE
              MOVE W23-LAST-PAYMENT-NUMBER TO F12-LAST-PAYMENT-NUMBER
              WRITE F12-PAYNUM-REC
              CLOSE F12-PAYNUM-FILE
           END-IF
           .
      *Rewrites the YTD rows this run moved on YTDMASTER.DAT, one
      *work file row at a time. Every row this run moved was
      *journaled as it moved; every other row stays as it was.
       490-WRITE-YTD-MASTER.
           CLOSE F07-YTD-WORK-FILE

           IF W09-YTD-MASTER-OPEN
              AND W12-VOIDED-COUNT > ZERO
              CLOSE F03-YTD-FILE
              OPEN INPUT F07-YTD-WORK-FILE
              OPEN I-O F03-YTD-FILE
              MOVE SPACES TO W09-YTD-EOF-SWITCH
              PERFORM 491-READ-YTD-WORK
              PERFORM 492-REWRITE-YTD-ENTRY
                  UNTIL W09-YTD-EOF-SWITCH = 'NO'
              CLOSE F07-YTD-WORK-FILE
                    F03-YTD-FILE
              MOVE 'NO' TO W09-YTD-MASTER-SWITCH
           END-IF
           .
      *Reads the next YTD work file row, in SSN order.
       491-READ-YTD-WORK.
           READ F07-YTD-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W09-YTD-EOF-SWITCH
           END-READ
           .
      *Rewrites one employee's YTD master row from the work file.
       492-REWRITE-YTD-ENTRY.
           MOVE F07-YTD-WORK-REC TO F03-YTD-OUT

           REWRITE F03-YTD-OUT
               INVALID KEY
                   DISPLAY 'YTD master row ' F03-YTD-SSN
                       ' could not be rewritten'
           END-REWRITE

           PERFORM 491-READ-YTD-WORK
           .
      *Stamps and holds one audit entry whose file, key and images
      *the caller has already placed.
       493-WRITE-AUDIT-ENTRY.
           ACCEPT W22-AUDIT-TIME-RAW FROM TIME
           MOVE W21-CONTROL-RUN-DATE TO F11-AUD-DATE
           MOVE W22-AUDIT-TIME-RAW (1:6) TO F11-AUD-TIME
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYVOID' TO F11-AUD-PROGRAM
           MOVE W22-AUDIT-OPERATOR TO F11-AUD-OPERATOR
           WRITE F16-AUDIT-WORK-REC FROM F11-AUDIT-OUT
           .
      *Writes the journal-entry extract: the reversing entry takes
      *the voided payments' payables and cash back against gross
      *wages, the reissuing entry books the replacements the way the
      *pay run booked the originals, and the proof line shows the
      *debits equal the credits.
       495-WRITE-JOURNAL-EXTRACT.
           MOVE W13-JOURNAL-HEADING TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE SPACES TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'Reversing entry - voided payments'
               TO W16-SECTION-TITLE
           MOVE W16-SECTION-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'DR' TO W14-DR-CR
           MOVE 'WITHHOLDING TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-WITHHOLDING TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'FICA TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-FICA TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'STATE TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-STATE-TAX TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'LOCAL TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-LOCAL-TAX TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'INSURANCE PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-INSURANCE TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'OTHER DEDUCTIONS PAYABLE' TO W14-ACCOUNT
           MOVE W12-VOID-OTHER-DEDUCT TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'PAYROLL CASH' TO W14-ACCOUNT
           MOVE W12-VOID-NET TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'CR' TO W14-DR-CR
           MOVE 'GROSS WAGES EXPENSE' TO W14-ACCOUNT
           MOVE W12-VOID-GROSS TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE SPACES TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'Reissuing entry - replacement payments'
               TO W16-SECTION-TITLE
           MOVE W16-SECTION-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE

           MOVE 'DR' TO W14-DR-CR
           MOVE 'GROSS WAGES EXPENSE' TO W14-ACCOUNT
           MOVE W12-RISS-GROSS TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'CR' TO W14-DR-CR
           MOVE 'WITHHOLDING TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-WITHHOLDING TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'FICA TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-FICA TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'STATE TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-STATE-TAX TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'LOCAL TAX PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-LOCAL-TAX TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'INSURANCE PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-INSURANCE TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'OTHER DEDUCTIONS PAYABLE' TO W14-ACCOUNT
           MOVE W12-RISS-OTHER-DEDUCT TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           MOVE 'PAYROLL CASH' TO W14-ACCOUNT
           MOVE W12-RISS-NET TO W14-AMOUNT
           PERFORM 496-WRITE-JOURNAL-LINE

           COMPUTE W12-TOTAL-DEBITS =
               W12-VOID-WITHHOLDING + W12-VOID-FICA
               + W12-VOID-STATE-TAX + W12-VOID-LOCAL-TAX
               + W12-VOID-INSURANCE + W12-VOID-OTHER-DEDUCT
               + W12-VOID-NET + W12-RISS-GROSS
           COMPUTE W12-TOTAL-CREDITS =
               W12-VOID-GROSS + W12-RISS-WITHHOLDING + W12-RISS-FICA
               + W12-RISS-STATE-TAX + W12-RISS-LOCAL-TAX
               + W12-RISS-INSURANCE + W12-RISS-OTHER-DEDUCT
               + W12-RISS-NET

           MOVE W12-TOTAL-DEBITS TO W15-DEBITS
           MOVE W12-TOTAL-CREDITS TO W15-CREDITS
           IF W12-TOTAL-DEBITS = W12-TOTAL-CREDITS
              MOVE 'YES' TO W15-BALANCED
           ELSE
              MOVE 'NO' TO W15-BALANCED
           END-IF
           COMPUTE W15-RECORD-COUNT =
               W12-VOIDED-COUNT + W12-REISSUED-COUNT

           MOVE W15-JOURNAL-PROOF-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE
               AFTER ADVANCING 2 LINES
           .
      *Writes one journal line already built in W14.
       496-WRITE-JOURNAL-LINE.
           MOVE W14-JOURNAL-LINE TO F08-JOURNAL-OUT-LINE
           WRITE F08-JOURNAL-OUT-LINE
           .
      *Applies the work file to the payment register: the voided
      *rows are rewritten and the reissues added, so the
      *reconciliation sees both. Every other row stays as it was.
       497-REWRITE-REGISTER.
           CLOSE F06-PAY-WORK-FILE

           IF W04-REGISTER-OPEN
              AND W12-VOIDED-COUNT > ZERO
              CLOSE F13-PAYMENT-FILE
              OPEN INPUT F06-PAY-WORK-FILE
              OPEN I-O F13-PAYMENT-FILE
              MOVE SPACES TO W04-PAY-EOF-SWITCH
              PERFORM 498-READ-PAYMENT-WORK
              PERFORM 499-WRITE-PAYMENT-ENTRY
                  UNTIL W04-PAY-EOF-SWITCH = 'NO'
              CLOSE F06-PAY-WORK-FILE
                    F13-PAYMENT-FILE
              MOVE 'NO' TO W04-REGISTER-SWITCH
           END-IF
           .
      *Reads the next register work file row, in payment number
      *order.
       498-READ-PAYMENT-WORK.
           READ F06-PAY-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W04-PAY-EOF-SWITCH
           END-READ
           .
      *Puts one work file row on the register: a row already there
      *is rewritten, a reissue is added.
       499-WRITE-PAYMENT-ENTRY.
           MOVE F06-PAY-WORK-REC TO F13-PAYMENT-REC

           REWRITE F13-PAYMENT-REC
               INVALID KEY
                   WRITE F13-PAYMENT-REC
                       INVALID KEY
                           DISPLAY 'Payment register row '
                               F13-PAY-NUMBER ' could not be written'
                   END-WRITE
           END-REWRITE

           PERFORM 498-READ-PAYMENT-WORK
           .
      *Writes the footer to the void register.
       500-WRITE-FOOTER.
           MOVE W10-REPORT-FOOTER TO F02-REGISTER-OUT-LINE
           WRITE F02-REGISTER-OUT-LINE
               AFTER ADVANCING 2 LINES

           DISPLAY 'Payments voided     : ' W12-VOIDED-COUNT
           DISPLAY 'Payments reissued   : ' W12-REISSUED-COUNT
           DISPLAY 'Transactions rejected: ' W12-REJECTED-COUNT
           .
      *With the YTD master and the register rewritten, adds the held
      *history rows to the pay history and the held audit entries to
      *the journal.
       501-APPEND-STAGED-LINES.
           CLOSE F09-HISTORY-WORK-FILE
                 F16-AUDIT-WORK-FILE

           OPEN INPUT F09-HISTORY-WORK-FILE
           OPEN EXTEND F14-HISTORY-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 502-READ-HISTORY-WORK
           PERFORM 503-APPEND-HISTORY-ROW
               UNTIL NO-DATA-REMAINS
           CLOSE F09-HISTORY-WORK-FILE
                 F14-HISTORY-FILE

           OPEN INPUT F16-AUDIT-WORK-FILE
           OPEN EXTEND F11-AUDIT-FILE
           MOVE SPACES TO W01-END-OF-FILE-SWITCH
           PERFORM 504-READ-AUDIT-WORK
           PERFORM 505-APPEND-AUDIT-ENTRY
               UNTIL NO-DATA-REMAINS
           CLOSE F16-AUDIT-WORK-FILE
                 F11-AUDIT-FILE
           .
      *Reads the next held history row.
       502-READ-HISTORY-WORK.
           READ F09-HISTORY-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held history row to the pay history.
       503-APPEND-HISTORY-ROW.
           WRITE F14-HISTORY-REC FROM F09-HISTORY-WORK-REC
           PERFORM 502-READ-HISTORY-WORK
           .
      *Reads the next held audit entry.
       504-READ-AUDIT-WORK.
           READ F16-AUDIT-WORK-FILE
               AT END MOVE 'NO' TO W01-END-OF-FILE-SWITCH
           END-READ
           .
      *Adds one held audit entry to the audit journal.
       505-APPEND-AUDIT-ENTRY.
           WRITE F11-AUDIT-OUT FROM F16-AUDIT-WORK-REC
           PERFORM 504-READ-AUDIT-WORK
           .
      *This procedure closes the files.
       600-CLOSE-FILES.
           IF W02-VOID-STATUS = '00' OR W02-VOID-STATUS = '10'
              CLOSE F01-VOID-FILE
           END-IF
           CLOSE F02-REGISTER-FILE
                 F04-REJECT-FILE
                 F05-PAYNET-FILE
                 F08-JOURNAL-FILE
           IF W09-YTD-MASTER-OPEN
              CLOSE F03-YTD-FILE
           END-IF
           IF W04-REGISTER-OPEN
              CLOSE F13-PAYMENT-FILE
           END-IF
           .
      *Stamps the run's start record on the shared run log.
       030-LOG-RUN-START.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'S' TO F17-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYVOID'
               TO F17-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F17-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           MOVE SPACE TO F17-RUN-END-STATUS
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
      *Stamps the run's normal-end record, with the key record
      *counts, on the shared run log. A run that never reaches this
      *paragraph shows on the batch-window report as a start with
      *no end.
       940-LOG-RUN-END.
           OPEN EXTEND F17-RUNLOG-FILE
           ACCEPT W31-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT W31-RUNLOG-TIME-RAW FROM TIME
           MOVE 'E' TO F17-RUN-TYPE
           MOVE 'COBOL-ASSIGNMENT-THREE-PAYVOID'
               TO F17-RUN-PROGRAM
           MOVE W31-RUNLOG-DATE TO F17-RUN-DATE
           MOVE W31-RUNLOG-TIME-RAW (1:6) TO F17-RUN-TIME
           MOVE ZERO TO F17-RUN-COUNT
           ADD W12-VOIDED-COUNT TO F17-RUN-COUNT
           ADD W12-REJECTED-COUNT TO F17-RUN-COUNT
           MOVE 'N' TO F17-RUN-END-STATUS
           WRITE F17-RUNLOG-REC
           CLOSE F17-RUNLOG-FILE
           .
