       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF-CYCLE-PAYMENT.
       AUTHOR. YOUR-NAME.

      * Off-cycle manual payment run for the one or two employees a
      * regular period missed or shorted - a late new hire, a
      * correction, a bonus that cannot wait for the next period.
      * The clerk keys the same payroll input records the salary
      * processor reads (R or B) into this run's own input file;
      * gross-to-net goes through the same W-4 election, state tax
      * table, benefit, garnishment, and arrears rules the regular
      * run applies, the YTD and QTD masters are posted, employer
      * taxes accrue, and each employee is paid by numbered check
      * off chkctl.txt or by direct deposit. The run carries its
      * own run-control identity so consol.cbl, perclose.cbl, and
      * ytdrebld.cbl see it as a real pay event: the off-cycle ID
      * is the regular period's two-digit year and period number,
      * an X, and a sequence - 2603X1 is the first off-cycle run
      * after period 202603 - in the same six characters every
      * run-control, calendar, and GL record already carries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input, output, and GL journal follow the regular run's
      * company/period naming with the off-cycle ID as the period
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME.

           SELECT YTD-FILE ASSIGN TO "/Users/simonvargas/ytdmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT QTD-FILE ASSIGN TO "/Users/simonvargas/qtdmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTD-EMP-ID
               FILE STATUS IS WS-QTD-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT ARREARS-FILE ASSIGN TO
                   "/Users/simonvargas/dedarr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-EMP-ID
               FILE STATUS IS WS-ARR-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO
                   "/Users/simonvargas/benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT GARNISHMENT-FILE ASSIGN TO
                   "/Users/simonvargas/garnish.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT STATE-TAX-FILE ASSIGN TO
                   "/Users/simonvargas/statetax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STX-STATUS.

           SELECT W4-ELECTION-FILE ASSIGN TO
                   "/Users/simonvargas/w4elect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-STATUS.

           SELECT BANK-HOLD-FILE ASSIGN TO
                   "/Users/simonvargas/bankhold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

      * Read only here - an off-cycle run never starts a prenote;
      * bank details that have not cleared one are paid by check
           SELECT PRENOTE-FILE ASSIGN TO
                   "/Users/simonvargas/prenote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

           SELECT ACCOUNT-ALLOCATION-FILE ASSIGN TO
                   "/Users/simonvargas/acctalloc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

      * Federal deposit liability history shared with the regular
      * run - an off-cycle payment is a deposit liability on its
      * own pay date
           SELECT TAX-LIABILITY-FILE ASSIGN TO
                   "/Users/simonvargas/taxliab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

      * Workers' comp payroll history shared with the regular run
           SELECT COMP-PAYROLL-FILE ASSIGN TO
                   "/Users/simonvargas/wcpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCP-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO
                   "/Users/simonvargas/runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      * Run log shared with the salary processor - who ran which
      * pay event, for the two-person release
           SELECT RUN-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/prunlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * The payment files are opened only when this run actually
      * pays that way - a run paid entirely by check writes no ACH
      * file, and one paid entirely by deposit leaves the check
      * files alone. The ACH transmittal is named for the run, so
      * the regular period's ach.txt, still waiting on its own
      * release, is never touched; nachafmt.cbl picks it up by
      * the off-cycle ID once payrel.cbl has released this run.
           SELECT ACH-FILE ASSIGN TO DYNAMIC WS-ACH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Checks are held in their own segment of chkhold.txt until
      * payrel.cbl releases them, as the regular run's are
           SELECT CHECK-PRINT-FILE ASSIGN TO
                   "/Users/simonvargas/chkhold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHOLD-STATUS.

      * The register and positive-pay file are added to, not
      * rewritten - every line carries its own check number, and
      * chkrecon.cbl takes each check onto the master only once
           SELECT CHECK-REGISTER-FILE ASSIGN TO
                   "/Users/simonvargas/chkreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO
                   "/Users/simonvargas/pospay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO
                   "/Users/simonvargas/chkctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCTL-STATUS.

      * Named for the run as well - agencypost.cbl posts every
      * line of the file it is given, so this run's agency totals
      * cannot ride in the regular period's remit.txt
           SELECT REMITTANCE-FILE ASSIGN TO
                   DYNAMIC WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO
                   DYNAMIC WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Off-cycle stubs, register, and employer tax register are
      * named for the run, so they never truncate the regular
      * period's stubs.txt or emptaxreg.txt
           SELECT PAY-STUB-FILE ASSIGN TO DYNAMIC WS-STUB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFF-CYCLE-REGISTER-FILE ASSIGN TO
                   DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYER-TAX-REGISTER-FILE ASSIGN TO
                   DYNAMIC WS-EMPTAX-REG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Labor cost lines for the payment, named per company and
      * off-cycle ID like the regular run's
           SELECT LABOR-COST-FILE ASSIGN TO
                   DYNAMIC WS-LABCOST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout EMPLOYEE-SALARY-PROCESSOR reads
       FD INPUT-FILE.
       01 INPUT-RECORD.
           05 I-RECORD-TYPE     PIC X(1).
               88 I-REGULAR-RECORD    VALUE 'R'.
               88 I-BONUS-RECORD      VALUE 'B'.
               88 I-REVERSAL-RECORD   VALUE 'V'.
           05 I-EMP-ID          PIC 9(5).
           05 I-EMP-NAME        PIC X(20).
           05 I-EMP-SALARY      PIC 9(7)V99.
           05 I-DEPT-CODE       PIC X(4).
           05 I-REG-HOURS       PIC 9(3)V99.
           05 I-OT-HOURS        PIC 9(3)V99.
           05 I-HOURLY-RATE     PIC 9(3)V99.
           05 I-ROUTING-NUMBER  PIC 9(9).
           05 I-ACCOUNT-NUMBER  PIC 9(12).
           05 I-CURRENCY-CODE   PIC X(3).
           05 I-HIRE-DATE       PIC 9(8).
           05 I-WORK-STATE      PIC X(2).
           05 I-VAC-TAKEN       PIC 9(3)V99.
           05 I-SICK-TAKEN      PIC 9(3)V99.

      * Same layout EMPLOYEE-SALARY-PROCESSOR writes, so the
      * consolidation, period close, and YTD rebuild read an
      * off-cycle run's output like any period's
       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
           05 O-EMP-ID          PIC 9(5).
           05 O-EMP-NAME        PIC X(20).
           05 O-EMP-SALARY      PIC 9(7)V99.
           05 O-FED-TAX         PIC 9(7)V99.
           05 O-STATE-TAX       PIC 9(7)V99.
           05 O-NET-PAY         PIC 9(7)V99.
           05 O-YTD-GROSS       PIC 9(9)V99.
           05 RUNNING-TOTAL     PIC 9(9)V99.
           05 O-RECORD-TYPE     PIC X(1).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-EMP-ID        PIC 9(5).
           05 YTD-GROSS         PIC 9(9)V99.
           05 YTD-FED-TAX       PIC 9(9)V99.
           05 YTD-STATE-TAX     PIC 9(9)V99.

       FD QTD-FILE.
       01 QTD-RECORD.
           05 QTD-EMP-ID        PIC 9(5).
           05 QTD-QUARTER       PIC 9(5).
           05 QTD-GROSS         PIC 9(9)V99.
           05 QTD-FED-TAX       PIC 9(9)V99.
           05 QTD-STATE-TAX     PIC 9(9)V99.

       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EM-EMP-ID          PIC 9(5).
           05 EM-EMP-NAME        PIC X(20).
           05 EM-DEPT-CODE       PIC X(4).
           05 EM-EMP-SALARY      PIC 9(7)V99.
           05 EM-EMP-STATUS      PIC X(1).
               88 EM-ACTIVE       VALUES 'A' ' '.
               88 EM-TERMINATED   VALUE 'T'.
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).
               88 EM-WEEKLY       VALUE 'W'.
               88 EM-BIWEEKLY     VALUES 'B' ' '.
               88 EM-SEMIMONTHLY  VALUE 'S'.

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           05 AR-EMP-ID          PIC 9(5).
           05 AR-BALANCE         PIC S9(7)V99.

       FD BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
           05 BP-EMP-ID          PIC 9(5).
           05 BP-PLAN-CODE       PIC X(4).
           05 BP-PRETAX-FLAG     PIC X(1).
           05 BP-METHOD          PIC X(1).
           05 BP-AMOUNT          PIC 9(7)V99.
           05 BP-PERCENT         PIC 9(2)V99.
           05 BP-MATCH-PERCENT   PIC 9(2)V99.
           05 BP-MATCH-MAX       PIC 9(7)V99.

       FD GARNISHMENT-FILE.
       01 GARNISHMENT-RECORD.
           05 GR-EMP-ID          PIC 9(5).
           05 GR-ORDER-TYPE      PIC X(1).
           05 GR-AGENCY-CODE     PIC X(6).
           05 GR-METHOD          PIC X(1).
           05 GR-AMOUNT          PIC 9(7)V99.
           05 GR-PERCENT         PIC 9(2)V99.
           05 GR-FLOOR           PIC 9(7)V99.

       FD STATE-TAX-FILE.
       01 STATE-TAX-RECORD.
           05 ST-STATE-CODE      PIC X(2).
           05 ST-TAX-RATE        PIC V999.
           05 ST-EXEMPT-AMOUNT   PIC 9(5)V99.

       FD W4-ELECTION-FILE.
       01 W4-ELECTION-RECORD.
           05 W4-EMP-ID          PIC 9(5).
           05 W4-FILING-STATUS   PIC X(1).
           05 W4-DEPENDENTS      PIC 9(2).
           05 W4-EXTRA-WH        PIC 9(5)V99.

       FD BANK-HOLD-FILE.
       01 BANK-HOLD-RECORD.
           05 BH-EMP-ID          PIC 9(5).
           05 BH-REASON-CODE     PIC X(3).

       FD PRENOTE-FILE.
       01 PRENOTE-RECORD.
           05 PN-EMP-ID          PIC 9(5).
           05 PN-ROUTING-NUMBER  PIC 9(9).
           05 PN-ACCOUNT-NUMBER  PIC 9(12).
           05 PN-SENT-DATE       PIC 9(8).
           05 PN-STATUS          PIC X(1).

       FD ACCOUNT-ALLOCATION-FILE.
       01 ACCOUNT-ALLOCATION-RECORD.
           05 AL-EMP-ID          PIC 9(5).
           05 AL-PRIORITY        PIC 9(1).
           05 AL-METHOD          PIC X(1).
           05 AL-AMOUNT          PIC 9(7)V99.
           05 AL-PERCENT         PIC 9(3).
           05 AL-ROUTING-NUMBER  PIC 9(9).
           05 AL-ACCOUNT-NUMBER  PIC 9(12).

       FD TAX-LIABILITY-FILE.
       01 TAX-LIABILITY-RECORD.
           05 TL-COMPANY-CODE    PIC X(4).
           05 TL-PAY-PERIOD-ID   PIC X(6).
           05 TL-PAY-DATE        PIC 9(8).
           05 TL-FED-WH          PIC S9(9)V99.
           05 TL-ER-SS-TAX       PIC S9(9)V99.
           05 TL-ER-MEDI-TAX     PIC S9(9)V99.
           05 TL-RUN-TYPE        PIC X(1).

       FD COMP-PAYROLL-FILE.
       01 COMP-PAYROLL-RECORD.
           05 WP-COMPANY-CODE    PIC X(4).
           05 WP-PAY-PERIOD-ID   PIC X(6).
           05 WP-PAY-DATE        PIC 9(8).
           05 WP-RUN-STAMP       PIC 9(14).
           05 WP-RUN-TYPE        PIC X(1).
           05 WP-DEPT-CODE       PIC X(4).
           05 WP-GROSS           PIC S9(9)V99.
           05 WP-OT-PREMIUM      PIC S9(9)V99.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-COMPANY-CODE    PIC X(4).
           05 RC-PAY-PERIOD-ID   PIC X(6).
           05 RC-RUN-STATUS      PIC X(1).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 RN-COMPANY-CODE    PIC X(4).
           05 RN-PAY-PERIOD-ID   PIC X(6).
           05 RN-OPERATOR-ID     PIC X(8).
           05 RN-RUN-STAMP       PIC 9(14).
           05 RN-PROGRAM         PIC X(10).
           05 RN-RUN-OPTION      PIC X(8).

       FD ACH-FILE.
       01 ACH-RECORD.
           05 ACH-ROUTING-NUMBER   PIC 9(9).
           05 ACH-ACCOUNT-NUMBER   PIC 9(12).
           05 ACH-AMOUNT            PIC 9(9)V99.
           05 ACH-EMP-ID            PIC 9(5).
           05 ACH-ENTRY-TYPE        PIC X(1).
           05 FILLER                 PIC X(9) VALUE SPACES.
           05 ACH-RUN-IDENTITY.
               10 ACH-RUN-COMPANY   PIC X(4).
               10 ACH-RUN-PERIOD    PIC X(6).
               10 ACH-RUN-STAMP     PIC 9(14).

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-LINE       PIC X(80).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE    PIC X(90).

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           05 PP-CHECK-NUMBER    PIC 9(8).
           05 PP-ISSUE-DATE      PIC 9(8).
           05 PP-AMOUNT          PIC 9(9)V99.
           05 PP-PAYEE           PIC X(20).

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           05 CC-NEXT-CHECK-NUMBER PIC 9(8).

       FD REMITTANCE-FILE.
       01 REMITTANCE-LINE        PIC X(80).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GL-DEBIT-CREDIT    PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-ACCOUNT-NUMBER  PIC X(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-PAY-PERIOD-ID   PIC X(6).

       FD PAY-STUB-FILE.
       01 PAY-STUB-LINE          PIC X(101).

       FD OFF-CYCLE-REGISTER-FILE.
       01 OFF-CYCLE-REGISTER-LINE PIC X(110).

       FD EMPLOYER-TAX-REGISTER-FILE.
       01 EMPLOYER-TAX-REGISTER-LINE PIC X(120).

      * Same layout EMPLOYEE-SALARY-PROCESSOR writes
       FD LABOR-COST-FILE.
       01 LABOR-COST-RECORD.
           05 LC-EMP-ID          PIC 9(5).
           05 LC-DEPT-CODE       PIC X(4).
           05 LC-RECORD-TYPE     PIC X(1).
           05 LC-GROSS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-TAX          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-BEN-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-MEDI         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-FUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-RET-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
      * Run parameters: company, off-cycle ID, and an optional pay
      * date (defaulting to today) that dates the checks and pins
      * the tax quarter the payment posts to
       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-PAY-PERIOD-ID      PIC X(6).
       01 WS-OFF-CYCLE-ID-SPLIT REDEFINES WS-PAY-PERIOD-ID.
           05 WS-OC-BASE-PERIOD  PIC X(4).
           05 WS-OC-MARKER       PIC X(1).
           05 WS-OC-SEQUENCE     PIC X(1).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-PAY-DATE-ARG       PIC X(8).
       01 WS-RUN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PAY-DATE           PIC 9(8).
       01 WS-PAY-DATE-SPLIT REDEFINES WS-PAY-DATE.
           05 WS-PAY-YEAR        PIC 9(4).
           05 WS-PAY-MONTH       PIC 9(2).
           05 WS-PAY-DAY         PIC 9(2).
       01 WS-CURRENT-QUARTER    PIC 9(5) VALUE ZERO.
       01 WS-QUARTER-DIGIT      PIC 9(1).

       01 WS-INPUT-FILENAME     PIC X(50) VALUE SPACES.
       01 WS-OUTPUT-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-GL-FILENAME        PIC X(50) VALUE SPACES.
       01 WS-STUB-FILENAME      PIC X(50) VALUE SPACES.
       01 WS-REGISTER-FILENAME  PIC X(50) VALUE SPACES.
       01 WS-EMPTAX-REG-FILENAME PIC X(50) VALUE SPACES.
       01 WS-LABCOST-FILENAME   PIC X(50) VALUE SPACES.
       01 WS-ACH-FILENAME       PIC X(50) VALUE SPACES.
       01 WS-REMIT-FILENAME     PIC X(50) VALUE SPACES.

       01 WS-INPUT-STATUS       PIC XX.
       01 WS-YTD-STATUS         PIC XX.
       01 WS-QTD-STATUS         PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 EOF-FLAG              PIC X VALUE 'N'.
           88 END-OF-FILE       VALUE 'Y'.

       01 WS-EDIT-SW            PIC X VALUE 'Y'.
           88 WS-RECORD-VALID   VALUE 'Y'.
           88 WS-RECORD-INVALID VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(30).

      * Employee IDs already paid this run
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SEEN-IDX PIC 9(5).
       01 WS-SEEN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DUP-SW             PIC X VALUE 'N'.
           88 WS-DUPLICATE-ID   VALUE 'Y'.

       01 TOTAL-SALARY          PIC 9(9)V99 VALUE ZERO.
       01 RECORD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.

      * The same withholding rates the salary processor applies
       01 WS-TAX-RATES.
           05 WS-FEDERAL-TAX-RATE   PIC V999 VALUE .150.
           05 WS-FED-RATE-MARRIED   PIC V999 VALUE .120.
           05 WS-FED-RATE-HEAD      PIC V999 VALUE .135.
           05 WS-DEP-CREDIT-PERIOD  PIC 9(3)V99 VALUE 76.92.
           05 WS-STATE-TAX-RATE     PIC V999 VALUE .050.
           05 WS-BONUS-FED-RATE     PIC V999 VALUE .220.
           05 WS-BONUS-STATE-RATE   PIC V999 VALUE .060.

       01 WS-GROSS-PAY          PIC 9(7)V99 VALUE ZERO.
       01 WS-OT-RATE            PIC 9(5)V999 VALUE ZERO.
       01 WS-REG-PAY            PIC 9(7)V99 VALUE ZERO.
       01 WS-OT-PAY             PIC 9(7)V99 VALUE ZERO.
      * the half-time portion of overtime pay, which workers' comp
      * payroll leaves out
       01 WS-OT-PREMIUM         PIC 9(7)V99 VALUE ZERO.
       01 WS-CURRENCY-RATE      PIC 9(3)V9999 VALUE 1.0000.

       01 WS-WITHHOLDING.
           05 WS-FED-TAX            PIC 9(7)V99 VALUE ZERO.
           05 WS-STATE-TAX          PIC 9(7)V99 VALUE ZERO.
           05 WS-NET-PAY            PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXABLE-PAY        PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-DEDS         PIC 9(7)V99 VALUE ZERO.

      * Run-control table, same shape the salary processor keeps
       01 WS-RUNCTL-STATUS      PIC XX.
       01 WS-RUNCTL-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNCTL-END-OF-FILE VALUE 'Y'.
       01 WS-RUNCTL-TABLE.
           05 WS-RUNCTL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RUNCTL-IDX.
               10 WS-RUNCTL-COMPANY  PIC X(4).
               10 WS-RUNCTL-PERIOD   PIC X(6).
               10 WS-RUNCTL-RSTATUS  PIC X(1).
       01 WS-RUNCTL-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-RUNCTL-FOUND-SW    PIC X VALUE 'N'.
           88 WS-RUNCTL-FOUND   VALUE 'Y'.

      * Benefit enrollments
       01 WS-BEN-STATUS         PIC XX.
       01 WS-BEN-EOF-SW         PIC X VALUE 'N'.
           88 WS-BEN-END-OF-FILE VALUE 'Y'.
       01 WS-BENEFIT-TABLE.
           05 WS-BEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BEN-IDX.
               10 WS-BEN-EMP-ID      PIC 9(5).
               10 WS-BEN-PLAN-CODE   PIC X(4).
               10 WS-BEN-PRETAX-FLAG PIC X(1).
               10 WS-BEN-METHOD      PIC X(1).
               10 WS-BEN-AMOUNT      PIC 9(7)V99.
               10 WS-BEN-PERCENT     PIC 9(2)V99.
               10 WS-BEN-MATCH-PCT   PIC 9(2)V99.
               10 WS-BEN-MATCH-MAX   PIC 9(7)V99.
       01 WS-BEN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-BEN-DEDUCTION      PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-MATCH-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-PRETAX-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-POSTTAX-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-MATCH-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-RET-PLAN-PREFIX    PIC X(3) VALUE "401".
       01 WS-RET-MATCH-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-RUN-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-BEN-MATCH-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.

      * Garnishment orders and the per-agency remittance totals
       01 WS-GARN-STATUS        PIC XX.
       01 WS-GARN-EOF-SW        PIC X VALUE 'N'.
           88 WS-GARN-END-OF-FILE VALUE 'Y'.
       01 WS-GARNISH-TABLE.
           05 WS-GARN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GARN-IDX.
               10 WS-GARN-EMP-ID     PIC 9(5).
               10 WS-GARN-ORDER-TYPE PIC X(1).
               10 WS-GARN-AGENCY     PIC X(6).
               10 WS-GARN-METHOD     PIC X(1).
               10 WS-GARN-AMOUNT     PIC 9(7)V99.
               10 WS-GARN-PERCENT    PIC 9(2)V99.
               10 WS-GARN-FLOOR      PIC 9(7)V99.
       01 WS-GARN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-GARN-DEDUCTION     PIC 9(7)V99 VALUE ZERO.
       01 WS-GARN-THIS-EMP      PIC 9(7)V99 VALUE ZERO.
       01 WS-GARN-RUN-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01 WS-AGENCY-TABLE.
           05 WS-AGENCY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-AGENCY-IDX.
               10 WS-AGENCY-CODE     PIC X(6).
               10 WS-AGENCY-ITEMS    PIC 9(5).
               10 WS-AGENCY-TOTAL    PIC 9(9)V99.
       01 WS-AGENCY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-AGENCY-FOUND-SW    PIC X VALUE 'N'.
           88 WS-AGENCY-FOUND   VALUE 'Y'.

       01 WS-REMIT-DETAIL.
           05 FILLER             PIC X(8) VALUE "AGENCY: ".
           05 WS-REMIT-AGENCY-OUT PIC X(6).
           05 FILLER             PIC X(8) VALUE " ITEMS: ".
           05 WS-REMIT-ITEMS-OUT  PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE " AMOUNT: ".
           05 WS-REMIT-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(6) VALUE " PER: ".
           05 WS-REMIT-PERIOD-OUT PIC X(6).
           05 FILLER             PIC X(5) VALUE " CO: ".
           05 WS-REMIT-COMPANY-OUT PIC X(4).

      * Deduction arrears, carried across runs on dedarr.dat
       01 WS-ARR-STATUS         PIC XX.
       01 WS-ARR-SCHEDULED      PIC 9(7)V99 VALUE ZERO.
       01 WS-ARR-NEW-THIS-EMP   PIC 9(7)V99 VALUE ZERO.
       01 WS-ARR-RECOVERED-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-ARR-CLOSING-BALANCE PIC S9(7)V99 VALUE ZERO.

       01 WS-STUB-ARREARS-LINE.
           05 FILLER             PIC X(17) VALUE
                  "  ARREARS RECVD: ".
           05 WS-STUB-ARR-REC-OUT PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(14) VALUE "  STILL OWED: ".
           05 WS-STUB-ARR-OWED-OUT PIC ZZ,ZZ9.99.

      * State tax table and per-state withholding subtotals
       01 WS-STX-STATUS         PIC XX.
       01 WS-STX-EOF-SW         PIC X VALUE 'N'.
           88 WS-STX-END-OF-FILE VALUE 'Y'.
       01 WS-STATE-TAX-TABLE.
           05 WS-STX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-STX-IDX.
               10 WS-STX-STATE-CODE  PIC X(2).
               10 WS-STX-TAX-RATE    PIC V999.
               10 WS-STX-EXEMPT-AMT  PIC 9(5)V99.
               10 WS-STX-WH-TOTAL    PIC S9(9)V99.
       01 WS-STX-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-STX-FOUND-SW       PIC X VALUE 'N'.
           88 WS-STX-FOUND      VALUE 'Y'.
       01 WS-WORK-STATE         PIC X(2) VALUE SPACES.
       01 WS-STATE-WAGE-BASE    PIC S9(9)V99 VALUE ZERO.
       01 WS-DEFAULT-STATE-WH   PIC S9(9)V99 VALUE ZERO.

      * An off-cycle payment has no period of its own, so it is
      * withheld and deducted on the employee's regular pay cycle:
      * the biweekly-basis per-period figures rescale by
      * WS-FREQ-FACTOR and withholding annualizes by that cycle's
      * periods per year, the same as the regular run
       01 WS-BASE-PERIODS       PIC 9(2) VALUE 26.
       01 WS-PERIODS-PER-YEAR   PIC 9(2) VALUE 26.
       01 WS-FREQ-FACTOR        PIC 9V9(6) VALUE 1.
       01 WS-ANNUAL-WAGES       PIC S9(9)V99 VALUE ZERO.
       01 WS-ANNUAL-TAX         PIC S9(9)V99 VALUE ZERO.

      * W-4 elections
       01 WS-W4-STATUS          PIC XX.
       01 WS-W4-EOF-SW          PIC X VALUE 'N'.
           88 WS-W4-END-OF-FILE VALUE 'Y'.
       01 WS-W4-TABLE.
           05 WS-W4-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-W4-IDX.
               10 WS-W4-EMP-ID       PIC 9(5).
               10 WS-W4-FILING       PIC X(1).
               10 WS-W4-DEPS         PIC 9(2).
               10 WS-W4-EXTRA        PIC 9(5)V99.
       01 WS-W4-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-W4-FOUND-SUB       PIC 9(3) VALUE ZERO.
       01 WS-W4-SUB             PIC 9(3) VALUE ZERO.
       01 WS-W4-FED-RATE        PIC V999.
       01 WS-FED-TAX-WORK       PIC S9(7)V99 VALUE ZERO.

      * Employer-side payroll tax rates and wage-base caps, the
      * same figures the salary processor accrues with
       01 WS-EMPLOYER-TAX-RATES.
           05 WS-ER-SS-RATE         PIC V9999 VALUE .0620.
           05 WS-ER-SS-WAGE-BASE    PIC 9(9)V99 VALUE 168600.
           05 WS-ER-MEDI-RATE       PIC V9999 VALUE .0145.
           05 WS-ER-FUTA-RATE       PIC V9999 VALUE .0060.
           05 WS-ER-FUTA-WAGE-BASE  PIC 9(9)V99 VALUE 7000.
           05 WS-ER-SUTA-RATE       PIC V9999 VALUE .0270.
           05 WS-ER-SUTA-WAGE-BASE  PIC 9(9)V99 VALUE 9000.
       01 WS-ER-YTD-BEFORE      PIC 9(9)V99 VALUE ZERO.
       01 WS-ER-YTD-AFTER       PIC 9(9)V99 VALUE ZERO.
       01 WS-ER-WAGE-BASE       PIC 9(9)V99 VALUE ZERO.
       01 WS-ER-CLAMP-BEFORE    PIC 9(9)V99 VALUE ZERO.
       01 WS-ER-CLAMP-AFTER     PIC 9(9)V99 VALUE ZERO.
       01 WS-ER-CAP-TAXABLE     PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-SS-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01 WS-ER-MEDI-AMOUNT     PIC S9(7)V99 VALUE ZERO.
       01 WS-ER-FUTA-AMOUNT     PIC S9(7)V99 VALUE ZERO.
       01 WS-ER-SUTA-AMOUNT     PIC S9(7)V99 VALUE ZERO.
       01 WS-ER-SS-RUN-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-MEDI-RUN-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-FUTA-RUN-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-SUTA-RUN-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-TAX-RUN-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-TL-STATUS          PIC XX.
       01 WS-WCP-STATUS         PIC XX.
       01 WS-WCP-STAMP          PIC 9(14).
      * One stamp per run, taken at start-up - on the held-check
      * header, the ACH trailer, and the run log
       01 WS-RUN-LOG-STAMP      PIC 9(14) VALUE ZERO.

       01 WS-ER-REGISTER-DETAIL.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 WS-ER-ID-OUT       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ER-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(5) VALUE " SS: ".
           05 WS-ER-SS-OUT       PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(7) VALUE " MEDI: ".
           05 WS-ER-MEDI-OUT     PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(7) VALUE " FUTA: ".
           05 WS-ER-FUTA-OUT     PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(7) VALUE " SUTA: ".
           05 WS-ER-SUTA-OUT     PIC ZZZ,ZZ9.99-.

       01 WS-ER-TRAILER-LINE.
           05 WS-ER-TRL-CAPTION  PIC X(24).
           05 WS-ER-TRL-OUT      PIC ZZZ,ZZZ,ZZ9.99-.

      * GL journal accumulators - gross by department on the debit
      * side, liabilities and net pay clearing on the credit side
       01 WS-GL-DEPT-TABLE.
           05 WS-GL-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GL-DEPT-IDX.
               10 WS-GL-DEPT-CODE    PIC X(4).
               10 WS-GL-DEPT-GROSS   PIC S9(9)V99.
               10 WS-GL-DEPT-OT-PREMIUM PIC S9(9)V99.
       01 WS-GL-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-GL-DEPT-FOUND-SW   PIC X VALUE 'N'.
           88 WS-GL-DEPT-FOUND  VALUE 'Y'.
       01 WS-FED-RUN-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-STATE-RUN-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-NET-RUN-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-LINE-AMT        PIC S9(9)V99 VALUE ZERO.

      * Bank holds, prenote state, and deposit allocations
       01 WS-HOLD-STATUS        PIC XX.
       01 WS-HOLD-EOF-SW        PIC X VALUE 'N'.
           88 WS-HOLD-END-OF-FILE VALUE 'Y'.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-IDX PIC 9(5).
       01 WS-HOLD-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ON-HOLD-SW         PIC X VALUE 'N'.
           88 WS-BANK-ON-HOLD   VALUE 'Y'.

       01 WS-PN-STATUS          PIC XX.
       01 WS-PN-EOF-SW          PIC X VALUE 'N'.
           88 WS-PN-END-OF-FILE VALUE 'Y'.
       01 WS-PRENOTE-TABLE.
           05 WS-PN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PN-IDX.
               10 WS-PN-EMP-ID       PIC 9(5).
               10 WS-PN-ROUTING      PIC 9(9).
               10 WS-PN-ACCOUNT      PIC 9(12).
               10 WS-PN-SENT-DATE    PIC 9(8).
               10 WS-PN-STATE        PIC X(1).
       01 WS-PN-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-PN-SUB             PIC 9(3) VALUE ZERO.
       01 WS-PN-FOUND-SUB       PIC 9(3) VALUE ZERO.
       01 WS-PRENOTE-AGE-DAYS   PIC 9(2) VALUE 10.
       01 WS-PN-TODAY-DATE      PIC 9(8).
       01 WS-PN-TODAY-INTEGER   PIC 9(8).
       01 WS-PN-SENT-INTEGER    PIC 9(8).
       01 WS-PN-AGE             PIC S9(5).
       01 WS-PRENOTE-HOLD-SW    PIC X VALUE 'N'.
           88 WS-PRENOTE-HOLD   VALUE 'Y'.

       01 WS-ALLOC-STATUS       PIC XX.
       01 WS-ALLOC-EOF-SW       PIC X VALUE 'N'.
           88 WS-ALLOC-END-OF-FILE VALUE 'Y'.
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ALLOC-IDX.
               10 WS-ALLOC-EMP-ID    PIC 9(5).
               10 WS-ALLOC-PRIORITY  PIC 9(1).
               10 WS-ALLOC-METHOD    PIC X(1).
               10 WS-ALLOC-AMOUNT    PIC 9(7)V99.
               10 WS-ALLOC-PERCENT   PIC 9(3).
               10 WS-ALLOC-ROUTING   PIC 9(9).
               10 WS-ALLOC-ACCOUNT   PIC 9(12).
       01 WS-ALLOC-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ALLOC-REMAINING    PIC 9(9)V99 VALUE ZERO.
       01 WS-ALLOC-PIECE        PIC 9(9)V99 VALUE ZERO.
       01 WS-ACH-RUN-TOTAL      PIC S9(11)V99 VALUE ZERO.

      * Which payment files this run has opened - each is opened on
      * the first payment that needs it
       01 WS-ACH-OPEN-SW        PIC X VALUE 'N'.
           88 WS-ACH-OPEN       VALUE 'Y'.
       01 WS-CHECKS-OPEN-SW     PIC X VALUE 'N'.
           88 WS-CHECKS-OPEN    VALUE 'Y'.
       01 WS-PAID-BY            PIC X(18) VALUE SPACES.

      * Check numbering and the run's check totals
       01 WS-CHKCTL-STATUS      PIC XX.
       01 WS-CHKHOLD-STATUS     PIC XX.
       01 WS-CHKREG-STATUS      PIC XX.
       01 WS-POSPAY-STATUS      PIC XX.
       01 WS-NEXT-CHECK-NUMBER  PIC 9(8) VALUE 1.
       01 WS-CHECK-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CHECK-RUN-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-PAY-PROOF-TOTAL    PIC S9(11)V99 VALUE ZERO.

       01 WS-CHECK-FACE-LINE-1.
           05 FILLER             PIC X(13) VALUE "CHECK NUMBER ".
           05 WS-CHK-NUM-OUT     PIC 9(8).
           05 FILLER             PIC X(7) VALUE " DATE: ".
           05 WS-CHK-DATE-OUT    PIC 9(8).
       01 WS-CHECK-FACE-LINE-2.
           05 FILLER             PIC X(24) VALUE
                  "PAY TO THE ORDER OF:    ".
           05 WS-CHK-PAYEE-OUT   PIC X(20).
       01 WS-CHECK-FACE-LINE-3.
           05 FILLER             PIC X(24) VALUE
                  "THE AMOUNT OF:        $ ".
           05 WS-CHK-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CHECK-FACE-RULE     PIC X(44) VALUE ALL "-".
       01 WS-CHECK-HOLD-HEADER.
           05 FILLER             PIC X(15) VALUE "HELD CHECK RUN ".
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-CHH-COMPANY-OUT PIC X(4).
           05 FILLER             PIC X(10) VALUE "  PERIOD: ".
           05 WS-CHH-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(7) VALUE "  RUN: ".
           05 WS-CHH-STAMP-OUT   PIC 9(14).

       01 WS-CHECK-REG-DETAIL.
           05 FILLER             PIC X(7) VALUE "CHECK: ".
           05 WS-CRG-NUM-OUT     PIC 9(8).
           05 FILLER             PIC X(5) VALUE " ID: ".
           05 WS-CRG-EMP-OUT     PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CRG-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(9) VALUE " AMOUNT: ".
           05 WS-CRG-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE " PER: ".
           05 WS-CRG-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(9) VALUE " REASON: ".
           05 WS-CRG-REASON-OUT  PIC X(9).

      * Stub and register lines
       01 WS-STUB-OFF-CYCLE-HDR PIC X(44) VALUE
              "********* OFF-CYCLE PAYMENT **************".

       01 WS-STUB-DETAIL.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 WS-STUB-ID-OUT      PIC 9(5).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-STUB-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(7) VALUE "GROSS: ".
           05 WS-STUB-GROSS-OUT   PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(6) VALUE "DEDS: ".
           05 WS-STUB-DEDS-OUT    PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(5) VALUE "NET: ".
           05 WS-STUB-NET-OUT     PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(5) VALUE "YTD: ".
           05 WS-STUB-YTD-OUT     PIC ZZ,ZZZ,ZZ9.99.

       01 WS-REG-HEADER-LINE.
           05 FILLER             PIC X(6) VALUE "CO: ".
           05 WS-RGH-COMPANY-OUT PIC X(4).
           05 FILLER             PIC X(16) VALUE
                  "  OFF-CYCLE ID: ".
           05 WS-RGH-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(12) VALUE "  PAY DATE: ".
           05 WS-RGH-DATE-OUT    PIC 9(8).

       01 WS-REGISTER-DETAIL.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 WS-REG-ID-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-REG-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(7) VALUE " TYPE: ".
           05 WS-REG-TYPE-OUT    PIC X(1).
           05 FILLER             PIC X(8) VALUE " GROSS: ".
           05 WS-REG-GROSS-OUT   PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(6) VALUE " NET: ".
           05 WS-REG-NET-OUT     PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(10) VALUE " PAID BY: ".
           05 WS-REG-PAID-BY-OUT PIC X(18).

       01 WS-REGISTER-REFUSED.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 WS-RRF-ID-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RRF-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(11) VALUE " REFUSED - ".
           05 WS-RRF-REASON-OUT  PIC X(30).

       01 WS-REGISTER-TOTAL-LINE.
           05 WS-RGT-CAPTION     PIC X(24).
           05 WS-RGT-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Off-Cycle Payment Run...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-GARNISHMENT-ORDERS.
           PERFORM LOAD-BENEFIT-PLANS.
           PERFORM LOAD-BANK-HOLD-LIST.
           PERFORM LOAD-STATE-TAX-TABLE.
           PERFORM LOAD-W4-ELECTIONS.
           PERFORM LOAD-ACCOUNT-ALLOCATIONS.
           PERFORM LOAD-PRENOTE-STATE.
           PERFORM READ-CHECK-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-LOG-STAMP.

           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "OFF-CYCLE INPUT FILE NOT AVAILABLE: "
                       WS-INPUT-FILENAME
               DISPLAY "STATUS: " WS-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-QTD-FILE.
           PERFORM OPEN-ARREARS-FILE.

           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT PAY-STUB-FILE.
           OPEN OUTPUT EMPLOYER-TAX-REGISTER-FILE.
           OPEN OUTPUT LABOR-COST-FILE.
           OPEN OUTPUT OFF-CYCLE-REGISTER-FILE.
           MOVE "***** OFF-CYCLE PAYMENT REGISTER *****"
               TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE WS-COMPANY-CODE TO WS-RGH-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-RGH-PERIOD-OUT.
           MOVE WS-PAY-DATE TO WS-RGH-DATE-OUT.
           MOVE WS-REG-HEADER-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE SPACES TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.

           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE INTO INPUT-RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM VALIDATE-RECORD
                       IF WS-RECORD-INVALID
                           PERFORM WRITE-REFUSED-LINE
                       ELSE
                           PERFORM PROCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REGISTER-TRAILER.
           PERFORM WRITE-REMITTANCE-FILE.
           PERFORM WRITE-GL-JOURNAL.
           PERFORM WRITE-EMPLOYER-TAX-TRAILER.

           CLOSE INPUT-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE PAY-STUB-FILE.
           CLOSE EMPLOYER-TAX-REGISTER-FILE.
           CLOSE LABOR-COST-FILE.
           CLOSE OFF-CYCLE-REGISTER-FILE.
           IF WS-ACH-OPEN
               PERFORM WRITE-ACH-TRAILER
               CLOSE ACH-FILE
           END-IF.
           IF WS-CHECKS-OPEN
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE POSITIVE-PAY-FILE
               PERFORM WRITE-CHECK-CONTROL
           END-IF.
           PERFORM DISPLAY-PAYMENT-PROOF.
           CLOSE YTD-FILE.
           CLOSE QTD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE ARREARS-FILE.

           DISPLAY "Off-cycle run completed."
           DISPLAY "Company Code: " WS-COMPANY-CODE
                   "  Off-Cycle ID: " WS-PAY-PERIOD-ID
                   "  Pay Date: " WS-PAY-DATE.
           DISPLAY "Employees Paid: " RECORD-COUNT
                   "  Refused: " WS-REFUSED-COUNT.
           DISPLAY "Total Gross Paid: " TOTAL-SALARY.

      * An off-cycle run that paid somebody is a pay event like any
      * period - stamped complete so it is never paid twice and so
      * the consolidation and period close accept it
           IF RECORD-COUNT > ZERO
               PERFORM APPEND-TAX-LIABILITY
               PERFORM APPEND-COMP-PAYROLL
               PERFORM MARK-RUN-COMPLETE
               PERFORM APPEND-RUN-LOG
           ELSE
               DISPLAY "NOBODY PAID - RUN-CONTROL NOT STAMPED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Company, off-cycle ID, optional pay date, and the optional
      * operator running it off the command line, falling back to
      * the interactive prompt like the salary processor. The ID
      * must be the base period's YYPP, an X, and a sequence
      * character - anything else would be mistaken for (or collide
      * with) a regular period.
       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-COMPANY-CODE
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-PAY-PERIOD-ID
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-PAY-DATE-ARG
           ACCEPT WS-PAY-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PAY-DATE-ARG
           END-ACCEPT.
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-RUN-OPERATOR
           ACCEPT WS-RUN-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-OPERATOR
           END-ACCEPT.

           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Off-Cycle ID (6 characters, e.g. "
                       "2603X1): "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.

           IF WS-OC-BASE-PERIOD NOT NUMERIC
                   OR WS-OC-MARKER NOT = 'X'
                   OR WS-OC-SEQUENCE = SPACE
               DISPLAY "RUN REFUSED - OFF-CYCLE ID " WS-PAY-PERIOD-ID
                       " IS NOT YYPP + X + SEQUENCE (E.G. 2603X1)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PAY-DATE-ARG IS NUMERIC
               MOVE WS-PAY-DATE-ARG TO WS-PAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PAY-DATE
           END-IF.
      * an off-cycle payment belongs to the quarter it is paid in
           COMPUTE WS-QUARTER-DIGIT = (WS-PAY-MONTH + 2) / 3.
           COMPUTE WS-CURRENT-QUARTER =
                   WS-PAY-YEAR * 10 + WS-QUARTER-DIGIT.

           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_input.txt" DELIMITED BY SIZE
               INTO WS-INPUT-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_output.txt" DELIMITED BY SIZE
               INTO WS-OUTPUT-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_gljrnl.txt" DELIMITED BY SIZE
               INTO WS-GL-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_stubs.txt" DELIMITED BY SIZE
               INTO WS-STUB-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_ocreg.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_emptax.txt" DELIMITED BY SIZE
               INTO WS-EMPTAX-REG-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_labcost.txt" DELIMITED BY SIZE
               INTO WS-LABCOST-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_ach.txt" DELIMITED BY SIZE
               INTO WS-ACH-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_remit.txt" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME.

      * An off-cycle ID already stamped complete was paid - a second
      * payment takes the next sequence, never the same ID twice
       CHECK-RUN-CONTROL.
           MOVE ZERO TO WS-RUNCTL-COUNT.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
                       NOT AT END
                           IF WS-RUNCTL-COUNT >= 500
                               DISPLAY "RUN-CONTROL TABLE FULL - "
                                       "MORE THAN 500 PERIOD "
                                       "RECORDS - ARCHIVE OLD "
                                       "ENTRIES AND RERUN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RUNCTL-COUNT
                           SET WS-RUNCTL-IDX TO WS-RUNCTL-COUNT
                           MOVE RC-COMPANY-CODE TO
                               WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                           MOVE RC-PAY-PERIOD-ID TO
                               WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                           MOVE RC-RUN-STATUS TO
                               WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX)
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
                   UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
               IF WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                           = WS-COMPANY-CODE
                       AND WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                           = WS-PAY-PERIOD-ID
                       AND WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX) = 'C'
                   DISPLAY "RUN REFUSED - OFF-CYCLE "
                           WS-PAY-PERIOD-ID " COMPANY "
                           WS-COMPANY-CODE " ALREADY PAID"
                   DISPLAY "KEY THE NEXT OFF-CYCLE SEQUENCE FOR A "
                           "FURTHER PAYMENT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       APPEND-TAX-LIABILITY.
           OPEN EXTEND TAX-LIABILITY-FILE.
           IF WS-TL-STATUS = "35"
               OPEN OUTPUT TAX-LIABILITY-FILE
           END-IF.
           IF WS-TL-STATUS NOT = "00"
               DISPLAY "TAX LIABILITY HISTORY OPEN FAILED. STATUS: "
                       WS-TL-STATUS
               DISPLAY "RECORD THIS RUN'S DEPOSIT LIABILITY BY HAND"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMPANY-CODE TO TL-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO TL-PAY-PERIOD-ID.
           MOVE WS-PAY-DATE TO TL-PAY-DATE.
           MOVE WS-FED-RUN-TOTAL TO TL-FED-WH.
           MOVE WS-ER-SS-RUN-TOTAL TO TL-ER-SS-TAX.
           MOVE WS-ER-MEDI-RUN-TOTAL TO TL-ER-MEDI-TAX.
           MOVE SPACE TO TL-RUN-TYPE.
           WRITE TAX-LIABILITY-RECORD.
           CLOSE TAX-LIABILITY-FILE.

       APPEND-COMP-PAYROLL.
           OPEN EXTEND COMP-PAYROLL-FILE.
           IF WS-WCP-STATUS = "35"
               OPEN OUTPUT COMP-PAYROLL-FILE
           END-IF.
           IF WS-WCP-STATUS NOT = "00"
               DISPLAY "COMP PAYROLL HISTORY OPEN FAILED. STATUS: "
                       WS-WCP-STATUS
               DISPLAY "RECORD THIS RUN'S COMP PAYROLL BY HAND"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-WCP-STAMP.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
               MOVE WS-COMPANY-CODE TO WP-COMPANY-CODE
               MOVE WS-PAY-PERIOD-ID TO WP-PAY-PERIOD-ID
               MOVE WS-PAY-DATE TO WP-PAY-DATE
               MOVE WS-WCP-STAMP TO WP-RUN-STAMP
               MOVE SPACE TO WP-RUN-TYPE
               MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-IDX) TO WP-DEPT-CODE
               MOVE WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX) TO WP-GROSS
               MOVE WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
                   TO WP-OT-PREMIUM
               WRITE COMP-PAYROLL-RECORD
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.

       MARK-RUN-COMPLETE.
           MOVE 'N' TO WS-RUNCTL-FOUND-SW.
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
                   UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
               IF WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                           = WS-COMPANY-CODE
                       AND WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                           = WS-PAY-PERIOD-ID
                   SET WS-RUNCTL-FOUND TO TRUE
                   MOVE 'C' TO WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-RUNCTL-FOUND
               IF WS-RUNCTL-COUNT >= 500
                   DISPLAY "RUN-CONTROL TABLE FULL - OFF-CYCLE "
                           WS-PAY-PERIOD-ID " COMPANY "
                           WS-COMPANY-CODE " NOT STAMPED COMPLETE"
                   DISPLAY "ARCHIVE OLD RUN-CONTROL ENTRIES BEFORE "
                           "THE NEXT RUN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RUNCTL-COUNT
                   SET WS-RUNCTL-IDX TO WS-RUNCTL-COUNT
                   MOVE WS-COMPANY-CODE
                       TO WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                   MOVE WS-PAY-PERIOD-ID
                       TO WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                   MOVE 'C' TO WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX)
               END-IF
           END-IF.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
                   UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
               MOVE WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                   TO RC-COMPANY-CODE
               MOVE WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                   TO RC-PAY-PERIOD-ID
               MOVE WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX)
                   TO RC-RUN-STATUS
               WRITE RUN-CONTROL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "RUN-CONTROL STAMPED COMPLETE FOR "
                   WS-COMPANY-CODE " " WS-PAY-PERIOD-ID.

      * Same run-log line the salary processor appends - the
      * off-cycle payments wait on their own release
       APPEND-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE WS-COMPANY-CODE TO RN-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RN-PAY-PERIOD-ID.
           MOVE WS-RUN-OPERATOR TO RN-OPERATOR-ID.
           MOVE WS-RUN-LOG-STAMP TO RN-RUN-STAMP.
           MOVE "OFFCYCLE  " TO RN-PROGRAM.
           MOVE SPACES TO RN-RUN-OPTION.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
           IF WS-RUN-OPERATOR = SPACES
               DISPLAY "NO RUN OPERATOR GIVEN - RELEASE WILL NEED AN "
                       "OVERRIDE"
           END-IF.
           DISPLAY "ACH AND CHECKS HELD FOR PAYROLL RELEASE "
                   "(payrel)".

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YTD MASTER OPEN FAILED. STATUS: "
                       WS-YTD-STATUS
               DISPLAY "A STATUS OF 39 MEANS THE FILE IS IN THE "
                       "OLD LAYOUT - RUN THE CONVERSION UTILITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-QTD-FILE.
           OPEN I-O QTD-FILE.
           IF WS-QTD-STATUS = "35"
               OPEN OUTPUT QTD-FILE
               CLOSE QTD-FILE
               OPEN I-O QTD-FILE
           END-IF.
           IF WS-QTD-STATUS NOT = "00"
               DISPLAY "QTD MASTER OPEN FAILED. STATUS: "
                       WS-QTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ARREARS-FILE.
           OPEN I-O ARREARS-FILE.
           IF WS-ARR-STATUS = "35"
               OPEN OUTPUT ARREARS-FILE
               CLOSE ARREARS-FILE
               OPEN I-O ARREARS-FILE
           END-IF.
           IF WS-ARR-STATUS NOT = "00"
               DISPLAY "ARREARS MASTER OPEN FAILED. STATUS: "
                       WS-ARR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The regular run's edits, less what does not apply off
      * cycle: a reversal goes through the regular period's
      * controlled reversal path, not a manual payment
       VALIDATE-RECORD.
           SET WS-RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT I-REGULAR-RECORD AND NOT I-BONUS-RECORD
               SET WS-RECORD-INVALID TO TRUE
               MOVE "NOT AN R OR B RECORD" TO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-VALID
                   AND (I-EMP-ID NOT NUMERIC
                       OR I-EMP-SALARY NOT NUMERIC)
               SET WS-RECORD-INVALID TO TRUE
               MOVE "GARBLED ID OR SALARY" TO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-VALID
               AND I-EMP-ID = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE "INVALID EMPLOYEE ID" TO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-VALID
               AND I-EMP-SALARY = ZERO
               AND I-REG-HOURS = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE "ZERO OR MISSING SALARY" TO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-VALID
               PERFORM CHECK-AGAINST-MASTER
           END-IF.

           IF WS-RECORD-VALID
               PERFORM CHECK-DUPLICATE-ID
               IF WS-DUPLICATE-ID
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "DUPLICATE EMPLOYEE ID" TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-RECORD-VALID AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE I-EMP-ID TO WS-SEEN-ENTRY (WS-SEEN-COUNT)
           END-IF.

      * Off-cycle pay goes only to employees active on the master.
      * An off-cycle run has no period span to prorate against, so
      * any termination is refused here - a terminated employee's
      * last money moves through the final-pay run, or the regular
      * period's prorated pay when they left inside that period
       CHECK-AGAINST-MASTER.
           MOVE I-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EM-TERMINATED
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "EMPLOYEE TERMINATED"
                               TO WS-REJECT-REASON
                       WHEN I-EMP-NAME NOT = EM-EMP-NAME
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "NAME MISMATCH VS MASTER"
                               TO WS-REJECT-REASON
                       WHEN I-DEPT-CODE NOT = EM-DEPT-CODE
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "DEPT MISMATCH VS MASTER"
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   PERFORM SET-FREQUENCY-FACTOR
           END-READ.

      * Periods per year on the employee's own pay cycle
       SET-FREQUENCY-FACTOR.
           EVALUATE TRUE
               WHEN EM-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN EM-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           COMPUTE WS-FREQ-FACTOR ROUNDED =
                   WS-BASE-PERIODS / WS-PERIODS-PER-YEAR.

       CHECK-DUPLICATE-ID.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-ENTRY (WS-SEEN-IDX) = I-EMP-ID
                   SET WS-DUPLICATE-ID TO TRUE
               END-IF
           END-PERFORM.

      * A refused off-cycle record is corrected and rekeyed by the
      * clerk under the next sequence - it never lands on the
      * regular period's reject file, where it would hold up that
      * period's close
       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE I-EMP-ID TO WS-RRF-ID-OUT.
           MOVE I-EMP-NAME TO WS-RRF-NAME-OUT.
           MOVE WS-REJECT-REASON TO WS-RRF-REASON-OUT.
           MOVE WS-REGISTER-REFUSED TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           DISPLAY "REFUSED RECORD - ID: " I-EMP-ID
                   " REASON: " WS-REJECT-REASON.
           MOVE 4 TO RETURN-CODE.

       PROCESS-RECORD.
           ADD 1 TO RECORD-COUNT.
           PERFORM COMPUTE-GROSS-PAY.
           ADD WS-GROSS-PAY TO TOTAL-SALARY.
           PERFORM ADD-TO-GL-DEPT-GROSS.

           PERFORM APPLY-BENEFIT-DEDUCTIONS.
           IF I-BONUS-RECORD
               COMPUTE WS-FED-TAX ROUNDED =
                       WS-TAXABLE-PAY * WS-BONUS-FED-RATE
           ELSE
               PERFORM COMPUTE-FEDERAL-WITHHOLDING
           END-IF.
           PERFORM COMPUTE-STATE-WITHHOLDING.
           COMPUTE WS-NET-PAY ROUNDED =
                   WS-TAXABLE-PAY - WS-FED-TAX - WS-STATE-TAX
                   - WS-BEN-POSTTAX-THIS-EMP.
           PERFORM APPLY-GARNISHMENTS.
           PERFORM PROCESS-DEDUCTION-ARREARS.

           ADD WS-FED-TAX TO WS-FED-RUN-TOTAL.
           ADD WS-STATE-TAX TO WS-STATE-RUN-TOTAL.
           ADD WS-NET-PAY TO WS-NET-RUN-TOTAL.

           MOVE I-EMP-ID TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ER-YTD-BEFORE
                   MOVE WS-GROSS-PAY TO YTD-GROSS
                   MOVE WS-FED-TAX TO YTD-FED-TAX
                   MOVE WS-STATE-TAX TO YTD-STATE-TAX
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   MOVE YTD-GROSS TO WS-ER-YTD-BEFORE
                   ADD WS-GROSS-PAY TO YTD-GROSS
                   ADD WS-FED-TAX TO YTD-FED-TAX
                   ADD WS-STATE-TAX TO YTD-STATE-TAX
                   REWRITE YTD-RECORD
           END-READ.
           COMPUTE WS-ER-YTD-AFTER =
                   WS-ER-YTD-BEFORE + WS-GROSS-PAY.
           PERFORM ACCRUE-EMPLOYER-TAXES.
           PERFORM WRITE-LABOR-COST.
           PERFORM UPDATE-QTD-MASTER.

           PERFORM WRITE-PAY-STUB.
           PERFORM PAY-EMPLOYEE.
           PERFORM WRITE-REGISTER-LINE.

           MOVE I-EMP-ID TO O-EMP-ID.
           MOVE I-EMP-NAME TO O-EMP-NAME.
           MOVE WS-GROSS-PAY TO O-EMP-SALARY.
           MOVE WS-FED-TAX TO O-FED-TAX.
           MOVE WS-STATE-TAX TO O-STATE-TAX.
           MOVE WS-NET-PAY TO O-NET-PAY.
           MOVE YTD-GROSS TO O-YTD-GROSS.
           MOVE TOTAL-SALARY TO RUNNING-TOTAL.
           MOVE I-RECORD-TYPE TO O-RECORD-TYPE.
           WRITE OUTPUT-RECORD.

           DISPLAY "OFF-CYCLE PAID - ID: " I-EMP-ID
                   " GROSS: " WS-GROSS-PAY
                   " NET: " WS-NET-PAY " BY " WS-PAID-BY.

       COMPUTE-GROSS-PAY.
           MOVE ZERO TO WS-OT-PREMIUM.
           IF I-BONUS-RECORD
               MOVE I-EMP-SALARY TO WS-GROSS-PAY
           ELSE
               IF I-HOURLY-RATE > ZERO
                   COMPUTE WS-REG-PAY ROUNDED =
                           I-REG-HOURS * I-HOURLY-RATE
                   COMPUTE WS-OT-RATE = I-HOURLY-RATE * 1.5
                   COMPUTE WS-OT-PAY ROUNDED =
                           I-OT-HOURS * WS-OT-RATE
                   COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY
                   COMPUTE WS-OT-PREMIUM ROUNDED =
                           I-OT-HOURS * I-HOURLY-RATE * 0.5
               ELSE
                   MOVE I-EMP-SALARY TO WS-GROSS-PAY
               END-IF
           END-IF.
           EVALUATE I-CURRENCY-CODE
               WHEN "EUR"
                   MOVE 1.0800 TO WS-CURRENCY-RATE
               WHEN "GBP"
                   MOVE 1.2600 TO WS-CURRENCY-RATE
               WHEN "CAD"
                   MOVE 0.7300 TO WS-CURRENCY-RATE
               WHEN "MXN"
                   MOVE 0.0580 TO WS-CURRENCY-RATE
               WHEN OTHER
                   MOVE 1.0000 TO WS-CURRENCY-RATE
           END-EVALUATE.
           COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-GROSS-PAY * WS-CURRENCY-RATE.
           COMPUTE WS-OT-PREMIUM ROUNDED =
                   WS-OT-PREMIUM * WS-CURRENCY-RATE.

      * Gross lands whole on the record's department - the
      * labor-distribution splits are a regular-period allocation
       ADD-TO-GL-DEPT-GROSS.
           MOVE 'N' TO WS-GL-DEPT-FOUND-SW.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
               IF WS-GL-DEPT-CODE (WS-GL-DEPT-IDX) = I-DEPT-CODE
                   SET WS-GL-DEPT-FOUND TO TRUE
                   ADD WS-GROSS-PAY
                       TO WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                   ADD WS-OT-PREMIUM
                       TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-GL-DEPT-FOUND AND WS-GL-DEPT-COUNT < 100
               ADD 1 TO WS-GL-DEPT-COUNT
               SET WS-GL-DEPT-IDX TO WS-GL-DEPT-COUNT
               MOVE I-DEPT-CODE TO WS-GL-DEPT-CODE (WS-GL-DEPT-IDX)
               MOVE WS-GROSS-PAY
                   TO WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
               MOVE WS-OT-PREMIUM
                   TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
           END-IF.

       LOAD-BENEFIT-PLANS.
           MOVE ZERO TO WS-BEN-COUNT.
           MOVE 'N' TO WS-BEN-EOF-SW.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-BEN-STATUS NOT = "00"
               DISPLAY "NO BENEFIT PLAN FILE - NONE APPLIED"
           ELSE
               PERFORM UNTIL WS-BEN-END-OF-FILE
                   READ BENEFIT-PLAN-FILE
                       AT END MOVE 'Y' TO WS-BEN-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-BENEFIT-PLAN
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       LOAD-ONE-BENEFIT-PLAN.
           IF WS-BEN-COUNT < 500
               ADD 1 TO WS-BEN-COUNT
               SET WS-BEN-IDX TO WS-BEN-COUNT
               MOVE BP-EMP-ID TO WS-BEN-EMP-ID (WS-BEN-IDX)
               MOVE BP-PLAN-CODE TO WS-BEN-PLAN-CODE (WS-BEN-IDX)
               MOVE BP-PRETAX-FLAG
                   TO WS-BEN-PRETAX-FLAG (WS-BEN-IDX)
               MOVE BP-METHOD TO WS-BEN-METHOD (WS-BEN-IDX)
               MOVE BP-AMOUNT TO WS-BEN-AMOUNT (WS-BEN-IDX)
               MOVE BP-PERCENT TO WS-BEN-PERCENT (WS-BEN-IDX)
               MOVE BP-MATCH-PERCENT
                   TO WS-BEN-MATCH-PCT (WS-BEN-IDX)
               MOVE BP-MATCH-MAX TO WS-BEN-MATCH-MAX (WS-BEN-IDX)
           ELSE
               DISPLAY "BENEFIT TABLE FULL - ENROLLMENT DROPPED "
                       "FOR EMPLOYEE: " BP-EMP-ID
           END-IF.

       APPLY-BENEFIT-DEDUCTIONS.
           MOVE ZERO TO WS-BEN-PRETAX-THIS-EMP.
           MOVE ZERO TO WS-BEN-POSTTAX-THIS-EMP.
           MOVE ZERO TO WS-BEN-MATCH-THIS-EMP.
           MOVE ZERO TO WS-RET-MATCH-THIS-EMP.
           MOVE ZERO TO WS-ARR-NEW-THIS-EMP.
           MOVE ZERO TO WS-ARR-RECOVERED-THIS-EMP.
           MOVE ZERO TO WS-ARR-CLOSING-BALANCE.
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-EMP-ID (WS-BEN-IDX) = I-EMP-ID
                   PERFORM APPLY-ONE-BENEFIT-PLAN
               END-IF
           END-PERFORM.
           COMPUTE WS-TAXABLE-PAY =
                   WS-GROSS-PAY - WS-BEN-PRETAX-THIS-EMP.
           ADD WS-BEN-PRETAX-THIS-EMP TO WS-BEN-RUN-TOTAL.
           ADD WS-BEN-POSTTAX-THIS-EMP TO WS-BEN-RUN-TOTAL.
           ADD WS-BEN-MATCH-THIS-EMP TO WS-BEN-MATCH-RUN-TOTAL.

       APPLY-ONE-BENEFIT-PLAN.
           IF WS-BEN-METHOD (WS-BEN-IDX) = 'P'
               COMPUTE WS-BEN-DEDUCTION ROUNDED =
                       WS-GROSS-PAY
                       * WS-BEN-PERCENT (WS-BEN-IDX) / 100
           ELSE
               COMPUTE WS-BEN-DEDUCTION ROUNDED =
                       WS-BEN-AMOUNT (WS-BEN-IDX) * WS-FREQ-FACTOR
           END-IF.
           MOVE WS-BEN-DEDUCTION TO WS-ARR-SCHEDULED.
           IF WS-BEN-PRETAX-THIS-EMP + WS-BEN-POSTTAX-THIS-EMP
                   + WS-BEN-DEDUCTION > WS-GROSS-PAY
               COMPUTE WS-BEN-DEDUCTION =
                       WS-GROSS-PAY - WS-BEN-PRETAX-THIS-EMP
                       - WS-BEN-POSTTAX-THIS-EMP
           END-IF.
           IF WS-ARR-SCHEDULED > WS-BEN-DEDUCTION
               COMPUTE WS-ARR-NEW-THIS-EMP =
                       WS-ARR-NEW-THIS-EMP + WS-ARR-SCHEDULED
                       - WS-BEN-DEDUCTION
           END-IF.
           IF WS-BEN-DEDUCTION > ZERO
               IF WS-BEN-PRETAX-FLAG (WS-BEN-IDX) = 'Y'
                   ADD WS-BEN-DEDUCTION TO WS-BEN-PRETAX-THIS-EMP
               ELSE
                   ADD WS-BEN-DEDUCTION TO WS-BEN-POSTTAX-THIS-EMP
               END-IF
               COMPUTE WS-BEN-MATCH-AMOUNT ROUNDED =
                       WS-BEN-DEDUCTION
                       * WS-BEN-MATCH-PCT (WS-BEN-IDX) / 100
               IF WS-BEN-MATCH-MAX (WS-BEN-IDX) > ZERO
                       AND WS-BEN-MATCH-AMOUNT
                           > WS-BEN-MATCH-MAX (WS-BEN-IDX)
                             * WS-FREQ-FACTOR
                   COMPUTE WS-BEN-MATCH-AMOUNT ROUNDED =
                           WS-BEN-MATCH-MAX (WS-BEN-IDX)
                           * WS-FREQ-FACTOR
               END-IF
               ADD WS-BEN-MATCH-AMOUNT TO WS-BEN-MATCH-THIS-EMP
               IF WS-BEN-PLAN-CODE (WS-BEN-IDX) (1:3)
                       = WS-RET-PLAN-PREFIX
                   ADD WS-BEN-MATCH-AMOUNT TO WS-RET-MATCH-THIS-EMP
               END-IF
           END-IF.

       LOAD-GARNISHMENT-ORDERS.
           MOVE ZERO TO WS-GARN-COUNT.
           MOVE 'N' TO WS-GARN-EOF-SW.
           OPEN INPUT GARNISHMENT-FILE.
           IF WS-GARN-STATUS NOT = "00"
               DISPLAY "NO GARNISHMENT ORDER FILE - NONE APPLIED"
           ELSE
               PERFORM UNTIL WS-GARN-END-OF-FILE
                   READ GARNISHMENT-FILE
                       AT END MOVE 'Y' TO WS-GARN-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-GARNISHMENT-ORDER
                   END-READ
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF.

       LOAD-ONE-GARNISHMENT-ORDER.
           IF WS-GARN-COUNT < 500
               ADD 1 TO WS-GARN-COUNT
               SET WS-GARN-IDX TO WS-GARN-COUNT
               MOVE GR-EMP-ID TO WS-GARN-EMP-ID (WS-GARN-IDX)
               MOVE GR-ORDER-TYPE
                   TO WS-GARN-ORDER-TYPE (WS-GARN-IDX)
               MOVE GR-AGENCY-CODE TO WS-GARN-AGENCY (WS-GARN-IDX)
               MOVE GR-METHOD TO WS-GARN-METHOD (WS-GARN-IDX)
               MOVE GR-AMOUNT TO WS-GARN-AMOUNT (WS-GARN-IDX)
               MOVE GR-PERCENT TO WS-GARN-PERCENT (WS-GARN-IDX)
               MOVE GR-FLOOR TO WS-GARN-FLOOR (WS-GARN-IDX)
           ELSE
               DISPLAY "GARNISHMENT TABLE FULL - ORDER DROPPED "
                       "FOR EMPLOYEE: " GR-EMP-ID
           END-IF.

       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-THIS-EMP.
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF WS-GARN-EMP-ID (WS-GARN-IDX) = I-EMP-ID
                   PERFORM APPLY-ONE-GARNISHMENT
               END-IF
           END-PERFORM.
           ADD WS-GARN-THIS-EMP TO WS-GARN-RUN-TOTAL.

       APPLY-ONE-GARNISHMENT.
           IF WS-GARN-METHOD (WS-GARN-IDX) = 'P'
               COMPUTE WS-GARN-DEDUCTION ROUNDED =
                       WS-NET-PAY
                       * WS-GARN-PERCENT (WS-GARN-IDX) / 100
           ELSE
               MOVE WS-GARN-AMOUNT (WS-GARN-IDX)
                   TO WS-GARN-DEDUCTION
           END-IF.
           MOVE WS-GARN-DEDUCTION TO WS-ARR-SCHEDULED.
           IF WS-NET-PAY - WS-GARN-DEDUCTION
                   < WS-GARN-FLOOR (WS-GARN-IDX)
               IF WS-NET-PAY > WS-GARN-FLOOR (WS-GARN-IDX)
                   COMPUTE WS-GARN-DEDUCTION =
                           WS-NET-PAY - WS-GARN-FLOOR (WS-GARN-IDX)
               ELSE
                   MOVE ZERO TO WS-GARN-DEDUCTION
               END-IF
           END-IF.
           IF WS-ARR-SCHEDULED > WS-GARN-DEDUCTION
               COMPUTE WS-ARR-NEW-THIS-EMP =
                       WS-ARR-NEW-THIS-EMP + WS-ARR-SCHEDULED
                       - WS-GARN-DEDUCTION
           END-IF.
           IF WS-GARN-DEDUCTION > ZERO
               SUBTRACT WS-GARN-DEDUCTION FROM WS-NET-PAY
               ADD WS-GARN-DEDUCTION TO WS-GARN-THIS-EMP
               PERFORM ADD-TO-AGENCY-TOTAL
           END-IF.

       ADD-TO-AGENCY-TOTAL.
           MOVE 'N' TO WS-AGENCY-FOUND-SW.
           PERFORM VARYING WS-AGENCY-IDX FROM 1 BY 1
                   UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
               IF WS-AGENCY-CODE (WS-AGENCY-IDX)
                       = WS-GARN-AGENCY (WS-GARN-IDX)
                   SET WS-AGENCY-FOUND TO TRUE
                   ADD 1 TO WS-AGENCY-ITEMS (WS-AGENCY-IDX)
                   ADD WS-GARN-DEDUCTION
                       TO WS-AGENCY-TOTAL (WS-AGENCY-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-AGENCY-FOUND AND WS-AGENCY-COUNT < 100
               ADD 1 TO WS-AGENCY-COUNT
               SET WS-AGENCY-IDX TO WS-AGENCY-COUNT
               MOVE WS-GARN-AGENCY (WS-GARN-IDX)
                   TO WS-AGENCY-CODE (WS-AGENCY-IDX)
               MOVE 1 TO WS-AGENCY-ITEMS (WS-AGENCY-IDX)
               MOVE WS-GARN-DEDUCTION
                   TO WS-AGENCY-TOTAL (WS-AGENCY-IDX)
           END-IF.

      * The run's own transmittal is only written when this run
      * withheld for an agency
       WRITE-REMITTANCE-FILE.
           IF WS-AGENCY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REMITTANCE-FILE.
           PERFORM VARYING WS-AGENCY-IDX FROM 1 BY 1
                   UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT
               MOVE WS-AGENCY-CODE (WS-AGENCY-IDX)
                   TO WS-REMIT-AGENCY-OUT
               MOVE WS-AGENCY-ITEMS (WS-AGENCY-IDX)
                   TO WS-REMIT-ITEMS-OUT
               MOVE WS-AGENCY-TOTAL (WS-AGENCY-IDX)
                   TO WS-REMIT-AMOUNT-OUT
               MOVE WS-PAY-PERIOD-ID TO WS-REMIT-PERIOD-OUT
               MOVE WS-COMPANY-CODE TO WS-REMIT-COMPANY-OUT
               MOVE WS-REMIT-DETAIL TO REMITTANCE-LINE
               WRITE REMITTANCE-LINE
           END-PERFORM.
           CLOSE REMITTANCE-FILE.
           DISPLAY "GARNISHMENTS WITHHELD THIS RUN: "
                   WS-GARN-RUN-TOTAL.
           DISPLAY "AGENCY REMITTANCE WRITTEN TO " WS-REMIT-FILENAME.

      * Arrears recovery and carry-forward exactly as the regular
      * run works them
       PROCESS-DEDUCTION-ARREARS.
           MOVE I-EMP-ID TO AR-EMP-ID.
           READ ARREARS-FILE
               INVALID KEY
                   MOVE WS-ARR-NEW-THIS-EMP
                       TO WS-ARR-CLOSING-BALANCE
                   IF WS-ARR-NEW-THIS-EMP > ZERO
                       MOVE I-EMP-ID TO AR-EMP-ID
                       MOVE WS-ARR-NEW-THIS-EMP TO AR-BALANCE
                       WRITE ARREARS-RECORD
                   END-IF
               NOT INVALID KEY
                   IF AR-BALANCE > ZERO AND WS-NET-PAY > ZERO
                       IF AR-BALANCE > WS-NET-PAY
                           MOVE WS-NET-PAY
                               TO WS-ARR-RECOVERED-THIS-EMP
                       ELSE
                           MOVE AR-BALANCE
                               TO WS-ARR-RECOVERED-THIS-EMP
                       END-IF
                       SUBTRACT WS-ARR-RECOVERED-THIS-EMP
                           FROM WS-NET-PAY
                       SUBTRACT WS-ARR-RECOVERED-THIS-EMP
                           FROM AR-BALANCE
                       ADD WS-ARR-RECOVERED-THIS-EMP
                           TO WS-BEN-RUN-TOTAL
                   END-IF
                   ADD WS-ARR-NEW-THIS-EMP TO AR-BALANCE
                   MOVE AR-BALANCE TO WS-ARR-CLOSING-BALANCE
                   REWRITE ARREARS-RECORD
           END-READ.

       LOAD-STATE-TAX-TABLE.
           MOVE ZERO TO WS-STX-COUNT.
           MOVE 'N' TO WS-STX-EOF-SW.
           OPEN INPUT STATE-TAX-FILE.
           IF WS-STX-STATUS NOT = "00"
               DISPLAY "NO STATE TAX TABLE - DEFAULT RATE APPLIES"
           ELSE
               PERFORM UNTIL WS-STX-END-OF-FILE
                   READ STATE-TAX-FILE
                       AT END MOVE 'Y' TO WS-STX-EOF-SW
                       NOT AT END
                           IF WS-STX-COUNT < 50
                               ADD 1 TO WS-STX-COUNT
                               SET WS-STX-IDX TO WS-STX-COUNT
                               MOVE ST-STATE-CODE TO
                                   WS-STX-STATE-CODE (WS-STX-IDX)
                               MOVE ST-TAX-RATE TO
                                   WS-STX-TAX-RATE (WS-STX-IDX)
                               MOVE ST-EXEMPT-AMOUNT TO
                                   WS-STX-EXEMPT-AMT (WS-STX-IDX)
                               MOVE ZERO TO
                                   WS-STX-WH-TOTAL (WS-STX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-TAX-FILE
           END-IF.

       LOAD-W4-ELECTIONS.
           MOVE ZERO TO WS-W4-COUNT.
           MOVE 'N' TO WS-W4-EOF-SW.
           OPEN INPUT W4-ELECTION-FILE.
           IF WS-W4-STATUS NOT = "00"
               DISPLAY "NO W-4 ELECTION FILE - DEFAULT FEDERAL "
                       "FORMULA APPLIES"
           ELSE
               PERFORM UNTIL WS-W4-END-OF-FILE
                   READ W4-ELECTION-FILE
                       AT END MOVE 'Y' TO WS-W4-EOF-SW
                       NOT AT END
                           IF WS-W4-COUNT < 500
                               ADD 1 TO WS-W4-COUNT
                               SET WS-W4-IDX TO WS-W4-COUNT
                               MOVE W4-EMP-ID
                                   TO WS-W4-EMP-ID (WS-W4-IDX)
                               MOVE W4-FILING-STATUS
                                   TO WS-W4-FILING (WS-W4-IDX)
                               MOVE W4-DEPENDENTS
                                   TO WS-W4-DEPS (WS-W4-IDX)
                               MOVE W4-EXTRA-WH
                                   TO WS-W4-EXTRA (WS-W4-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W4-ELECTION-FILE
           END-IF.

       COMPUTE-FEDERAL-WITHHOLDING.
           COMPUTE WS-ANNUAL-WAGES =
                   WS-TAXABLE-PAY * WS-PERIODS-PER-YEAR.
           MOVE ZERO TO WS-W4-FOUND-SUB.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
                   UNTIL WS-W4-SUB > WS-W4-COUNT
               IF WS-W4-EMP-ID (WS-W4-SUB) = I-EMP-ID
                   MOVE WS-W4-SUB TO WS-W4-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-W4-FOUND-SUB = ZERO
               COMPUTE WS-FED-TAX ROUNDED =
                       WS-ANNUAL-WAGES * WS-FEDERAL-TAX-RATE
                       / WS-PERIODS-PER-YEAR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-W4-FILING (WS-W4-FOUND-SUB)
               WHEN 'M'
                   MOVE WS-FED-RATE-MARRIED TO WS-W4-FED-RATE
               WHEN 'H'
                   MOVE WS-FED-RATE-HEAD TO WS-W4-FED-RATE
               WHEN OTHER
                   MOVE WS-FEDERAL-TAX-RATE TO WS-W4-FED-RATE
           END-EVALUATE.
           COMPUTE WS-ANNUAL-TAX =
                   WS-ANNUAL-WAGES * WS-W4-FED-RATE
                   - WS-W4-DEPS (WS-W4-FOUND-SUB)
                     * WS-DEP-CREDIT-PERIOD * WS-BASE-PERIODS.
           COMPUTE WS-FED-TAX-WORK ROUNDED =
                   WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.
           IF WS-FED-TAX-WORK < ZERO
               MOVE ZERO TO WS-FED-TAX-WORK
           END-IF.
           COMPUTE WS-FED-TAX =
                   WS-FED-TAX-WORK + WS-W4-EXTRA (WS-W4-FOUND-SUB).

       COMPUTE-STATE-WITHHOLDING.
           IF I-WORK-STATE NOT = SPACES
               MOVE I-WORK-STATE TO WS-WORK-STATE
           ELSE
               MOVE EM-WORK-STATE TO WS-WORK-STATE
           END-IF.
           COMPUTE WS-ANNUAL-WAGES =
                   WS-TAXABLE-PAY * WS-PERIODS-PER-YEAR.
           MOVE 'N' TO WS-STX-FOUND-SW.
           PERFORM VARYING WS-STX-IDX FROM 1 BY 1
                   UNTIL WS-STX-IDX > WS-STX-COUNT
                   OR WS-STX-FOUND
               IF WS-STX-STATE-CODE (WS-STX-IDX) = WS-WORK-STATE
                       AND WS-WORK-STATE NOT = SPACES
                   SET WS-STX-FOUND TO TRUE
                   COMPUTE WS-STATE-WAGE-BASE =
                           WS-ANNUAL-WAGES
                           - WS-STX-EXEMPT-AMT (WS-STX-IDX)
                             * WS-BASE-PERIODS
                   IF WS-STATE-WAGE-BASE < ZERO
                       MOVE ZERO TO WS-STATE-WAGE-BASE
                   END-IF
                   IF I-BONUS-RECORD
                       COMPUTE WS-STATE-TAX ROUNDED =
                               WS-STATE-WAGE-BASE
                               * WS-BONUS-STATE-RATE
                               / WS-PERIODS-PER-YEAR
                   ELSE
                       COMPUTE WS-STATE-TAX ROUNDED =
                               WS-STATE-WAGE-BASE
                               * WS-STX-TAX-RATE (WS-STX-IDX)
                               / WS-PERIODS-PER-YEAR
                   END-IF
                   ADD WS-STATE-TAX
                       TO WS-STX-WH-TOTAL (WS-STX-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-STX-FOUND
               IF I-BONUS-RECORD
                   COMPUTE WS-STATE-TAX ROUNDED =
                           WS-TAXABLE-PAY * WS-BONUS-STATE-RATE
               ELSE
                   COMPUTE WS-STATE-TAX ROUNDED =
                           WS-TAXABLE-PAY * WS-STATE-TAX-RATE
               END-IF
               ADD WS-STATE-TAX TO WS-DEFAULT-STATE-WH
           END-IF.

       ACCRUE-EMPLOYER-TAXES.
           MOVE WS-ER-SS-WAGE-BASE TO WS-ER-WAGE-BASE.
           PERFORM COMPUTE-CAPPED-TAXABLE.
           COMPUTE WS-ER-SS-AMOUNT ROUNDED =
                   WS-ER-CAP-TAXABLE * WS-ER-SS-RATE.
           COMPUTE WS-ER-MEDI-AMOUNT ROUNDED =
                   (WS-ER-YTD-AFTER - WS-ER-YTD-BEFORE)
                   * WS-ER-MEDI-RATE.
           MOVE WS-ER-FUTA-WAGE-BASE TO WS-ER-WAGE-BASE.
           PERFORM COMPUTE-CAPPED-TAXABLE.
           COMPUTE WS-ER-FUTA-AMOUNT ROUNDED =
                   WS-ER-CAP-TAXABLE * WS-ER-FUTA-RATE.
           MOVE WS-ER-SUTA-WAGE-BASE TO WS-ER-WAGE-BASE.
           PERFORM COMPUTE-CAPPED-TAXABLE.
           COMPUTE WS-ER-SUTA-AMOUNT ROUNDED =
                   WS-ER-CAP-TAXABLE * WS-ER-SUTA-RATE.

           ADD WS-ER-SS-AMOUNT TO WS-ER-SS-RUN-TOTAL.
           ADD WS-ER-MEDI-AMOUNT TO WS-ER-MEDI-RUN-TOTAL.
           ADD WS-ER-FUTA-AMOUNT TO WS-ER-FUTA-RUN-TOTAL.
           ADD WS-ER-SUTA-AMOUNT TO WS-ER-SUTA-RUN-TOTAL.
           COMPUTE WS-ER-TAX-RUN-TOTAL =
                   WS-ER-TAX-RUN-TOTAL + WS-ER-SS-AMOUNT
                   + WS-ER-MEDI-AMOUNT + WS-ER-FUTA-AMOUNT
                   + WS-ER-SUTA-AMOUNT.

           MOVE I-EMP-ID TO WS-ER-ID-OUT.
           MOVE I-EMP-NAME TO WS-ER-NAME-OUT.
           MOVE WS-ER-SS-AMOUNT TO WS-ER-SS-OUT.
           MOVE WS-ER-MEDI-AMOUNT TO WS-ER-MEDI-OUT.
           MOVE WS-ER-FUTA-AMOUNT TO WS-ER-FUTA-OUT.
           MOVE WS-ER-SUTA-AMOUNT TO WS-ER-SUTA-OUT.
           MOVE WS-ER-REGISTER-DETAIL TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.

       WRITE-LABOR-COST.
           MOVE I-EMP-ID TO LC-EMP-ID.
           MOVE I-DEPT-CODE TO LC-DEPT-CODE.
           MOVE I-RECORD-TYPE TO LC-RECORD-TYPE.
           COMPUTE LC-ER-TAX =
                   WS-ER-SS-AMOUNT + WS-ER-MEDI-AMOUNT
                   + WS-ER-FUTA-AMOUNT + WS-ER-SUTA-AMOUNT.
           MOVE WS-ER-SS-AMOUNT TO LC-ER-SS.
           MOVE WS-ER-MEDI-AMOUNT TO LC-ER-MEDI.
           MOVE WS-ER-FUTA-AMOUNT TO LC-ER-FUTA.
           MOVE WS-ER-SUTA-AMOUNT TO LC-ER-SUTA.
           MOVE WS-GROSS-PAY TO LC-GROSS.
           MOVE WS-BEN-MATCH-THIS-EMP TO LC-BEN-MATCH.
           MOVE WS-RET-MATCH-THIS-EMP TO LC-RET-MATCH.
           WRITE LABOR-COST-RECORD.

       COMPUTE-CAPPED-TAXABLE.
           MOVE WS-ER-YTD-BEFORE TO WS-ER-CLAMP-BEFORE.
           IF WS-ER-CLAMP-BEFORE > WS-ER-WAGE-BASE
               MOVE WS-ER-WAGE-BASE TO WS-ER-CLAMP-BEFORE
           END-IF.
           MOVE WS-ER-YTD-AFTER TO WS-ER-CLAMP-AFTER.
           IF WS-ER-CLAMP-AFTER > WS-ER-WAGE-BASE
               MOVE WS-ER-WAGE-BASE TO WS-ER-CLAMP-AFTER
           END-IF.
           COMPUTE WS-ER-CAP-TAXABLE =
                   WS-ER-CLAMP-AFTER - WS-ER-CLAMP-BEFORE.

       WRITE-EMPLOYER-TAX-TRAILER.
           MOVE SPACES TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "***** EMPLOYER TAX RUN TOTALS *****"
               TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "  SOCIAL SECURITY MATCH:" TO WS-ER-TRL-CAPTION.
           MOVE WS-ER-SS-RUN-TOTAL TO WS-ER-TRL-OUT.
           MOVE WS-ER-TRAILER-LINE TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "  MEDICARE MATCH:       " TO WS-ER-TRL-CAPTION.
           MOVE WS-ER-MEDI-RUN-TOTAL TO WS-ER-TRL-OUT.
           MOVE WS-ER-TRAILER-LINE TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "  FEDERAL UNEMPLOYMENT: " TO WS-ER-TRL-CAPTION.
           MOVE WS-ER-FUTA-RUN-TOTAL TO WS-ER-TRL-OUT.
           MOVE WS-ER-TRAILER-LINE TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "  STATE UNEMPLOYMENT:   " TO WS-ER-TRL-CAPTION.
           MOVE WS-ER-SUTA-RUN-TOTAL TO WS-ER-TRL-OUT.
           MOVE WS-ER-TRAILER-LINE TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.
           MOVE "  TOTAL EMPLOYER TAXES: " TO WS-ER-TRL-CAPTION.
           MOVE WS-ER-TAX-RUN-TOTAL TO WS-ER-TRL-OUT.
           MOVE WS-ER-TRAILER-LINE TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.

       UPDATE-QTD-MASTER.
           MOVE I-EMP-ID TO QTD-EMP-ID.
           READ QTD-FILE
               INVALID KEY
                   MOVE WS-CURRENT-QUARTER TO QTD-QUARTER
                   MOVE WS-GROSS-PAY TO QTD-GROSS
                   MOVE WS-FED-TAX TO QTD-FED-TAX
                   MOVE WS-STATE-TAX TO QTD-STATE-TAX
                   WRITE QTD-RECORD
               NOT INVALID KEY
                   IF QTD-QUARTER NOT = WS-CURRENT-QUARTER
                       MOVE WS-CURRENT-QUARTER TO QTD-QUARTER
                       MOVE WS-GROSS-PAY TO QTD-GROSS
                       MOVE WS-FED-TAX TO QTD-FED-TAX
                       MOVE WS-STATE-TAX TO QTD-STATE-TAX
                   ELSE
                       ADD WS-GROSS-PAY TO QTD-GROSS
                       ADD WS-FED-TAX TO QTD-FED-TAX
                       ADD WS-STATE-TAX TO QTD-STATE-TAX
                   END-IF
                   REWRITE QTD-RECORD
           END-READ.

      * Same GL accounts and balance proof as the regular run, in
      * this run's own journal file under the off-cycle ID
       WRITE-GL-JOURNAL.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
               ADD WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                   TO WS-GL-DEBIT-TOTAL
           END-PERFORM.
           ADD WS-ER-TAX-RUN-TOTAL TO WS-GL-DEBIT-TOTAL.
           COMPUTE WS-GL-CREDIT-TOTAL =
                   WS-FED-RUN-TOTAL + WS-STATE-RUN-TOTAL
                   + WS-NET-RUN-TOTAL + WS-GARN-RUN-TOTAL
                   + WS-BEN-RUN-TOTAL + WS-ER-TAX-RUN-TOTAL.

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "GL JOURNAL OUT OF BALANCE - NOT RELEASED"
               DISPLAY "  DEBITS:  " WS-GL-DEBIT-TOTAL
               DISPLAY "  CREDITS: " WS-GL-CREDIT-TOTAL
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GL-JOURNAL-FILE
               PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
                   MOVE WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                       TO WS-GL-LINE-AMT
                   MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-IDX)
                       TO GL-DEPT-CODE
                   MOVE "50100" TO GL-ACCOUNT-NUMBER
                   MOVE "GROSS PAY EXPENSE   " TO GL-DESCRIPTION
                   PERFORM WRITE-GL-LINE-DEBIT
               END-PERFORM
               MOVE SPACES TO GL-DEPT-CODE
               MOVE WS-ER-TAX-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "50200" TO GL-ACCOUNT-NUMBER
               MOVE "EMPLOYER TAX EXPENSE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-DEBIT
               MOVE WS-ER-TAX-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "21500" TO GL-ACCOUNT-NUMBER
               MOVE "EMPLOYER TAX PAYABLE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               MOVE WS-FED-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "21100" TO GL-ACCOUNT-NUMBER
               MOVE "FED WH PAYABLE      " TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               MOVE WS-STATE-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "21200" TO GL-ACCOUNT-NUMBER
               MOVE "STATE WH PAYABLE    " TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               MOVE WS-GARN-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "21300" TO GL-ACCOUNT-NUMBER
               MOVE "GARNISHMENTS PAYABLE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               MOVE WS-BEN-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "21400" TO GL-ACCOUNT-NUMBER
               MOVE "BENEFIT DEDS PAYABLE" TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               MOVE WS-NET-RUN-TOTAL TO WS-GL-LINE-AMT
               MOVE "10100" TO GL-ACCOUNT-NUMBER
               MOVE "NET PAY CLEARING    " TO GL-DESCRIPTION
               PERFORM WRITE-GL-LINE-CREDIT
               CLOSE GL-JOURNAL-FILE
               DISPLAY "GL JOURNAL RELEASED - DEBITS = CREDITS = "
                       WS-GL-DEBIT-TOTAL
           END-IF.

       WRITE-GL-LINE-DEBIT.
           IF WS-GL-LINE-AMT = ZERO
               CONTINUE
           ELSE
               IF WS-GL-LINE-AMT < ZERO
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
               ELSE
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-LINE-AMT TO GL-AMOUNT
               END-IF
               MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE
               MOVE WS-PAY-PERIOD-ID TO GL-PAY-PERIOD-ID
               WRITE GL-JOURNAL-RECORD
           END-IF.

       WRITE-GL-LINE-CREDIT.
           IF WS-GL-LINE-AMT = ZERO
               CONTINUE
           ELSE
               IF WS-GL-LINE-AMT < ZERO
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
               ELSE
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE WS-GL-LINE-AMT TO GL-AMOUNT
               END-IF
               MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE
               MOVE WS-PAY-PERIOD-ID TO GL-PAY-PERIOD-ID
               WRITE GL-JOURNAL-RECORD
           END-IF.

       LOAD-BANK-HOLD-LIST.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           OPEN INPUT BANK-HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-END-OF-FILE
                   READ BANK-HOLD-FILE
                       AT END MOVE 'Y' TO WS-HOLD-EOF-SW
                       NOT AT END
                           IF WS-HOLD-COUNT < 500
                               ADD 1 TO WS-HOLD-COUNT
                               SET WS-HOLD-IDX TO WS-HOLD-COUNT
                               MOVE BH-EMP-ID
                                   TO WS-HOLD-ENTRY (WS-HOLD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-HOLD-FILE
           END-IF.

       CHECK-BANK-HOLD.
           MOVE 'N' TO WS-ON-HOLD-SW.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-ENTRY (WS-HOLD-IDX) = I-EMP-ID
                   SET WS-BANK-ON-HOLD TO TRUE
               END-IF
           END-PERFORM.

       LOAD-PRENOTE-STATE.
           MOVE ZERO TO WS-PN-COUNT.
           MOVE 'N' TO WS-PN-EOF-SW.
           OPEN INPUT PRENOTE-FILE.
           IF WS-PN-STATUS = "00"
               PERFORM UNTIL WS-PN-END-OF-FILE
                   READ PRENOTE-FILE
                       AT END MOVE 'Y' TO WS-PN-EOF-SW
                       NOT AT END
                           IF WS-PN-COUNT < 500
                               ADD 1 TO WS-PN-COUNT
                               SET WS-PN-IDX TO WS-PN-COUNT
                               MOVE PN-EMP-ID
                                   TO WS-PN-EMP-ID (WS-PN-IDX)
                               MOVE PN-ROUTING-NUMBER
                                   TO WS-PN-ROUTING (WS-PN-IDX)
                               MOVE PN-ACCOUNT-NUMBER
                                   TO WS-PN-ACCOUNT (WS-PN-IDX)
                               MOVE PN-SENT-DATE
                                   TO WS-PN-SENT-DATE (WS-PN-IDX)
                               MOVE PN-STATUS
                                   TO WS-PN-STATE (WS-PN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-FILE
           END-IF.

      * Live deposit only to details that have already cleared (or
      * aged through) a prenote from a regular run - new, changed,
      * or still-pending details are paid by check
       CHECK-PRENOTE-STATE.
           MOVE 'N' TO WS-PRENOTE-HOLD-SW.
           MOVE ZERO TO WS-PN-FOUND-SUB.
           PERFORM VARYING WS-PN-SUB FROM 1 BY 1
                   UNTIL WS-PN-SUB > WS-PN-COUNT
               IF WS-PN-EMP-ID (WS-PN-SUB) = I-EMP-ID
                   MOVE WS-PN-SUB TO WS-PN-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-PN-FOUND-SUB = ZERO
               SET WS-PRENOTE-HOLD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PN-ROUTING (WS-PN-FOUND-SUB)
                       NOT = I-ROUTING-NUMBER
                   OR WS-PN-ACCOUNT (WS-PN-FOUND-SUB)
                       NOT = I-ACCOUNT-NUMBER
               SET WS-PRENOTE-HOLD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PN-STATE (WS-PN-FOUND-SUB) = 'P'
               MOVE FUNCTION CURRENT-DATE (1:8)
                   TO WS-PN-TODAY-DATE
               COMPUTE WS-PN-TODAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-PN-TODAY-DATE)
               COMPUTE WS-PN-SENT-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                           (WS-PN-SENT-DATE (WS-PN-FOUND-SUB))
               COMPUTE WS-PN-AGE =
                       WS-PN-TODAY-INTEGER - WS-PN-SENT-INTEGER
               IF WS-PN-AGE < WS-PRENOTE-AGE-DAYS
                   SET WS-PRENOTE-HOLD TO TRUE
               END-IF
           END-IF.

       LOAD-ACCOUNT-ALLOCATIONS.
           MOVE ZERO TO WS-ALLOC-COUNT.
           MOVE 'N' TO WS-ALLOC-EOF-SW.
           OPEN INPUT ACCOUNT-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS = "00"
               PERFORM UNTIL WS-ALLOC-END-OF-FILE
                   READ ACCOUNT-ALLOCATION-FILE
                       AT END MOVE 'Y' TO WS-ALLOC-EOF-SW
                       NOT AT END
                           IF WS-ALLOC-COUNT < 500
                               ADD 1 TO WS-ALLOC-COUNT
                               SET WS-ALLOC-IDX TO WS-ALLOC-COUNT
                               MOVE AL-EMP-ID TO
                                   WS-ALLOC-EMP-ID (WS-ALLOC-IDX)
                               MOVE AL-PRIORITY TO
                                   WS-ALLOC-PRIORITY (WS-ALLOC-IDX)
                               MOVE AL-METHOD TO
                                   WS-ALLOC-METHOD (WS-ALLOC-IDX)
                               MOVE AL-AMOUNT TO
                                   WS-ALLOC-AMOUNT (WS-ALLOC-IDX)
                               MOVE AL-PERCENT TO
                                   WS-ALLOC-PERCENT (WS-ALLOC-IDX)
                               MOVE AL-ROUTING-NUMBER TO
                                   WS-ALLOC-ROUTING (WS-ALLOC-IDX)
                               MOVE AL-ACCOUNT-NUMBER TO
                                   WS-ALLOC-ACCOUNT (WS-ALLOC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-ALLOCATION-FILE
           END-IF.

      * Deposit when the bank details are usable and proven, check
      * otherwise - the same routing rules as the regular run
       PAY-EMPLOYEE.
           PERFORM CHECK-BANK-HOLD.
           IF WS-BANK-ON-HOLD
               MOVE "BANK HOLD" TO WS-CRG-REASON-OUT
               PERFORM WRITE-PAYCHECK
               EXIT PARAGRAPH
           END-IF.
           IF I-ROUTING-NUMBER = ZERO OR I-ACCOUNT-NUMBER = ZERO
               MOVE "NO BANK  " TO WS-CRG-REASON-OUT
               PERFORM WRITE-PAYCHECK
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRENOTE-STATE.
           IF WS-PRENOTE-HOLD
               MOVE "PRENOTE  " TO WS-CRG-REASON-OUT
               PERFORM WRITE-PAYCHECK
           ELSE
               PERFORM WRITE-ACH-ALLOCATIONS
           END-IF.

       WRITE-ACH-ALLOCATIONS.
           IF NOT WS-ACH-OPEN
               OPEN OUTPUT ACH-FILE
               MOVE SPACES TO ACH-RECORD
               SET WS-ACH-OPEN TO TRUE
           END-IF.
           MOVE WS-NET-PAY TO WS-ALLOC-REMAINING.
           MOVE I-EMP-ID TO ACH-EMP-ID.
           MOVE 'C' TO ACH-ENTRY-TYPE.
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               IF WS-ALLOC-EMP-ID (WS-ALLOC-IDX) = I-EMP-ID
                       AND WS-ALLOC-REMAINING > ZERO
                   PERFORM WRITE-ONE-ALLOCATION
               END-IF
           END-PERFORM.
           IF WS-ALLOC-REMAINING > ZERO
               MOVE I-ROUTING-NUMBER TO ACH-ROUTING-NUMBER
               MOVE I-ACCOUNT-NUMBER TO ACH-ACCOUNT-NUMBER
               MOVE WS-ALLOC-REMAINING TO ACH-AMOUNT
               WRITE ACH-RECORD
               ADD WS-ALLOC-REMAINING TO WS-ACH-RUN-TOTAL
               MOVE ZERO TO WS-ALLOC-REMAINING
           END-IF.
           MOVE "DIRECT DEPOSIT" TO WS-PAID-BY.

       WRITE-ONE-ALLOCATION.
           IF WS-ALLOC-METHOD (WS-ALLOC-IDX) = 'P'
               COMPUTE WS-ALLOC-PIECE ROUNDED =
                       WS-NET-PAY
                       * WS-ALLOC-PERCENT (WS-ALLOC-IDX) / 100
           ELSE
               MOVE WS-ALLOC-AMOUNT (WS-ALLOC-IDX)
                   TO WS-ALLOC-PIECE
           END-IF.
           IF WS-ALLOC-PIECE > WS-ALLOC-REMAINING
               MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PIECE
           END-IF.
           IF WS-ALLOC-PIECE > ZERO
               MOVE WS-ALLOC-ROUTING (WS-ALLOC-IDX)
                   TO ACH-ROUTING-NUMBER
               MOVE WS-ALLOC-ACCOUNT (WS-ALLOC-IDX)
                   TO ACH-ACCOUNT-NUMBER
               MOVE WS-ALLOC-PIECE TO ACH-AMOUNT
               WRITE ACH-RECORD
               ADD WS-ALLOC-PIECE TO WS-ACH-RUN-TOTAL
               SUBTRACT WS-ALLOC-PIECE FROM WS-ALLOC-REMAINING
           END-IF.

      * The trailer names the company, off-cycle ID, and run stamp
      * the run log will carry, as the regular run's does
       WRITE-ACH-TRAILER.
           MOVE 999999999 TO ACH-ROUTING-NUMBER.
           MOVE ZERO TO ACH-ACCOUNT-NUMBER.
           MOVE WS-ACH-RUN-TOTAL TO ACH-AMOUNT.
           MOVE ZERO TO ACH-EMP-ID.
           MOVE 'T' TO ACH-ENTRY-TYPE.
           MOVE WS-COMPANY-CODE TO ACH-RUN-COMPANY.
           MOVE WS-PAY-PERIOD-ID TO ACH-RUN-PERIOD.
           MOVE WS-RUN-LOG-STAMP TO ACH-RUN-STAMP.
           WRITE ACH-RECORD.
           DISPLAY "ACH TRANSMITTAL WRITTEN TO " WS-ACH-FILENAME.

      * One numbered check, dated the off-cycle pay date, added to
      * the same print, register, and positive-pay files the
      * regular run cuts checks to
       WRITE-PAYCHECK.
           IF NOT WS-CHECKS-OPEN
               OPEN EXTEND CHECK-PRINT-FILE
               IF WS-CHKHOLD-STATUS NOT = "00"
                   OPEN OUTPUT CHECK-PRINT-FILE
               END-IF
               MOVE WS-COMPANY-CODE TO WS-CHH-COMPANY-OUT
               MOVE WS-PAY-PERIOD-ID TO WS-CHH-PERIOD-OUT
               MOVE WS-RUN-LOG-STAMP TO WS-CHH-STAMP-OUT
               MOVE WS-CHECK-HOLD-HEADER TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               OPEN EXTEND CHECK-REGISTER-FILE
               IF WS-CHKREG-STATUS NOT = "00"
                   OPEN OUTPUT CHECK-REGISTER-FILE
               END-IF
               OPEN EXTEND POSITIVE-PAY-FILE
               IF WS-POSPAY-STATUS NOT = "00"
                   OPEN OUTPUT POSITIVE-PAY-FILE
               END-IF
               SET WS-CHECKS-OPEN TO TRUE
           END-IF.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHK-NUM-OUT.
           MOVE WS-PAY-DATE TO WS-CHK-DATE-OUT.
           MOVE WS-CHECK-FACE-RULE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-CHECK-FACE-LINE-1 TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE I-EMP-NAME TO WS-CHK-PAYEE-OUT.
           MOVE WS-CHECK-FACE-LINE-2 TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-NET-PAY TO WS-CHK-AMOUNT-OUT.
           MOVE WS-CHECK-FACE-LINE-3 TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE WS-CHECK-FACE-RULE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.

           MOVE WS-NEXT-CHECK-NUMBER TO WS-CRG-NUM-OUT.
           MOVE I-EMP-ID TO WS-CRG-EMP-OUT.
           MOVE I-EMP-NAME TO WS-CRG-NAME-OUT.
           MOVE WS-NET-PAY TO WS-CRG-AMOUNT-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-CRG-PERIOD-OUT.
           MOVE WS-CHECK-REG-DETAIL TO CHECK-REGISTER-LINE.
           WRITE CHECK-REGISTER-LINE.

           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE WS-PAY-DATE TO PP-ISSUE-DATE.
           MOVE WS-NET-PAY TO PP-AMOUNT.
           MOVE I-EMP-NAME TO PP-PAYEE.
           WRITE POSITIVE-PAY-RECORD.

           MOVE SPACES TO WS-PAID-BY.
           STRING "CHECK " DELIMITED BY SIZE
                   WS-NEXT-CHECK-NUMBER DELIMITED BY SIZE
               INTO WS-PAID-BY.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-CHECK-RUN-TOTAL.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.

       READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CHKCTL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CC-NEXT-CHECK-NUMBER > ZERO
                           MOVE CC-NEXT-CHECK-NUMBER
                               TO WS-NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       WRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

       DISPLAY-PAYMENT-PROOF.
           COMPUTE WS-PAY-PROOF-TOTAL =
                   WS-ACH-RUN-TOTAL + WS-CHECK-RUN-TOTAL.
           DISPLAY "CHECKS PRINTED THIS RUN: " WS-CHECK-COUNT
                   " TOTAL: " WS-CHECK-RUN-TOTAL.
           DISPLAY "ACH TOTAL: " WS-ACH-RUN-TOTAL
                   "  ACH + CHECKS: " WS-PAY-PROOF-TOTAL
                   "  NET PAY RUN TOTAL: " WS-NET-RUN-TOTAL.
           IF WS-PAY-PROOF-TOTAL NOT = WS-NET-RUN-TOTAL
               DISPLAY "*** ACH + CHECKS DO NOT TIE TO NET PAY - "
                       "INVESTIGATE BEFORE RELEASE ***"
           END-IF.

       WRITE-PAY-STUB.
           MOVE WS-STUB-OFF-CYCLE-HDR TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           MOVE I-EMP-ID TO WS-STUB-ID-OUT.
           MOVE I-EMP-NAME TO WS-STUB-NAME-OUT.
           MOVE WS-GROSS-PAY TO WS-STUB-GROSS-OUT.
           COMPUTE WS-TOTAL-DEDS =
                   WS-FED-TAX + WS-STATE-TAX + WS-GARN-THIS-EMP
                   + WS-BEN-PRETAX-THIS-EMP
                   + WS-BEN-POSTTAX-THIS-EMP
                   + WS-ARR-RECOVERED-THIS-EMP.
           MOVE WS-TOTAL-DEDS TO WS-STUB-DEDS-OUT.
           MOVE WS-NET-PAY TO WS-STUB-NET-OUT.
           MOVE YTD-GROSS TO WS-STUB-YTD-OUT.
           MOVE WS-STUB-DETAIL TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.
           IF WS-ARR-RECOVERED-THIS-EMP > ZERO
                   OR WS-ARR-CLOSING-BALANCE > ZERO
               MOVE WS-ARR-RECOVERED-THIS-EMP
                   TO WS-STUB-ARR-REC-OUT
               MOVE WS-ARR-CLOSING-BALANCE TO WS-STUB-ARR-OWED-OUT
               MOVE WS-STUB-ARREARS-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF.
           MOVE SPACES TO PAY-STUB-LINE.
           WRITE PAY-STUB-LINE.

       WRITE-REGISTER-LINE.
           MOVE I-EMP-ID TO WS-REG-ID-OUT.
           MOVE I-EMP-NAME TO WS-REG-NAME-OUT.
           MOVE I-RECORD-TYPE TO WS-REG-TYPE-OUT.
           MOVE WS-GROSS-PAY TO WS-REG-GROSS-OUT.
           MOVE WS-NET-PAY TO WS-REG-NET-OUT.
           MOVE WS-PAID-BY TO WS-REG-PAID-BY-OUT.
           MOVE WS-REGISTER-DETAIL TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.

      * Register totals and the sign-off lines - off-cycle money
      * is released only on both signatures
       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  TOTAL GROSS:          " TO WS-RGT-CAPTION.
           MOVE TOTAL-SALARY TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  FEDERAL WITHHELD:     " TO WS-RGT-CAPTION.
           MOVE WS-FED-RUN-TOTAL TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  STATE WITHHELD:       " TO WS-RGT-CAPTION.
           MOVE WS-STATE-RUN-TOTAL TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  BENEFIT DEDUCTIONS:   " TO WS-RGT-CAPTION.
           MOVE WS-BEN-RUN-TOTAL TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  GARNISHMENTS:         " TO WS-RGT-CAPTION.
           MOVE WS-GARN-RUN-TOTAL TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "  TOTAL NET PAID:       " TO WS-RGT-CAPTION.
           MOVE WS-NET-RUN-TOTAL TO WS-RGT-AMOUNT-OUT.
           MOVE WS-REGISTER-TOTAL-LINE TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE SPACES TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "HR SIGN-OFF: ____________________  DATE: ________"
               TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.
           MOVE "PAYROLL SIGN-OFF: ______________  DATE: ________"
               TO OFF-CYCLE-REGISTER-LINE.
           WRITE OFF-CYCLE-REGISTER-LINE.

       END PROGRAM OFF-CYCLE-PAYMENT.
