               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      * Who ran which company/period and when, appended by every
      * live run - the payroll release (payrel.cbl) holds the
      * approver to a different operator than the one who ran it,
      * and the release is tied to the run it approved
           SELECT RUN-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/prunlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Generation-backup control: which numbered generation the
      * next pre-update snapshot of the masters overwrites, and how
      * many generations to keep before cycling
                   DYNAMIC WS-ARR-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Every salaried employee whose pay was cut for a mid-period
      * hire or termination, for payroll to check before the ACH
      * file is released
           SELECT PRORATION-REGISTER-FILE ASSIGN TO
                   DYNAMIC WS-PRORATE-REG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * 401(k) contributions for the recordkeeper: the work file
      * takes one detail line per participant as the run goes (it
      * survives a restart the way the registers do), the hold file
      * is scratch for cutting it back to the checkpoint, and the
      * remittance file is built from the work file at end of run
      * only when it proves to the run's benefit totals
           SELECT RETIREMENT-WORK-FILE ASSIGN TO
                   DYNAMIC WS-RET-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-WORK-STATUS.

           SELECT RETIREMENT-HOLD-FILE ASSIGN TO
                   DYNAMIC WS-RET-HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-HOLD-STATUS.

           SELECT RETIREMENT-REMIT-FILE ASSIGN TO
                   DYNAMIC WS-RET-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-REMIT-STATUS.

      * One non-working date (YYYYMMDD) per line - the same holiday
      * calendar the bank side rolls business dates with; holidays
      * are not working days when salary is prorated
           SELECT HOLIDAY-FILE ASSIGN TO
                   "/Users/simonvargas/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

      * Payroll calendar: each company's valid pay periods with
      * their start, end, and pay dates - the run refuses a period
      * the calendar does not define, so a mis-keyed parameter can
      * pay: the check print file and register come out of the same
      * run, numbered off the check-number control file so numbers
      * never repeat, with a positive-pay issued-check file for the
      * bank. The checks are held - each run appends its own
      * segment to chkhold.txt, and only payrel.cbl's second-
      * operator release moves a period's checks to chkprint.txt
      * for printing.
           SELECT CHECK-PRINT-FILE ASSIGN TO
                   "/Users/simonvargas/chkhold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHOLD-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO
                   "/Users/simonvargas/chkreg.txt"
                   DYNAMIC WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Per-employee labor cost for the period - gross, employer
      * taxes, and benefit match by home department - named per
      * company and period, which the intercompany chargeback
      * (chgback.cbl) bills from
           SELECT LABOR-COST-FILE ASSIGN TO
                   DYNAMIC WS-LABCOST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Federal deposit liability history: one line per completed
      * run with the withheld federal tax and the social security
      * and Medicare accrued, dated by the period's pay date. The
      * employer tax register is rewritten every run, so this is
      * what the deposit schedule (taxdep.cbl) works from.
           SELECT TAX-LIABILITY-FILE ASSIGN TO
                   "/Users/simonvargas/taxliab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

      * Workers' comp payroll history: one line per department per
      * completed run with the gross distributed to it and the
      * overtime premium inside that gross, which the comp insurer
      * does not rate. The premium report (wccomp.cbl) builds its
      * quarterly and annual figures from this file.
           SELECT COMP-PAYROLL-FILE ASSIGN TO
                   "/Users/simonvargas/wcpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCP-STATUS.

      * Employees whose bank details came back unusable on the
      * bank's ACH return file (see achret.cbl) - no ACH record is
      * transmitted for them until the details are corrected
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-RECORD-TYPE   PIC X(3).
           05 FILLER             PIC X(238).
       01 CHECKPOINT-CTL-RECORD REDEFINES CHECKPOINT-RECORD.
           05 FILLER             PIC X(3).
           05 CKPT-RECORD-COUNT  PIC 9(5).
           05 CKPT-CHECK-COUNT   PIC 9(5).
           05 CKPT-CHECK-TOTAL   PIC S9(11)V99 SIGN LEADING
                                     SEPARATE.
      * 401(k) detail lines written so far and their deferral and
      * match totals - a restart cuts the contribution work file
      * back to this many lines so it still proves to the run
           05 CKPT-RET-LINE-COUNT PIC 9(5).
           05 CKPT-RET-DEFERRAL-TOTAL PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 CKPT-RET-MATCH-TOTAL PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
      * the stamp the interrupted run took at start-up - a restart
      * keeps it, so its held checks, ACH trailer, and run-log line
      * are still one run
           05 CKPT-RUN-STAMP     PIC 9(14).
       01 CHECKPOINT-DEPT-RECORD REDEFINES CHECKPOINT-RECORD.
           05 FILLER             PIC X(3).
           05 CKPT-DEPT-CODE     PIC X(4).
           05 CKPT-DEPT-GROSS    PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 CKPT-DEPT-OT-PREMIUM PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 FILLER             PIC X(196).
       01 CHECKPOINT-AGENCY-RECORD REDEFINES CHECKPOINT-RECORD.
           05 FILLER             PIC X(3).
           05 CKPT-AGENCY-CODE   PIC X(6).
           05 CKPT-AGENCY-ITEMS  PIC 9(5).
           05 CKPT-AGENCY-TOTAL  PIC 9(9)V99.
           05 FILLER             PIC X(202).
       01 CHECKPOINT-STATE-RECORD REDEFINES CHECKPOINT-RECORD.
           05 FILLER             PIC X(3).
           05 CKPT-STX-CODE      PIC X(2).
           05 CKPT-STX-TOTAL     PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 FILLER             PIC X(210).

      * Fixed-width direct-deposit transmittal accepted by the bank's
      * ACH import, built from the same PROCESS-RECORD pass
      * it back (a reversal entry)
           05 ACH-ENTRY-TYPE        PIC X(1).
           05 FILLER                 PIC X(9) VALUE SPACES.
      * Carried on the control trailer only: which company, period,
      * and run (the run-log stamp) the items above it belong to,
      * so nachafmt.cbl formats only the run payrel.cbl released
           05 ACH-RUN-IDENTITY.
               10 ACH-RUN-COMPANY   PIC X(4).
               10 ACH-RUN-PERIOD    PIC X(6).
               10 ACH-RUN-STAMP     PIC 9(14).

      * One order per record: order type (G=garnishment, C=child
      * support), remitting agency, a flat amount or a percent of
       FD ARREARS-REPORT-FILE.
       01 ARREARS-REPORT-LINE    PIC X(100).

       FD PRORATION-REGISTER-FILE.
       01 PRORATION-REGISTER-LINE PIC X(110).

      * One participant's contribution for the period, in the
      * recordkeeper's detail format: plan compensation (this
      * period's gross), employee deferral, and employer match. A
      * reversal carries the same figures negative as entry 'V'.
       FD RETIREMENT-WORK-FILE.
       01 RETIREMENT-WORK-RECORD.
           05 RW-RECORD-TYPE     PIC X(1).
           05 RW-COMPANY-CODE    PIC X(4).
           05 RW-PAY-PERIOD-ID   PIC X(6).
           05 RW-EMP-ID          PIC 9(5).
           05 RW-EMP-NAME        PIC X(20).
           05 RW-ENTRY-TYPE      PIC X(1).
               88 RW-REVERSAL-ENTRY VALUE 'V'.
           05 RW-PLAN-COMP       PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 RW-DEFERRAL        PIC S9(7)V99 SIGN LEADING
                                     SEPARATE.
           05 RW-MATCH           PIC S9(7)V99 SIGN LEADING
                                     SEPARATE.
           05 FILLER             PIC X(11).

       FD RETIREMENT-HOLD-FILE.
       01 RETIREMENT-HOLD-RECORD PIC X(80).

      * Recordkeeper contribution file: one header, the detail
      * lines copied from the work file, and a trailer carrying the
      * detail count and the three column totals. File type 'S'
      * marks a resubmit's supplemental file.
       FD RETIREMENT-REMIT-FILE.
       01 RETIREMENT-REMIT-LINE  PIC X(80).
       01 RETIREMENT-REMIT-HEADER.
           05 RH-RECORD-TYPE     PIC X(1).
           05 RH-COMPANY-CODE    PIC X(4).
           05 RH-PAY-PERIOD-ID   PIC X(6).
           05 RH-PAY-DATE        PIC 9(8).
           05 RH-CREATE-DATE     PIC 9(8).
           05 RH-CREATE-TIME     PIC 9(6).
           05 RH-FILE-TYPE       PIC X(1).
           05 FILLER             PIC X(46).
       01 RETIREMENT-REMIT-TRAILER.
           05 RT-RECORD-TYPE     PIC X(1).
           05 RT-COMPANY-CODE    PIC X(4).
           05 RT-PAY-PERIOD-ID   PIC X(6).
           05 RT-DETAIL-COUNT    PIC 9(7).
           05 RT-PLAN-COMP-TOTAL PIC S9(11)V99 SIGN LEADING
                                     SEPARATE.
           05 RT-DEFERRAL-TOTAL  PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 RT-MATCH-TOTAL     PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
           05 FILLER             PIC X(24).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE           PIC 9(8).

      * One record per company/pay-period the calendar defines.
      * Each pay frequency has its own run of periods, so a period
      * ID belongs to exactly one frequency; a line with no
      * frequency is the original biweekly cycle.
       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
           05 PC-COMPANY-CODE    PIC X(4).
           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).
               88 PC-WEEKLY       VALUE 'W'.
               88 PC-BIWEEKLY     VALUES 'B' ' '.
               88 PC-SEMIMONTHLY  VALUE 'S'.

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-LINE       PIC X(80).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 GL-PAY-PERIOD-ID   PIC X(6).

      * A reversal carries its figures negative. LC-ER-TAX is the
      * sum of the four employer taxes itemized after it (the
      * register line's figures, kept here because the register is
      * rewritten every run); LC-BEN-MATCH includes the 401(k) match
      * LC-RET-MATCH breaks out.
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

       FD TAX-LIABILITY-FILE.
       01 TAX-LIABILITY-RECORD.
           05 TL-COMPANY-CODE    PIC X(4).
           05 TL-PAY-PERIOD-ID   PIC X(6).
           05 TL-PAY-DATE        PIC 9(8).
           05 TL-FED-WH          PIC S9(9)V99.
           05 TL-ER-SS-TAX       PIC S9(9)V99.
           05 TL-ER-MEDI-TAX     PIC S9(9)V99.
      * 'S' for a resubmit run, whose liability adds to the period's
      * instead of replacing it
           05 TL-RUN-TYPE        PIC X(1).

      * WP-RUN-STAMP (date and time written) tells an override
      * rerun's lines from the run they replace; a resubmit ('S')
      * adds to the run it follows
       FD COMP-PAYROLL-FILE.
       01 COMP-PAYROLL-RECORD.
           05 WP-COMPANY-CODE    PIC X(4).
           05 WP-PAY-PERIOD-ID   PIC X(6).
           05 WP-PAY-DATE        PIC 9(8).
           05 WP-RUN-STAMP       PIC 9(14).
           05 WP-RUN-TYPE        PIC X(1).
               88 WP-RESUBMIT-RUN VALUE 'S'.
           05 WP-DEPT-CODE       PIC X(4).
           05 WP-GROSS           PIC S9(9)V99.
           05 WP-OT-PREMIUM      PIC S9(9)V99.

       FD BANK-HOLD-FILE.
       01 BANK-HOLD-RECORD.
           05 BH-EMP-ID          PIC 9(5).
           05 RC-RUN-STATUS      PIC X(1).
               88 RC-RUN-COMPLETE VALUE 'C'.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 RN-COMPANY-CODE    PIC X(4).
           05 RN-PAY-PERIOD-ID   PIC X(6).
           05 RN-OPERATOR-ID     PIC X(8).
           05 RN-RUN-STAMP       PIC 9(14).
           05 RN-PROGRAM         PIC X(10).
           05 RN-RUN-OPTION      PIC X(8).

      * Shared employee master record - same layout obtainInput.cbl
      * reads from for its lookup screen
       FD EMPLOYEE-MASTER-FILE.
      * Contracted hourly rate for hourly employees (zero for
      * salaried), the rate source for the time-entry bridge
           05 EM-HOURLY-RATE     PIC 9(3)V99.
      * Pay cycle the employee is paid on - W weekly, B biweekly,
      * S semimonthly; blank is biweekly, the original cycle
           05 EM-PAY-FREQUENCY   PIC X(1).
               88 EM-WEEKLY       VALUE 'W'.
               88 EM-BIWEEKLY     VALUES 'B' ' '.
               88 EM-SEMIMONTHLY  VALUE 'S'.

       WORKING-STORAGE SECTION.
      * Run parameters accepted at start-up (see ACCEPT-RUN-PARAMETERS)
       01 WS-INPUT-FILENAME     PIC X(50) VALUE SPACES.
       01 WS-OUTPUT-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-GL-FILENAME        PIC X(50) VALUE SPACES.
       01 WS-LABCOST-FILENAME   PIC X(50) VALUE SPACES.
       01 WS-STUB-FILENAME      PIC X(50) VALUE
              "/Users/simonvargas/stubs.txt".
       01 WS-REJECT-FILENAME    PIC X(50) VALUE
              "/Users/simonvargas/arrrpt.txt".
       01 WS-LD-REG-FILENAME    PIC X(50) VALUE
              "/Users/simonvargas/ldreg.txt".
       01 WS-PRORATE-REG-FILENAME PIC X(50) VALUE
              "/Users/simonvargas/prorreg.txt".
       01 WS-RET-WORK-FILENAME  PIC X(50) VALUE SPACES.
       01 WS-RET-HOLD-FILENAME  PIC X(50) VALUE SPACES.
       01 WS-RET-REMIT-FILENAME PIC X(50) VALUE SPACES.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 500.
       01 WS-RESTART-COUNT      PIC 9(5) VALUE ZERO.
      * the default for employees with no W-4 election on file; the
      * married and head-of-household rates and the per-period
      * dependent credit come into play through the election table.
      * The dependent credit is per biweekly period.
       01 WS-TAX-RATES.
           05 WS-FEDERAL-TAX-RATE   PIC V999 VALUE .150.
           05 WS-FED-RATE-MARRIED   PIC V999 VALUE .120.
       01 WS-OT-RATE            PIC 9(5)V999 VALUE ZERO.
       01 WS-REG-PAY            PIC 9(7)V99 VALUE ZERO.
       01 WS-OT-PAY             PIC 9(7)V99 VALUE ZERO.
      * the half-time portion of overtime pay, kept apart for the
      * workers' comp payroll the insurer rates at straight time
       01 WS-OT-PREMIUM         PIC 9(7)V99 VALUE ZERO.

      * Conversion rates to the reporting currency (USD), so overseas
      * contractor pay isn't folded into TOTAL-SALARY as a meaningless
      * stamp, no remittance or GL release
       01 WS-TRIAL-SW           PIC X VALUE 'N'.
           88 WS-TRIAL-RUN      VALUE 'Y'.
      * Operator who ran the payroll, for the run log - spaces when
      * none was given, which the release will not accept without
      * an override
       01 WS-RUN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-RUNLOG-STATUS      PIC XX.

      * Generation snapshot state - the masters are copied to dated
      * generation files before the first update so one bad input
       01 WS-GEN-MAX            PIC 9(2) VALUE 5.
       01 WS-SYSTEM-COMMAND     PIC X(140).

      * Per-period (biweekly basis) leave accrual rates by length
      * of service, the same service-year banding HR already uses;
      * balances carried on leavebal.dat and printed on the stub
       01 WS-LB-STATUS          PIC XX.
       01 WS-LEAVE-ACCRUAL-RATES.
           05 WS-VAC-ACCRUE-UNDER-5  PIC 9(2)V99 VALUE 3.08.
       01 WS-STX-FOUND-SW       PIC X VALUE 'N'.
           88 WS-STX-FOUND      VALUE 'Y'.
       01 WS-WORK-STATE         PIC X(2) VALUE SPACES.
       01 WS-STATE-WAGE-BASE    PIC S9(9)V99 VALUE ZERO.
       01 WS-DEFAULT-STATE-WH   PIC S9(9)V99 VALUE ZERO.

      * GL interface accumulators: gross expense by department on
                   INDEXED BY WS-GL-DEPT-IDX.
               10 WS-GL-DEPT-CODE    PIC X(4).
               10 WS-GL-DEPT-GROSS   PIC S9(9)V99.
               10 WS-GL-DEPT-OT-PREMIUM PIC S9(9)V99.
       01 WS-GL-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-GL-DEPT-FOUND-SW   PIC X VALUE 'N'.
           88 WS-GL-DEPT-FOUND  VALUE 'Y'.
       01 WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-GROSS-AMT       PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-OT-AMT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-LINE-AMT        PIC S9(9)V99 VALUE ZERO.

      * Employer-side payroll tax rates and annual wage-base caps:
       01 WS-ER-FUTA-RUN-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-SUTA-RUN-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-ER-TAX-RUN-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-TL-STATUS          PIC XX.
       01 WS-WCP-STATUS         PIC XX.
       01 WS-WCP-STAMP          PIC 9(14).
      * One stamp per live run, taken at start-up - on the held-check
      * header, the ACH trailer, and the run log
       01 WS-RUN-LOG-STAMP      PIC 9(14) VALUE ZERO.

       01 WS-ER-REGISTER-DETAIL.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 FILLER             PIC X(14) VALUE "  STILL OWED: ".
           05 WS-STUB-ARR-OWED-OUT PIC ZZ,ZZ9.99.

       01 WS-STUB-PRORATE-LINE.
           05 FILLER             PIC X(12) VALUE "  PRORATED: ".
           05 WS-STUB-PR-DAYS-OUT PIC Z9.
           05 FILLER             PIC X(4) VALUE " OF ".
           05 WS-STUB-PR-PERIOD-OUT PIC Z9.
           05 FILLER             PIC X(14) VALUE " WORKING DAYS ".
           05 FILLER             PIC X(13) VALUE "FULL SALARY: ".
           05 WS-STUB-PR-FULL-OUT PIC Z,ZZZ,ZZ9.99.

      * Salary proration for mid-period hires and terminations: the
      * period's working days (weekdays not on the holiday calendar)
      * between the calendar's start and end dates, against the
      * working days the employee was actually on the payroll -
      * from the later of period start and I-HIRE-DATE, through the
      * earlier of period end and a termination's EM-STATUS-DATE.
      * With no calendar entry for the period nothing is prorated.
       01 WS-HOL-STATUS         PIC XX.
       01 WS-HOL-EOF-SW         PIC X VALUE 'N'.
           88 WS-HOL-END-OF-FILE VALUE 'Y'.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY OCCURS 100 TIMES
                   INDEXED BY WS-HOL-IDX PIC 9(8).
       01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-CAL-START-HOLD     PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-WORK-DAYS   PIC 9(2) VALUE ZERO.
       01 WS-EMP-WORK-DAYS      PIC 9(2) VALUE ZERO.
       01 WS-PRORATE-FROM       PIC 9(8).
       01 WS-PRORATE-THRU       PIC 9(8).
       01 WS-DAY-COUNT-FROM     PIC 9(8).
       01 WS-DAY-COUNT-THRU     PIC 9(8).
       01 WS-DAY-COUNT-RESULT   PIC 9(2).
       01 WS-DAY-INTEGER        PIC 9(8).
       01 WS-DAY-THRU-INTEGER   PIC 9(8).
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-WORKING-DAY-SW     PIC X VALUE 'N'.
           88 WS-WORKING-DAY    VALUE 'Y'.
       01 WS-FULL-SALARY        PIC 9(7)V99 VALUE ZERO.
       01 WS-PRORATED-SW        PIC X VALUE 'N'.
           88 WS-SALARY-PRORATED VALUE 'Y'.
       01 WS-PRORATE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PRORATE-REDUCTION  PIC 9(9)V99 VALUE ZERO.

       01 WS-PRORATE-REG-HEADER.
           05 FILLER             PIC X(29) VALUE
                  "SALARY PRORATION REGISTER  CO".
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-PRH-COMPANY-OUT PIC X(4).
           05 FILLER             PIC X(9) VALUE "  PERIOD ".
           05 WS-PRH-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PRH-START-OUT   PIC 9(8).
           05 FILLER             PIC X(3) VALUE " - ".
           05 WS-PRH-END-OUT     PIC 9(8).
           05 FILLER             PIC X(16) VALUE "  WORKING DAYS: ".
           05 WS-PRH-DAYS-OUT    PIC Z9.

       01 WS-PRORATE-REG-DETAIL.
           05 FILLER             PIC X(4) VALUE "ID: ".
           05 WS-PRD-EMP-ID-OUT  PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-PRD-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(7) VALUE " HIRED ".
           05 WS-PRD-HIRE-OUT    PIC 9(8).
           05 FILLER             PIC X(6) VALUE " TERM ".
           05 WS-PRD-TERM-OUT    PIC 9(8).
           05 FILLER             PIC X(7) VALUE " DAYS: ".
           05 WS-PRD-DAYS-OUT    PIC Z9.
           05 FILLER             PIC X(1) VALUE "/".
           05 WS-PRD-PERIOD-OUT  PIC Z9.
           05 FILLER             PIC X(7) VALUE " FULL: ".
           05 WS-PRD-FULL-OUT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(7) VALUE " PAID: ".
           05 WS-PRD-PAID-OUT    PIC Z,ZZZ,ZZ9.99.

       01 WS-PRORATE-REG-TRAILER.
           05 FILLER             PIC X(20) VALUE
                  "EMPLOYEES PRORATED: ".
           05 WS-PRT-COUNT-OUT   PIC ZZZZ9.
           05 FILLER             PIC X(21) VALUE
                  "  SALARY REDUCED BY: ".
           05 WS-PRT-REDUCTION-OUT PIC ZZZ,ZZZ,ZZ9.99.

      * Payroll calendar loaded at start-up; the run's own period
      * must be on it (when the calendar exists at all), and the
      * period's end date pins the tax quarter more reliably than
               10 WS-CAL-START-DATE  PIC 9(8).
               10 WS-CAL-END-DATE    PIC 9(8).
               10 WS-CAL-PAY-DATE    PIC 9(8).
               10 WS-CAL-FREQUENCY   PIC X(1).
       01 WS-CAL-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CAL-LOADED-SW      PIC X VALUE 'N'.
           88 WS-CALENDAR-LOADED VALUE 'Y'.
       01 WS-CAL-FOUND-SW       PIC X VALUE 'N'.
           88 WS-CAL-FOUND      VALUE 'Y'.
       01 WS-CAL-PAY-HOLD       PIC 9(8) VALUE ZERO.
       01 WS-CAL-END-HOLD       PIC 9(8).
       01 WS-CAL-END-SPLIT REDEFINES WS-CAL-END-HOLD.
           05 WS-CAL-END-YEAR    PIC 9(4).
           05 WS-CAL-END-MONTH   PIC 9(2).
           05 WS-CAL-END-DAY     PIC 9(2).

      * Pay frequency of the period being run, off its calendar
      * entry - no calendar, or no frequency on the entry, is the
      * original biweekly cycle. Only employees on that frequency
      * are paid. The per-period figures this program carries
      * (dependent credit, state exemptions, leave accrual rates,
      * flat benefit amounts and match caps) are all stated on the
      * biweekly basis and are rescaled by WS-FREQ-FACTOR.
       01 WS-RUN-FREQUENCY      PIC X(1) VALUE 'B'.
           88 WS-RUN-WEEKLY     VALUE 'W'.
           88 WS-RUN-BIWEEKLY   VALUE 'B'.
           88 WS-RUN-SEMIMONTHLY VALUE 'S'.
       01 WS-EMP-FREQUENCY      PIC X(1).
       01 WS-BASE-PERIODS       PIC 9(2) VALUE 26.
       01 WS-PERIODS-PER-YEAR   PIC 9(2) VALUE 26.
       01 WS-FREQ-FACTOR        PIC 9V9(6) VALUE 1.
       01 WS-ANNUAL-WAGES       PIC S9(9)V99 VALUE ZERO.
       01 WS-ANNUAL-TAX         PIC S9(9)V99 VALUE ZERO.

      * Printed-check state: the next number to issue (never
      * repeated - see CHECK-CONTROL-FILE) and the run's check
      * totals, which together with the ACH total must tie to the
      * net-pay run total
       01 WS-CHKCTL-STATUS      PIC XX.
       01 WS-CHKHOLD-STATUS     PIC XX.
       01 WS-NEXT-CHECK-NUMBER  PIC 9(8) VALUE 1.
       01 WS-CKPT-CHECK-NUMBER  PIC 9(8) VALUE ZERO.
       01 WS-CHECK-COUNT        PIC 9(5) VALUE ZERO.
                  "THE AMOUNT OF:        $ ".
           05 WS-CHK-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CHECK-FACE-RULE     PIC X(44) VALUE ALL "-".
      * Opens each run's segment of the held-check file; payrel.cbl
      * releases a run's checks by this line
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
       01 WS-BEN-MATCH-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-BEN-RUN-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-BEN-MATCH-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.

      * 401(k) participation: any plan whose code starts 401 (the
      * pre-tax and Roth elections) is a retirement plan, and an
      * employee enrolled in one gets a contribution line even when
      * nothing could be deducted this period. The run totals are
      * the part of the benefit and match run totals the
      * recordkeeper file has to prove to.
       01 WS-RET-PLAN-PREFIX    PIC X(3) VALUE "401".
       01 WS-RET-PARTICIPANT-SW PIC X VALUE 'N'.
           88 WS-RET-PARTICIPANT VALUE 'Y'.
       01 WS-RET-DEFERRAL-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-RET-MATCH-THIS-EMP PIC 9(7)V99 VALUE ZERO.
       01 WS-RET-DEFERRAL-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RET-MATCH-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RET-LINE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RET-WORK-STATUS    PIC XX.
       01 WS-RET-HOLD-STATUS    PIC XX.
       01 WS-RET-REMIT-STATUS   PIC XX.
       01 WS-RET-EOF-SW         PIC X VALUE 'N'.
           88 WS-RET-END-OF-FILE VALUE 'Y'.
       01 WS-RET-COPY-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RET-PROOF-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-RET-PROOF-COMP     PIC S9(11)V99 VALUE ZERO.
       01 WS-RET-PROOF-DEFERRAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RET-PROOF-MATCH    PIC S9(9)V99 VALUE ZERO.
       01 WS-RET-BALANCED-SW    PIC X VALUE 'Y'.
           88 WS-RET-BALANCED   VALUE 'Y'.
      * Wage base the withholding rates actually apply to: gross
      * less pre-tax benefit deductions
       01 WS-TAXABLE-PAY        PIC 9(7)V99 VALUE ZERO.
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-PAY-CALENDAR.
           PERFORM VALIDATE-PAY-PERIOD.
           PERFORM LOAD-HOLIDAYS.
           PERFORM COUNT-PERIOD-WORK-DAYS.
      * A trial may preview any period, including a completed one -
      * it commits nothing, so the double-run guard does not apply
           IF NOT WS-TRIAL-RUN
           IF NOT WS-TRIAL-RUN
               PERFORM READ-CHECK-CONTROL
           END-IF.
      * A restart carries on under the stamp of the run it
      * continues; every other run takes its own
           IF WS-RESUBMIT-RUN OR WS-RESTART-COUNT = ZERO
                   OR WS-RUN-LOG-STAMP = ZERO
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-LOG-STAMP
           END-IF.

           IF WS-RESUBMIT-RUN
      * A resubmit appends to the period's live files - the records
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND EMPLOYER-TAX-REGISTER-FILE
               OPEN EXTEND LABOR-COST-FILE
               PERFORM OPEN-CHECK-HOLD-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND ARREARS-REPORT-FILE
               OPEN EXTEND LABOR-DIST-REGISTER-FILE
               OPEN EXTEND PRORATION-REGISTER-FILE
               PERFORM CLEAR-RESTART-ACCUMULATORS
               OPEN OUTPUT RETIREMENT-WORK-FILE
           ELSE
           IF WS-RESTART-COUNT > ZERO
               DISPLAY "Restarting after checkpoint at record "
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND ACH-FILE
               OPEN EXTEND EMPLOYER-TAX-REGISTER-FILE
               OPEN EXTEND LABOR-COST-FILE
               PERFORM OPEN-CHECK-HOLD-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND ARREARS-REPORT-FILE
               OPEN EXTEND LABOR-DIST-REGISTER-FILE
               OPEN EXTEND PRORATION-REGISTER-FILE
               PERFORM CUT-BACK-RETIREMENT-WORK
               PERFORM WS-RESTART-COUNT TIMES
                   READ INPUT-FILE INTO INPUT-RECORD
                       AT END MOVE 'Y' TO EOF-FLAG
               OPEN OUTPUT EMPLOYER-TAX-REGISTER-FILE
               OPEN OUTPUT ARREARS-REPORT-FILE
               OPEN OUTPUT LABOR-DIST-REGISTER-FILE
               OPEN OUTPUT PRORATION-REGISTER-FILE
               PERFORM WRITE-PRORATION-HEADER
      * A trial transmits nothing - the live ACH and check files
      * are left alone
               IF NOT WS-TRIAL-RUN
                   OPEN OUTPUT ACH-FILE
                   OPEN OUTPUT LABOR-COST-FILE
                   PERFORM OPEN-CHECK-HOLD-FILE
                   OPEN OUTPUT CHECK-REGISTER-FILE
                   OPEN OUTPUT POSITIVE-PAY-FILE
                   OPEN OUTPUT RETIREMENT-WORK-FILE
               END-IF
           END-IF
           END-IF.
      * the run identity rides on the trailer only - items go out
      * with it blank
           MOVE SPACES TO ACH-RECORD.

      * Stamp every reviewable output TRIAL so a preview can never
      * be mistaken for (or released as) a live run
               MOVE "*** TRIAL RUN - NOT FOR RELEASE ***"
                   TO EMPLOYER-TAX-REGISTER-LINE
               WRITE EMPLOYER-TAX-REGISTER-LINE
               MOVE "*** TRIAL RUN - NOT FOR RELEASE ***"
                   TO PRORATION-REGISTER-LINE
               WRITE PRORATION-REGISTER-LINE
           END-IF.
      * Snapshot both masters to the next generation before the
      * first update touches them. A restart continues the run that
           ELSE
               PERFORM WRITE-REMITTANCE-FILE
               PERFORM WRITE-GL-JOURNAL
               CLOSE RETIREMENT-WORK-FILE
               PERFORM WRITE-RETIREMENT-REMITTANCE
           END-IF.

           CLOSE INPUT-FILE.
           IF NOT WS-TRIAL-RUN
               PERFORM WRITE-ACH-TRAILER
               CLOSE ACH-FILE
               CLOSE LABOR-COST-FILE
               CLOSE CHECK-PRINT-FILE
               CLOSE CHECK-REGISTER-FILE
               CLOSE POSITIVE-PAY-FILE
           PERFORM WRITE-ARREARS-TRAILER.
           CLOSE ARREARS-REPORT-FILE.
           CLOSE LABOR-DIST-REGISTER-FILE.
           PERFORM WRITE-PRORATION-TRAILER.
           CLOSE PRORATION-REGISTER-FILE.

      * The run completed cleanly - clear the checkpoint so the next
      * invocation starts a fresh file instead of restarting, and
           ELSE
               MOVE ZERO TO WS-RESTART-COUNT
               PERFORM WRITE-CHECKPOINT
               PERFORM APPEND-TAX-LIABILITY
               PERFORM APPEND-COMP-PAYROLL
               PERFORM MARK-RUN-COMPLETE
               PERFORM APPEND-RUN-LOG
           END-IF.
           STOP RUN.

           IF WS-RUN-OPTION = "OVERRIDE"
               SET WS-RERUN-OVERRIDE TO TRUE
           END-IF.
      * Optional fourth argument: the operator running the payroll,
      * recorded on the run log for the two-person release (a
      * normal run with an operator passes any placeholder, such
      * as "-", as the third argument)
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-RUN-OPERATOR
           ACCEPT WS-RUN-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-OPERATOR
           END-ACCEPT.
      * RESUBMIT reruns the same period over the repaired-reject
      * supplemental file - inherently an authorized rerun
           IF WS-RUN-OPTION = "RESUBMIT"
                   TO WS-ARR-RPT-FILENAME
               MOVE "/Users/simonvargas/ldreg_trial.txt"
                   TO WS-LD-REG-FILENAME
               MOVE "/Users/simonvargas/prorreg_trial.txt"
                   TO WS-PRORATE-REG-FILENAME
           END-IF.

           IF WS-COMPANY-CODE = SPACES
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_gljrnl.txt" DELIMITED BY SIZE
               INTO WS-GL-FILENAME.
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
                   "_401kwrk.txt" DELIMITED BY SIZE
               INTO WS-RET-WORK-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_401khld.txt" DELIMITED BY SIZE
               INTO WS-RET-HOLD-FILENAME.
      * a resubmit's contributions go to the recordkeeper as a
      * supplemental file - the period's original file was already
      * sent and is left as it was
           IF WS-RESUBMIT-RUN
               STRING "/Users/simonvargas/" DELIMITED BY SIZE
                       WS-COMPANY-CODE DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-PAY-PERIOD-ID DELIMITED BY SIZE
                       "_401ksup.txt" DELIMITED BY SIZE
                   INTO WS-RET-REMIT-FILENAME
           ELSE
               STRING "/Users/simonvargas/" DELIMITED BY SIZE
                       WS-COMPANY-CODE DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-PAY-PERIOD-ID DELIMITED BY SIZE
                       "_401krem.txt" DELIMITED BY SIZE
                   INTO WS-RET-REMIT-FILENAME
           END-IF.
           PERFORM DERIVE-CURRENT-QUARTER.

      * Band the pay-period number into its tax quarter (YYYYQ) for
                                   WS-CAL-END-DATE (WS-CAL-IDX)
                               MOVE PC-PAY-DATE TO
                                   WS-CAL-PAY-DATE (WS-CAL-IDX)
                               MOVE PC-PAY-FREQUENCY TO
                                   WS-CAL-FREQUENCY (WS-CAL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CAL-START-DATE (WS-CAL-IDX) TO WS-CAL-START-HOLD.
           MOVE WS-CAL-END-DATE (WS-CAL-IDX) TO WS-CAL-END-HOLD.
           MOVE WS-CAL-PAY-DATE (WS-CAL-IDX) TO WS-CAL-PAY-HOLD.
           COMPUTE WS-QUARTER-DIGIT =
                   (WS-CAL-END-MONTH + 2) / 3.
           COMPUTE WS-CURRENT-QUARTER =
                   WS-CAL-END-YEAR * 10 + WS-QUARTER-DIGIT.
           IF WS-CAL-FREQUENCY (WS-CAL-IDX) NOT = SPACE
               MOVE WS-CAL-FREQUENCY (WS-CAL-IDX)
                   TO WS-RUN-FREQUENCY
           END-IF.
           PERFORM SET-FREQUENCY-FACTOR.

      * Periods per year for the frequency being run, and the factor
      * that rescales the biweekly-basis per-period amounts to it
       SET-FREQUENCY-FACTOR.
           EVALUATE TRUE
               WHEN WS-RUN-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-RUN-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN WS-RUN-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   DISPLAY "RUN REFUSED - PERIOD " WS-PAY-PERIOD-ID
                           " HAS UNKNOWN PAY FREQUENCY '"
                           WS-RUN-FREQUENCY "' ON THE CALENDAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           COMPUTE WS-FREQ-FACTOR ROUNDED =
                   WS-BASE-PERIODS / WS-PERIODS-PER-YEAR.
           DISPLAY "PAY FREQUENCY: " WS-RUN-FREQUENCY
                   "  PERIODS PER YEAR: " WS-PERIODS-PER-YEAR.

      * Copy both masters to the generation number the control file
      * says is next, then cycle it - the restore utility
                           MOVE CKPT-CHECK-TOTAL
                               TO WS-CHECK-RUN-TOTAL
                       END-IF
                       IF CKPT-RET-LINE-COUNT NUMERIC
                           MOVE CKPT-RET-LINE-COUNT
                               TO WS-RET-LINE-COUNT
                           MOVE CKPT-RET-DEFERRAL-TOTAL
                               TO WS-RET-DEFERRAL-RUN-TOTAL
                           MOVE CKPT-RET-MATCH-TOTAL
                               TO WS-RET-MATCH-RUN-TOTAL
                       END-IF
                       IF CKPT-RUN-STAMP NUMERIC
                           MOVE CKPT-RUN-STAMP TO WS-RUN-LOG-STAMP
                       END-IF
                   END-IF
               WHEN "DEP"
                   IF WS-RESTART-COUNT > ZERO
                           TO WS-GL-DEPT-CODE (WS-GL-DEPT-IDX)
                       MOVE CKPT-DEPT-GROSS
                           TO WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                       IF CKPT-DEPT-OT-PREMIUM NUMERIC
                           MOVE CKPT-DEPT-OT-PREMIUM
                               TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
                       END-IF
                   END-IF
               WHEN "AGY"
                   IF WS-RESTART-COUNT > ZERO
           MOVE ZERO TO WS-GARN-RUN-TOTAL.
           MOVE ZERO TO WS-BEN-RUN-TOTAL.
           MOVE ZERO TO WS-BEN-MATCH-RUN-TOTAL.
           MOVE ZERO TO WS-RET-LINE-COUNT.
           MOVE ZERO TO WS-RET-DEFERRAL-RUN-TOTAL.
           MOVE ZERO TO WS-RET-MATCH-RUN-TOTAL.
           MOVE ZERO TO WS-DEFAULT-STATE-WH.
           MOVE ZERO TO WS-ER-SS-RUN-TOTAL.
           MOVE ZERO TO WS-ER-MEDI-RUN-TOTAL.
           MOVE WS-NEXT-CHECK-NUMBER TO CKPT-NEXT-CHECK-NUM.
           MOVE WS-CHECK-COUNT TO CKPT-CHECK-COUNT.
           MOVE WS-CHECK-RUN-TOTAL TO CKPT-CHECK-TOTAL.
           MOVE WS-RET-LINE-COUNT TO CKPT-RET-LINE-COUNT.
           MOVE WS-RET-DEFERRAL-RUN-TOTAL TO CKPT-RET-DEFERRAL-TOTAL.
           MOVE WS-RET-MATCH-RUN-TOTAL TO CKPT-RET-MATCH-TOTAL.
           MOVE WS-RUN-LOG-STAMP TO CKPT-RUN-STAMP.
           WRITE CHECKPOINT-RECORD.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
                   TO CKPT-DEPT-CODE
               MOVE WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                   TO CKPT-DEPT-GROSS
               MOVE WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
                   TO CKPT-DEPT-OT-PREMIUM
               WRITE CHECKPOINT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-AGENCY-IDX FROM 1 BY 1
               WRITE PAY-STUB-LINE
               ADD 1 TO WS-STUB-LINES-ON-PAGE
           END-IF.
      * A prorated salary shows the days paid against the period's
      * working days and the full-period salary it was cut from
           IF NOT I-REVERSAL-RECORD AND WS-SALARY-PRORATED
               MOVE WS-EMP-WORK-DAYS TO WS-STUB-PR-DAYS-OUT
               MOVE WS-PERIOD-WORK-DAYS TO WS-STUB-PR-PERIOD-OUT
               MOVE WS-FULL-SALARY TO WS-STUB-PR-FULL-OUT
               MOVE WS-STUB-PRORATE-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
               ADD 1 TO WS-STUB-LINES-ON-PAGE
           END-IF.
      * Arrears activity on the stub so the employee sees the
      * catch-up deduction and what is still owed
           IF NOT I-REVERSAL-RECORD
           END-IF.

      * Reject pay for employees unknown to the master or already
      * terminated on it, and flag name/department contradictions
      * and employees paid on another cycle, each with its own
      * reason code. Reversals are exempt from the terminated
      * check - backing out a mispayment to someone who has since
      * left must still be possible. An employee terminated inside
      * this period is still paid (prorated through the termination
      * date), and one whose hire date falls after the period is
      * refused.
       CHECK-AGAINST-MASTER.
           MOVE I-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EM-TERMINATED AND NOT I-REVERSAL-RECORD
                               AND (WS-PERIOD-WORK-DAYS = ZERO
                               OR EM-STATUS-DATE < WS-CAL-START-HOLD)
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "EMPLOYEE TERMINATED"
                               TO WS-REJECT-REASON
                       WHEN WS-PERIOD-WORK-DAYS > ZERO
                               AND NOT I-REVERSAL-RECORD
                               AND I-HIRE-DATE IS NUMERIC
                               AND I-HIRE-DATE > WS-CAL-END-HOLD
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "HIRED AFTER PERIOD END"
                               TO WS-REJECT-REASON
                       WHEN I-EMP-NAME NOT = EM-EMP-NAME
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "NAME MISMATCH VS MASTER"
                           MOVE "DEPT MISMATCH VS MASTER"
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   IF WS-RECORD-VALID
                       PERFORM CHECK-PAY-FREQUENCY
                   END-IF
           END-READ.

      * An employee on another pay cycle belongs to that cycle's
      * run, not this one - paying them here would pay them twice
       CHECK-PAY-FREQUENCY.
           MOVE EM-PAY-FREQUENCY TO WS-EMP-FREQUENCY.
           IF WS-EMP-FREQUENCY = SPACE
               MOVE 'B' TO WS-EMP-FREQUENCY
           END-IF.
           IF WS-EMP-FREQUENCY NOT = WS-RUN-FREQUENCY
               SET WS-RECORD-INVALID TO TRUE
               MOVE "WRONG PAY FREQUENCY" TO WS-REJECT-REASON
           END-IF.

      * Search the IDs already seen in this run for a repeat
       CHECK-DUPLICATE-ID.
           MOVE 'N' TO WS-DUP-SW.

      * Stamp this company/period complete - reached only after the
      * clean end-of-job checkpoint has been written
      * The run's deposit liability joins the history. The period's
      * calendar pay date dates it; with no calendar, today does.
      * An OVERRIDE rerun appends again - the deposit schedule keeps
      * the last line for a company/period.
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
           IF WS-CAL-PAY-HOLD > ZERO
               MOVE WS-CAL-PAY-HOLD TO TL-PAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO TL-PAY-DATE
           END-IF.
           MOVE WS-FED-RUN-TOTAL TO TL-FED-WH.
           MOVE WS-ER-SS-RUN-TOTAL TO TL-ER-SS-TAX.
           MOVE WS-ER-MEDI-RUN-TOTAL TO TL-ER-MEDI-TAX.
           IF WS-RESUBMIT-RUN
               MOVE 'S' TO TL-RUN-TYPE
           ELSE
               MOVE SPACE TO TL-RUN-TYPE
           END-IF.
           WRITE TAX-LIABILITY-RECORD.
           CLOSE TAX-LIABILITY-FILE.

      * Each department's distributed gross and overtime premium
      * joins the workers' comp payroll history, dated like the
      * deposit liability
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
               MOVE TL-PAY-DATE TO WP-PAY-DATE
               MOVE WS-WCP-STAMP TO WP-RUN-STAMP
               MOVE TL-RUN-TYPE TO WP-RUN-TYPE
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
           DISPLAY "RUN-CONTROL STAMPED COMPLETE FOR "
                   WS-COMPANY-CODE " " WS-PAY-PERIOD-ID.

      * One run-log line per completed live run; the bank file and
      * the held checks stay held until payrel.cbl records a second
      * operator's approval of this run
       APPEND-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE WS-COMPANY-CODE TO RN-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RN-PAY-PERIOD-ID.
           MOVE WS-RUN-OPERATOR TO RN-OPERATOR-ID.
           MOVE WS-RUN-LOG-STAMP TO RN-RUN-STAMP.
           MOVE "PAYROLL   " TO RN-PROGRAM.
           MOVE WS-RUN-OPTION TO RN-RUN-OPTION.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
           IF WS-RUN-OPERATOR = SPACES
               DISPLAY "NO RUN OPERATOR GIVEN - RELEASE WILL NEED AN "
                       "OVERRIDE"
           END-IF.
           DISPLAY "ACH AND CHECKS HELD FOR PAYROLL RELEASE "
                   "(payrel)".

      * Each live run adds its own segment to the held-check file,
      * headed by company, period, and run stamp, so a period still
      * waiting on its release is never overwritten by the next run
      * and payrel.cbl releases only the run it approved. A restart
      * heads its part of the segment with the same stamp.
       OPEN-CHECK-HOLD-FILE.
           OPEN EXTEND CHECK-PRINT-FILE.
           IF WS-CHKHOLD-STATUS NOT = "00"
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.
           MOVE WS-COMPANY-CODE TO WS-CHH-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-CHH-PERIOD-OUT.
           MOVE WS-RUN-LOG-STAMP TO WS-CHH-STAMP-OUT.
           MOVE WS-CHECK-HOLD-HEADER TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.

      * Load the benefits enrollment file into the working table at
      * start-up; a missing file simply means no enrollments
       LOAD-BENEFIT-PLANS.
           MOVE ZERO TO WS-BEN-PRETAX-THIS-EMP.
           MOVE ZERO TO WS-BEN-POSTTAX-THIS-EMP.
           MOVE ZERO TO WS-BEN-MATCH-THIS-EMP.
           MOVE ZERO TO WS-RET-DEFERRAL-THIS-EMP.
           MOVE ZERO TO WS-RET-MATCH-THIS-EMP.
           MOVE 'N' TO WS-RET-PARTICIPANT-SW.
           MOVE ZERO TO WS-ARR-NEW-THIS-EMP.
           MOVE ZERO TO WS-ARR-RECOVERED-THIS-EMP.
           MOVE ZERO TO WS-ARR-CLOSING-BALANCE.
               ADD WS-BEN-POSTTAX-THIS-EMP TO WS-BEN-RUN-TOTAL
               ADD WS-BEN-MATCH-THIS-EMP TO WS-BEN-MATCH-RUN-TOTAL
           END-IF.
           IF WS-RET-PARTICIPANT
               PERFORM WRITE-RETIREMENT-DETAIL
           END-IF.

      * Flat amounts and match caps on the plan file are per
      * biweekly period and scale to the run's frequency; percent
      * deductions follow gross on their own
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
           IF WS-BEN-PLAN-CODE (WS-BEN-IDX) (1:3) = WS-RET-PLAN-PREFIX
               SET WS-RET-PARTICIPANT TO TRUE
           END-IF.
      * Never deduct past what's left of gross this period - the
      * piece that would not fit goes to arrears instead of being
      * silently lost
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
                   ADD WS-BEN-DEDUCTION TO WS-RET-DEFERRAL-THIS-EMP
                   ADD WS-BEN-MATCH-AMOUNT TO WS-RET-MATCH-THIS-EMP
               END-IF
           END-IF.

      * One contribution line per 401(k) participant, rolled into
      * the retirement run totals the same way the benefit totals
      * roll - a reversal backs its figures out and goes to the
      * recordkeeper negative. A trial sends nothing.
       WRITE-RETIREMENT-DETAIL.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RETIREMENT-WORK-RECORD.
           MOVE 'D' TO RW-RECORD-TYPE.
           MOVE WS-COMPANY-CODE TO RW-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RW-PAY-PERIOD-ID.
           MOVE I-EMP-ID TO RW-EMP-ID.
           MOVE I-EMP-NAME TO RW-EMP-NAME.
           IF I-REVERSAL-RECORD
               MOVE 'V' TO RW-ENTRY-TYPE
               COMPUTE RW-PLAN-COMP = ZERO - WS-GROSS-PAY
               COMPUTE RW-DEFERRAL = ZERO - WS-RET-DEFERRAL-THIS-EMP
               COMPUTE RW-MATCH = ZERO - WS-RET-MATCH-THIS-EMP
               SUBTRACT WS-RET-DEFERRAL-THIS-EMP
                   FROM WS-RET-DEFERRAL-RUN-TOTAL
               SUBTRACT WS-RET-MATCH-THIS-EMP
                   FROM WS-RET-MATCH-RUN-TOTAL
           ELSE
               MOVE 'C' TO RW-ENTRY-TYPE
               MOVE WS-GROSS-PAY TO RW-PLAN-COMP
               MOVE WS-RET-DEFERRAL-THIS-EMP TO RW-DEFERRAL
               MOVE WS-RET-MATCH-THIS-EMP TO RW-MATCH
               ADD WS-RET-DEFERRAL-THIS-EMP
                   TO WS-RET-DEFERRAL-RUN-TOTAL
               ADD WS-RET-MATCH-THIS-EMP TO WS-RET-MATCH-RUN-TOTAL
           END-IF.
           WRITE RETIREMENT-WORK-RECORD.
           ADD 1 TO WS-RET-LINE-COUNT.

      * Load the garnishment order master into the working table at
      * start-up; a missing file simply means no orders this period
           DISPLAY "DEPOSITS HELD FOR MANUAL CHECK: "
                   WS-HELD-DEPOSIT-COUNT.

      * A restart picks up after the checkpoint, so any detail lines
      * written past it are about to be written again - keep only
      * the lines the checkpoint counted (copied out to the hold
      * file and back) and carry on appending from there
       CUT-BACK-RETIREMENT-WORK.
           MOVE ZERO TO WS-RET-COPY-COUNT.
           MOVE 'N' TO WS-RET-EOF-SW.
           OPEN INPUT RETIREMENT-WORK-FILE.
           IF WS-RET-WORK-STATUS NOT = "00"
               OPEN OUTPUT RETIREMENT-WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RETIREMENT-HOLD-FILE.
           PERFORM UNTIL WS-RET-END-OF-FILE
                   OR WS-RET-COPY-COUNT = WS-RET-LINE-COUNT
               READ RETIREMENT-WORK-FILE
                   AT END MOVE 'Y' TO WS-RET-EOF-SW
                   NOT AT END
                       MOVE RETIREMENT-WORK-RECORD
                           TO RETIREMENT-HOLD-RECORD
                       WRITE RETIREMENT-HOLD-RECORD
                       ADD 1 TO WS-RET-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE RETIREMENT-WORK-FILE.
           CLOSE RETIREMENT-HOLD-FILE.
           MOVE 'N' TO WS-RET-EOF-SW.
           OPEN INPUT RETIREMENT-HOLD-FILE.
           OPEN OUTPUT RETIREMENT-WORK-FILE.
           PERFORM UNTIL WS-RET-END-OF-FILE
               READ RETIREMENT-HOLD-FILE
                   AT END MOVE 'Y' TO WS-RET-EOF-SW
                   NOT AT END
                       MOVE RETIREMENT-HOLD-RECORD
                           TO RETIREMENT-WORK-RECORD
                       WRITE RETIREMENT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETIREMENT-HOLD-FILE.
           DISPLAY "401(K) CONTRIBUTION LINES KEPT FROM CHECKPOINT: "
                   WS-RET-COPY-COUNT.

      * Prove the contribution work file to the run before anything
      * goes to the recordkeeper: its line count, deferrals, and
      * match must equal the retirement run totals (restored from
      * the checkpoint on a restart along with the benefit and
      * match run totals they are part of), and neither can be more
      * than the benefit or match run total it is part of. An
      * out-of-balance file is never written.
       WRITE-RETIREMENT-REMITTANCE.
           MOVE ZERO TO WS-RET-PROOF-COUNT.
           MOVE ZERO TO WS-RET-PROOF-COMP.
           MOVE ZERO TO WS-RET-PROOF-DEFERRAL.
           MOVE ZERO TO WS-RET-PROOF-MATCH.
           MOVE 'N' TO WS-RET-EOF-SW.
           OPEN INPUT RETIREMENT-WORK-FILE.
           IF WS-RET-WORK-STATUS = "00"
               PERFORM UNTIL WS-RET-END-OF-FILE
                   READ RETIREMENT-WORK-FILE
                       AT END MOVE 'Y' TO WS-RET-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RET-PROOF-COUNT
                           ADD RW-PLAN-COMP TO WS-RET-PROOF-COMP
                           ADD RW-DEFERRAL TO WS-RET-PROOF-DEFERRAL
                           ADD RW-MATCH TO WS-RET-PROOF-MATCH
                   END-READ
               END-PERFORM
               CLOSE RETIREMENT-WORK-FILE
           END-IF.

           MOVE 'Y' TO WS-RET-BALANCED-SW.
           IF WS-RET-PROOF-COUNT NOT = WS-RET-LINE-COUNT
                   OR WS-RET-PROOF-DEFERRAL
                       NOT = WS-RET-DEFERRAL-RUN-TOTAL
                   OR WS-RET-PROOF-MATCH NOT = WS-RET-MATCH-RUN-TOTAL
                   OR WS-RET-DEFERRAL-RUN-TOTAL > WS-BEN-RUN-TOTAL
                   OR WS-RET-MATCH-RUN-TOTAL > WS-BEN-MATCH-RUN-TOTAL
               MOVE 'N' TO WS-RET-BALANCED-SW
           END-IF.
           IF NOT WS-RET-BALANCED
               DISPLAY "401(K) FILE OUT OF BALANCE - NOT RELEASED"
               DISPLAY "  LINES:    " WS-RET-PROOF-COUNT
                       "  RUN: " WS-RET-LINE-COUNT
               DISPLAY "  DEFERRAL: " WS-RET-PROOF-DEFERRAL
                       "  RUN: " WS-RET-DEFERRAL-RUN-TOTAL
                       "  ALL BENEFITS: " WS-BEN-RUN-TOTAL
               DISPLAY "  MATCH:    " WS-RET-PROOF-MATCH
                       "  RUN: " WS-RET-MATCH-RUN-TOTAL
                       "  ALL MATCH: " WS-BEN-MATCH-RUN-TOTAL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RET-PROOF-COUNT = ZERO
               DISPLAY "NO 401(K) PARTICIPANTS THIS RUN - NO "
                       "RECORDKEEPER FILE"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RETIREMENT-REMIT-FILE.
           IF WS-RET-REMIT-STATUS NOT = "00"
               DISPLAY "401(K) FILE OPEN FAILED. STATUS: "
                       WS-RET-REMIT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RETIREMENT-REMIT-HEADER.
           MOVE 'H' TO RH-RECORD-TYPE.
           MOVE WS-COMPANY-CODE TO RH-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RH-PAY-PERIOD-ID.
           IF WS-CAL-PAY-HOLD > ZERO
               MOVE WS-CAL-PAY-HOLD TO RH-PAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO RH-PAY-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-CREATE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-CREATE-TIME.
           IF WS-RESUBMIT-RUN
               MOVE 'S' TO RH-FILE-TYPE
           ELSE
               MOVE 'R' TO RH-FILE-TYPE
           END-IF.
           WRITE RETIREMENT-REMIT-HEADER.

           MOVE 'N' TO WS-RET-EOF-SW.
           OPEN INPUT RETIREMENT-WORK-FILE.
           PERFORM UNTIL WS-RET-END-OF-FILE
               READ RETIREMENT-WORK-FILE
                   AT END MOVE 'Y' TO WS-RET-EOF-SW
                   NOT AT END
                       MOVE RETIREMENT-WORK-RECORD
                           TO RETIREMENT-REMIT-LINE
                       WRITE RETIREMENT-REMIT-LINE
               END-READ
           END-PERFORM.
           CLOSE RETIREMENT-WORK-FILE.

           MOVE SPACES TO RETIREMENT-REMIT-TRAILER.
           MOVE 'T' TO RT-RECORD-TYPE.
           MOVE WS-COMPANY-CODE TO RT-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RT-PAY-PERIOD-ID.
           MOVE WS-RET-PROOF-COUNT TO RT-DETAIL-COUNT.
           MOVE WS-RET-PROOF-COMP TO RT-PLAN-COMP-TOTAL.
           MOVE WS-RET-PROOF-DEFERRAL TO RT-DEFERRAL-TOTAL.
           MOVE WS-RET-PROOF-MATCH TO RT-MATCH-TOTAL.
           WRITE RETIREMENT-REMIT-TRAILER.
           CLOSE RETIREMENT-REMIT-FILE.
           DISPLAY "401(K) FILE RELEASED - PARTICIPANTS: "
                   WS-RET-PROOF-COUNT.
           DISPLAY "  DEFERRALS: " WS-RET-PROOF-DEFERRAL
                   "  MATCH: " WS-RET-PROOF-MATCH.

      * Load the per-state rate/exemption table; a missing file
      * leaves the table empty and every record on the default rate
       LOAD-STATE-TAX-TABLE.
      * filing status picks the rate, each dependent takes a
      * per-period credit off the computed tax (never below zero),
      * and the elected extra amount goes on top. No election on
      * file means the old single-rate formula, unchanged. The tax
      * is worked on the annualized wage for the run's frequency
      * and brought back to one period, so a weekly and a biweekly
      * employee on the same salary withhold the same for the year.
       COMPUTE-FEDERAL-WITHHOLDING.
           COMPUTE WS-ANNUAL-WAGES =
                   WS-TAXABLE-PAY * WS-PERIODS-PER-YEAR.
           MOVE ZERO TO WS-W4-FOUND-SUB.
           PERFORM VARYING WS-W4-SUB FROM 1 BY 1
                   UNTIL WS-W4-SUB > WS-W4-COUNT
           END-PERFORM.
           IF WS-W4-FOUND-SUB = ZERO
               COMPUTE WS-FED-TAX ROUNDED =
                       WS-ANNUAL-WAGES * WS-FEDERAL-TAX-RATE
                       / WS-PERIODS-PER-YEAR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-W4-FILING (WS-W4-FOUND-SUB)
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
      * then the state's rate (or the flat supplemental rate for
      * bonus records) applies. A state not on the table - or no
      * work state at all - falls back to the old default rate so
      * nobody's withholding silently drops to zero. The exemption
      * on the state table is per biweekly period; the wage base
      * is annualized for the run's frequency and the tax brought
      * back to one period.
       COMPUTE-STATE-WITHHOLDING.
           PERFORM RESOLVE-WORK-STATE.
           COMPUTE WS-ANNUAL-WAGES =
                   WS-TAXABLE-PAY * WS-PERIODS-PER-YEAR.
           MOVE 'N' TO WS-STX-FOUND-SW.
           PERFORM VARYING WS-STX-IDX FROM 1 BY 1
                   UNTIL WS-STX-IDX > WS-STX-COUNT
                       AND WS-WORK-STATE NOT = SPACES
                   SET WS-STX-FOUND TO TRUE
                   COMPUTE WS-STATE-WAGE-BASE =
                           WS-ANNUAL-WAGES
                           - WS-STX-EXEMPT-AMT (WS-STX-IDX)
                             * WS-BASE-PERIODS
                   IF WS-STATE-WAGE-BASE < ZERO
                       MOVE ZERO TO WS-STATE-WAGE-BASE
                   END-IF
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
                   IF I-REVERSAL-RECORD
                       SUBTRACT WS-STATE-TAX
           MOVE WS-ER-REGISTER-DETAIL TO EMPLOYER-TAX-REGISTER-LINE.
           WRITE EMPLOYER-TAX-REGISTER-LINE.

      * This record's labor cost line for the intercompany
      * chargeback. The employer taxes already come out negative on
      * a reversal; gross and match are turned round here. A trial
      * bills nothing.
       WRITE-LABOR-COST.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF.
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
           IF I-REVERSAL-RECORD
               COMPUTE LC-GROSS = ZERO - WS-GROSS-PAY
               COMPUTE LC-BEN-MATCH = ZERO - WS-BEN-MATCH-THIS-EMP
               COMPUTE LC-RET-MATCH = ZERO - WS-RET-MATCH-THIS-EMP
           ELSE
               MOVE WS-GROSS-PAY TO LC-GROSS
               MOVE WS-BEN-MATCH-THIS-EMP TO LC-BEN-MATCH
               MOVE WS-RET-MATCH-THIS-EMP TO LC-RET-MATCH
           END-IF.
           WRITE LABOR-COST-RECORD.

      * Clamp both YTD figures at the wage base in force; the
      * difference is the taxable slice of this record's movement
       COMPUTE-CAPPED-TAXABLE.
      * target is the input record's department except when the
      * labor distribution routes a share elsewhere
       ADD-TO-GL-DEPT-GROSS.
      * the overtime premium follows the gross share for share
           IF WS-OT-PREMIUM = ZERO OR WS-GROSS-PAY = ZERO
               MOVE ZERO TO WS-GL-OT-AMT
           ELSE
               COMPUTE WS-GL-OT-AMT ROUNDED =
                       WS-GL-GROSS-AMT * WS-OT-PREMIUM / WS-GROSS-PAY
           END-IF.
           MOVE 'N' TO WS-GL-DEPT-FOUND-SW.
           PERFORM VARYING WS-GL-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
                   SET WS-GL-DEPT-FOUND TO TRUE
                   ADD WS-GL-GROSS-AMT
                       TO WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
                   ADD WS-GL-OT-AMT
                       TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-GL-DEPT-FOUND AND WS-GL-DEPT-COUNT < 100
                   TO WS-GL-DEPT-CODE (WS-GL-DEPT-IDX)
               MOVE WS-GL-GROSS-AMT
                   TO WS-GL-DEPT-GROSS (WS-GL-DEPT-IDX)
               MOVE WS-GL-OT-AMT
                   TO WS-GL-DEPT-OT-PREMIUM (WS-GL-DEPT-IDX)
           END-IF.

      * Load the percent-split file; most employees have no entry
      * Hourly employees carry regular/overtime hours and a rate;
      * salaried employees carry a flat I-EMP-SALARY and no rate
       COMPUTE-GROSS-PAY.
           MOVE 'N' TO WS-PRORATED-SW.
           MOVE ZERO TO WS-OT-PREMIUM.
           IF I-BONUS-RECORD
      * A bonus/commission record carries the one-time amount in
      * I-EMP-SALARY - no hours, no overtime premium to apply
                   COMPUTE WS-OT-PAY ROUNDED =
                           I-OT-HOURS * WS-OT-RATE
                   COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY
                   COMPUTE WS-OT-PREMIUM ROUNDED =
                           I-OT-HOURS * I-HOURLY-RATE * 0.5
               ELSE
                   MOVE I-EMP-SALARY TO WS-GROSS-PAY
                   PERFORM PRORATE-SALARY
               END-IF
           END-IF.
           PERFORM CONVERT-TO-REPORTING-CURRENCY.
           END-EVALUATE
           COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-GROSS-PAY * WS-CURRENCY-RATE.
           COMPUTE WS-OT-PREMIUM ROUNDED =
                   WS-OT-PREMIUM * WS-CURRENCY-RATE.

      * A salaried employee hired or terminated inside the period
      * is paid for the working days actually on the payroll, not
      * the full I-EMP-SALARY; each one goes on the proration
      * register for payroll to check before the ACH goes out
       PRORATE-SALARY.
           IF WS-PERIOD-WORK-DAYS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAL-START-HOLD TO WS-PRORATE-FROM.
           MOVE WS-CAL-END-HOLD TO WS-PRORATE-THRU.
           IF I-HIRE-DATE IS NUMERIC
                   AND I-HIRE-DATE > WS-PRORATE-FROM
               MOVE I-HIRE-DATE TO WS-PRORATE-FROM
           END-IF.
           IF EM-TERMINATED AND EM-STATUS-DATE < WS-PRORATE-THRU
               MOVE EM-STATUS-DATE TO WS-PRORATE-THRU
           END-IF.
           IF WS-PRORATE-FROM = WS-CAL-START-HOLD
                   AND WS-PRORATE-THRU = WS-CAL-END-HOLD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRORATE-FROM TO WS-DAY-COUNT-FROM.
           MOVE WS-PRORATE-THRU TO WS-DAY-COUNT-THRU.
           PERFORM COUNT-WORKING-DAYS.
           MOVE WS-DAY-COUNT-RESULT TO WS-EMP-WORK-DAYS.
           MOVE WS-GROSS-PAY TO WS-FULL-SALARY.
           COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-FULL-SALARY * WS-EMP-WORK-DAYS
                   / WS-PERIOD-WORK-DAYS.
           SET WS-SALARY-PRORATED TO TRUE.
           ADD 1 TO WS-PRORATE-COUNT.
           COMPUTE WS-PRORATE-REDUCTION =
                   WS-PRORATE-REDUCTION + WS-FULL-SALARY
                   - WS-GROSS-PAY.

           MOVE I-EMP-ID TO WS-PRD-EMP-ID-OUT.
           MOVE I-EMP-NAME TO WS-PRD-NAME-OUT.
           IF I-HIRE-DATE IS NUMERIC
               MOVE I-HIRE-DATE TO WS-PRD-HIRE-OUT
           ELSE
               MOVE ZERO TO WS-PRD-HIRE-OUT
           END-IF.
           IF EM-TERMINATED
               MOVE EM-STATUS-DATE TO WS-PRD-TERM-OUT
           ELSE
               MOVE ZERO TO WS-PRD-TERM-OUT
           END-IF.
           MOVE WS-EMP-WORK-DAYS TO WS-PRD-DAYS-OUT.
           MOVE WS-PERIOD-WORK-DAYS TO WS-PRD-PERIOD-OUT.
           MOVE WS-FULL-SALARY TO WS-PRD-FULL-OUT.
           MOVE WS-GROSS-PAY TO WS-PRD-PAID-OUT.
           MOVE WS-PRORATE-REG-DETAIL TO PRORATION-REGISTER-LINE.
           WRITE PRORATION-REGISTER-LINE.

      * Load the holiday calendar; without one only weekends are
      * taken out of the working-day counts
       LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           MOVE 'N' TO WS-HOL-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR (holidays.txt) - "
                       "PRORATION COUNTS WEEKDAYS ONLY"
           ELSE
               PERFORM UNTIL WS-HOL-END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END MOVE 'Y' TO WS-HOL-EOF-SW
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < 100
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HOL-DATE
                                   TO WS-HOLIDAY (WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       COUNT-PERIOD-WORK-DAYS.
           MOVE ZERO TO WS-PERIOD-WORK-DAYS.
           IF WS-CAL-START-HOLD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAL-START-HOLD TO WS-DAY-COUNT-FROM.
           MOVE WS-CAL-END-HOLD TO WS-DAY-COUNT-THRU.
           PERFORM COUNT-WORKING-DAYS.
           MOVE WS-DAY-COUNT-RESULT TO WS-PERIOD-WORK-DAYS.

      * Weekdays from WS-DAY-COUNT-FROM through WS-DAY-COUNT-THRU
      * that are not on the holiday calendar. integer-of-date day 1
      * was a Monday, so mod 7 of the integer gives 1=Mon ... 6=Sat
      * 0=Sun.
       COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-DAY-COUNT-RESULT.
           IF WS-DAY-COUNT-FROM > WS-DAY-COUNT-THRU
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-COUNT-FROM).
           COMPUTE WS-DAY-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-COUNT-THRU).
           PERFORM UNTIL WS-DAY-INTEGER > WS-DAY-THRU-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DAY-INTEGER, 7)
               SET WS-WORKING-DAY TO TRUE
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-WORKING-DAY-SW
               ELSE
                   COMPUTE WS-DAY-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                       IF WS-HOLIDAY (WS-HOL-IDX) = WS-DAY-DATE
                           MOVE 'N' TO WS-WORKING-DAY-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-WORKING-DAY
                   ADD 1 TO WS-DAY-COUNT-RESULT
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       WRITE-PRORATION-HEADER.
           MOVE WS-COMPANY-CODE TO WS-PRH-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-PRH-PERIOD-OUT.
           MOVE WS-CAL-START-HOLD TO WS-PRH-START-OUT.
           MOVE WS-CAL-END-HOLD TO WS-PRH-END-OUT.
           MOVE WS-PERIOD-WORK-DAYS TO WS-PRH-DAYS-OUT.
           MOVE WS-PRORATE-REG-HEADER TO PRORATION-REGISTER-LINE.
           WRITE PRORATION-REGISTER-LINE.

      * Count and dollar effect for this invocation, then the
      * sign-off payroll puts on it before releasing the ACH file
       WRITE-PRORATION-TRAILER.
           MOVE WS-PRORATE-COUNT TO WS-PRT-COUNT-OUT.
           MOVE WS-PRORATE-REDUCTION TO WS-PRT-REDUCTION-OUT.
           MOVE WS-PRORATE-REG-TRAILER TO PRORATION-REGISTER-LINE.
           WRITE PRORATION-REGISTER-LINE.
           MOVE "PAYROLL SIGN-OFF: ______________  DATE: ________"
               TO PRORATION-REGISTER-LINE.
           WRITE PRORATION-REGISTER-LINE.

      * Whole years between I-HIRE-DATE and today, so HR gets tenure
      * out of the same run instead of a separate spreadsheet
           ELSE
               MOVE WS-SICK-ACCRUE-10-PLUS TO WS-SICK-ACCRUAL
           END-IF.
      * the accrual rates are per biweekly period - a weekly
      * employee earns half as much leave each (twice as frequent)
      * period
           COMPUTE WS-VAC-ACCRUAL ROUNDED =
                   WS-VAC-ACCRUAL * WS-FREQ-FACTOR.
           COMPUTE WS-SICK-ACCRUAL ROUNDED =
                   WS-SICK-ACCRUAL * WS-FREQ-FACTOR.

           MOVE I-EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
      * Control trailer on the ACH file: all-nines routing, type
      * 'T', and the net total of the items above it - the bank
      * posting run refuses the whole file if the items don't sum
      * to this. The trailer carries the run's stamp, the same one
      * the run log gets, so the release of that run-log line names
      * exactly this trailer's items.
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

      * Back out a mispaid employee through the same controlled
           ADD 1 TO RECORD-COUNT.

           MOVE I-EMP-SALARY TO WS-GROSS-PAY.
      * the original's overtime split is not on the reversal - its
      * whole gross backs out of comp payroll at straight time
           MOVE ZERO TO WS-OT-PREMIUM.
           PERFORM CONVERT-TO-REPORTING-CURRENCY.
           PERFORM APPLY-BENEFIT-DEDUCTIONS.
      * the same election-driven computation the pay record used,
               COMPUTE WS-ER-YTD-AFTER = YTD-GROSS - WS-GROSS-PAY
           END-IF.
           PERFORM ACCRUE-EMPLOYER-TAXES.
           PERFORM WRITE-LABOR-COST.

           SUBTRACT WS-GROSS-PAY FROM YTD-GROSS.
           SUBTRACT WS-FED-TAX FROM YTD-FED-TAX.
           COMPUTE WS-ER-YTD-AFTER =
                   WS-ER-YTD-BEFORE + WS-GROSS-PAY.
           PERFORM ACCRUE-EMPLOYER-TAXES.
           PERFORM WRITE-LABOR-COST.

      * Carry the same figures on the quarter-to-date companion
      * master for the quarterly employer tax worksheet
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO EM-STATUS-DATE
                   MOVE I-WORK-STATE TO EM-WORK-STATE
                   MOVE WS-RUN-FREQUENCY TO EM-PAY-FREQUENCY
                   IF NOT WS-TRIAL-RUN
                       WRITE EMPLOYEE-MASTER-RECORD
                   END-IF
