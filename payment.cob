      *>            and a leave card over the available balance is
      *>            refused to the exception file. LEAVE run mode
      *>            prints everyone's balances to LEAVERPT.DAT.
      *> 2026-10-14 Income tax is now withheld by the percentage
      *>            method from bracket tables by tax year
      *>            (TAXTABLE.DAT) and the employee's W-4 elections
      *>            on the master (filing status, dependent credit,
      *>            extra per period, exempt), maintained through
      *>            MAINT with before/after audit lines. FICA is now
      *>            Social Security, stopped at the wage base against
      *>            YTD gross, plus Medicare with the additional tax
      *>            past its threshold; the stub shows both halves.
      *>            A week split over several cards withholds on the
      *>            combined week. The flat rates remain as the
      *>            fallback when a year's brackets are not on file.
      *> 2026-10-14 Pay class on the master: hourly, salaried exempt
      *>            or salaried non-exempt, with annual salary, hire
      *>            and termination dates kept through MAINT. BATCH
      *>            now pays every salaried employee the period's
      *>            share of the salary off the master after the last
      *>            card, prorated by workdays when hired or
      *>            terminated inside the period. A salaried card
      *>            only reports leave, unpaid absence (new type U)
      *>            or non-exempt overtime. Salaried payments are
      *>            checkpointed after the cards and counted on the
      *>            balancing report.
      *> 2026-10-14 Employer payroll taxes on every payment and
      *>            correction: Social Security and Medicare match,
      *>            FUTA and SUTA, each against its own wage base and
      *>            rate (TAXTABLE.DAT P rows FUWB/FURT/SUWB/SURT),
      *>            carried QTD and YTD on the master. GL extract adds
      *>            employer expense and liability lines per
      *>            department. QTR prints the employer totals and the
      *>            quarter's FUTA liability and writes the state
      *>            unemployment wage report to SUIWAGE.DAT.
      *> 2026-10-15 Prevailing wage: job rate file (JOBRATE.DAT) of
      *>            base and fringe by job, classification and
      *>            effective dates, and a trade classification on
      *>            the master kept through MAINT. A worked card on a
      *>            covered job pays at least base plus fringe, the
      *>            overtime premium on the base, still tiered over
      *>            the combined week. History carries the job and
      *>            rates; BATCH prints the week's certified payroll
      *>            per job (CERTPAY.DAT) and CERTPAY reprints one.
      *> 2026-10-15 FINAL run settles employees terminated in the
      *>            current period: last cards from FINALTC.DAT, the
      *>            rest of a salary and up to 80 hours of unused
      *>            vacation, all on one check dated the termination
      *>            date. Voluntary deductions are stopped, unpaid
      *>            garnishment balances go to the payee on the
      *>            remittance extract, HR gets SEPARATE.DAT, and the
      *>            master is marked final-paid so no later run pays
      *>            again. BATCH leaves such employees to FINAL.
      *> 2026-10-15 Variance review after every BATCH and RESUBMIT
      *>            (VARIANCE.DAT): each payee's period gross and net
      *>            against their average over the last six paid
      *>            periods in history, department totals against the
      *>            prior period, with new payees, net over the cap
      *>            and bank details changed on MAINTAUD.DAT since the
      *>            last pay run flagged. New RELEASE mode logs the
      *>            reviewer's sign-off; the next BATCH or RESUBMIT
      *>            is refused while a clean run awaits release.
      *> 2026-10-15 Prenote cycle for direct deposit: MAINT marks new
      *>            and changed bank details Due; BATCH and RESUBMIT
      *>            send a zero-dollar PRENOTE line on ACHOUT and pay
      *>            by check until C-PRENOTE-WAIT-PERIODS have passed.
      *>            ACHRET marks a returned prenote's account bad with
      *>            no reissue. PRENOTE mode lists accounts waiting.
      *> 2026-10-15 Positive pay: every check printed or voided goes on
      *>            the run's issue file (POSPAY.DAT) for the bank.
      *>            VOID takes numeric check numbers only. New RECON
      *>            mode matches the bank's paid checks (PAIDCHK.DAT)
      *>            to CHECKREG.DAT: cleared, amount differences, paid
      *>            on voids, never issued, duplicates, outstanding by
      *>            age, stale checks listed on ESCHEAT.DAT.
      *> 2026-10-15 New ACCRUE mode (ACCRUE yyyymm): estimates wages
      *>            earned but unpaid at month end for the periods on
      *>            PAYPERD.DAT that straddle it - paid history, the
      *>            open deck, or the recent average, prorated by
      *>            workdays - with withholding and employer tax by
      *>            department. ACCRUAL.DAT holds the entry and its
      *>            reversal; a month accrues once unless FORCE.
      *> 2026-10-15 Output generations: every pay, ADJUST and RETRO run
      *>            copies its register, deposit file, GL extract,
      *>            labor distribution, balancing proof and remittance
      *>            extract into PAYGEN.DAT, catalogued by period and
      *>            run sequence on PAYGENCT.DAT; generations past
      *>            C-GEN-RETAIN are purged and the purge logged. New
      *>            REPRINT mode writes any retained generation to
      *>            REPRINT.DAT. ACHRET matches a return carrying a
      *>            period against that period's deposit files.
      *> 2026-10-15 A termination stays owed to FINAL after BATCH
      *>            closes its period; BATCH holds a leaver's salary
      *>            for FINAL and reports hourly leavers too. Blank
      *>            W-4 elections on older records are defaulted. A
      *>            job rate file too big for the table refuses the
      *>            run. Console onboarding caps the rate at 99.99,
      *>            asks the pay class and prenotes the bank details.
      *> 2026-10-15 A batch restart holds back the same salaried cards
      *>            the crashed run suspended. FINAL appends to the
      *>            exception file. Job rates are priced by the
      *>            card's own period. A MAINT move to hourly with
      *>            no rate on file is refused.
      *> 2026-10-15 A BATCH rerun from the top writes the period's
      *>            prenotes again to the fresh deposit file. The
      *>            master records the period whose salaried pass
      *>            drew carded leave, so a restart does not retest
      *>            those cards against the reduced balances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTRRPT-STATUS.

           SELECT SUI-REPORT-FILE ASSIGN TO "SUIWAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUIRPT-STATUS.

           SELECT W2-EXTRACT-FILE ASSIGN TO "W2EXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTBL-STATUS.

           SELECT JOB-RATE-FILE ASSIGN TO "JOBRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRATE-STATUS.

           SELECT CERT-PAYROLL-FILE ASSIGN TO "CERTPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTPAY-STATUS.

           SELECT FINAL-CARD-FILE ASSIGN TO "FINALTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINALTC-STATUS.

           SELECT SEPARATION-FILE ASSIGN TO "SEPARATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPARATE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.

           SELECT PRENOTE-REPORT-FILE ASSIGN TO "PRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRNRPT-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIDCHK-STATUS.

           SELECT CLEARED-CHECK-FILE ASSIGN TO "CHKCLEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKCLEAR-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT GENERATION-FILE ASSIGN TO "PAYGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGEN-STATUS.

           SELECT GEN-CATALOG-FILE ASSIGN TO "PAYGENCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT GEN-WORK-FILE ASSIGN TO "PAYGENWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENWORK-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "REPRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           05 EM-RATE-CHG-DATE         PIC X(8).
           05 EM-RETRO-FLAG            PIC X.
               88 EM-RETRO-PENDING     VALUE "Y".
      *> Form W-4 elections, maintained by the MAINT run. Filing
      *> status picks the bracket set on the tax table (blank on
      *> records written before the field existed reads as single);
      *> the dependent credit is the annual Step 3 amount, the
      *> extra withholding the per-period Step 4(c) amount. An
      *> exempt employee has no federal income tax withheld, but
      *> Social Security and Medicare are still taken.
           05 EM-FILING-STATUS         PIC X.
               88 EM-FILING-SINGLE     VALUES "S", " ".
               88 EM-FILING-MARRIED    VALUE "M".
               88 EM-FILING-HEAD       VALUE "H".
               88 EM-FILING-VALID      VALUES "S", "M", "H".
           05 EM-W4-DEP-CREDIT         PIC 9(5)V99 VALUE 0.
           05 EM-W4-EXTRA-WH           PIC 9(5)V99 VALUE 0.
           05 EM-W4-EXEMPT             PIC X.
               88 EM-WH-EXEMPT         VALUE "Y".
      *> Pay class. Hourly employees are paid from their timecards
      *> at EM-PAY-RATE-BASE as always (blank on records written
      *> before the field existed reads as hourly). Salaried
      *> employees are paid EM-ANNUAL-SALARY spread over the
      *> calendar's pay periods by every batch run without a card;
      *> their cards only report leave, unpaid absence and, for the
      *> non-exempt, hours that may earn overtime. Hire and
      *> termination dates (YYYYMMDD) prorate a salaried period the
      *> employee was only on staff for part of.
           05 EM-PAY-CLASS             PIC X.
               88 EM-CLASS-HOURLY      VALUES "H", " ".
               88 EM-CLASS-EXEMPT      VALUE "E".
               88 EM-CLASS-NONEXEMPT   VALUE "N".
               88 EM-CLASS-SALARIED    VALUES "E", "N".
               88 EM-CLASS-VALID       VALUES "H", "E", "N".
           05 EM-ANNUAL-SALARY         PIC 9(7)V99 VALUE 0.
           05 EM-HIRE-DATE             PIC X(8).
           05 EM-TERM-DATE             PIC X(8).
      *> Employer payroll taxes on this employee's wages: the
      *> matching Social Security and Medicare, and federal and
      *> state unemployment with the wages each was charged on (the
      *> part of gross still under that tax's wage base). Quarter
      *> buckets are reset by the QTR run after the state wage
      *> report is written, year buckets by YEAREND.
           05 EM-QTD-ER-SS             PIC S9(9)V99 VALUE 0.
           05 EM-QTD-ER-MEDICARE       PIC S9(9)V99 VALUE 0.
           05 EM-QTD-FUTA-TAX          PIC S9(9)V99 VALUE 0.
           05 EM-QTD-FUTA-WAGES        PIC S9(9)V99 VALUE 0.
           05 EM-QTD-SUTA-TAX          PIC S9(9)V99 VALUE 0.
           05 EM-QTD-SUTA-WAGES        PIC S9(9)V99 VALUE 0.
           05 EM-YTD-ER-SS             PIC S9(9)V99 VALUE 0.
           05 EM-YTD-ER-MEDICARE       PIC S9(9)V99 VALUE 0.
           05 EM-YTD-FUTA-TAX          PIC S9(9)V99 VALUE 0.
           05 EM-YTD-FUTA-WAGES        PIC S9(9)V99 VALUE 0.
           05 EM-YTD-SUTA-TAX          PIC S9(9)V99 VALUE 0.
           05 EM-YTD-SUTA-WAGES        PIC S9(9)V99 VALUE 0.
      *> Trade classification the employee is carded under on a
      *> prevailing-wage job (LABORER, CARPENTER ...), matched to
      *> the job rate file. Blank on records written before the
      *> field existed: such an employee cannot be paid on covered
      *> work until MAINT keys the classification.
           05 EM-WORK-CLASS            PIC X(10).
      *> Set to Owed ("N") by MAINT when the employee is
      *> terminated, and to Held ("D") by a BATCH run that left
      *> the last period's salary to the FINAL run. FINAL sets it
      *> to "Y" once the last hours, salary and vacation payout
      *> have been paid and the deductions wound down: the money
      *> is settled, and no later run pays the employee again.
      *> Blank on older records.
           05 EM-FINAL-PAY-FLAG        PIC X.
               88 EM-FINAL-PAID        VALUE "Y".
               88 EM-FINAL-PAY-OWED    VALUES "N" "D".
               88 EM-FINAL-SALARY-HELD VALUE "D".
           05 EM-FINAL-PAY-DATE        PIC X(8).
      *> Prenotification of the bank details. MAINT marks new or
      *> changed details Due; the next BATCH or RESUBMIT sends the
      *> zero-dollar prenote in its deposit file, marks it Sent in
      *> that period, and works out the period the account goes
      *> live. Until then the employee is paid by printed check.
      *> Blank is a live account (and every record written before
      *> the field existed).
           05 EM-PRENOTE-STATUS        PIC X.
               88 EM-PRENOTE-DUE       VALUE "N".
               88 EM-PRENOTE-SENT      VALUE "P".
               88 EM-IN-PRENOTE        VALUES "N" "P".
           05 EM-PRENOTE-PERIOD        PIC 9(6).
           05 EM-PRENOTE-LIVE-PERIOD   PIC 9(6).
      *> Period whose salaried pass last drew the employee's carded
      *> leave off the balances, so a restart of that run knows the
      *> balances no longer stand as the cards first saw them.
      *> Blank on older records.
           05 EM-LEAVE-APPLIED-PERIOD  PIC 9(6).

       FD  EMPLOYEE-MASTER-OLD-FILE.
      *>    Byte-for-byte the master layout the production program
      *>    timecard position plus enough run state (register totals,
      *>    GL department totals) to pick a restart up without losing
      *>    or re-duplicating any of this run's output.
       01  CHECKPOINT-RECORD           PIC X(132).

       FD  GL-EXTRACT-FILE.
      *>    Widened when the other-deductions column was added so a
       FD  ACH-FILE.
      *>    Wide enough for the ADJUSTMENT tag after the NET column
      *>    (the line is exactly 100 bytes up through the amount).
      *>    A zero-dollar prenote carries the PRENOTE tag there.
       01  ACH-RECORD                  PIC X(112).

       FD  MAINT-TRANSACTION-FILE.
      *> the employee for the RETRO run. Appended like the fields
      *> above so old decks still parse.
           05 MT-RATE-EFF-DATE         PIC X(8).
      *> W-4 elections for an A or C transaction, appended the same
      *> way. Filing status S, M or H; the dependent credit (annual)
      *> and extra withholding (per period) arrive as characters so
      *> blank can mean "no change"; the exempt flag is Y or N.
           05 MT-FILING-STATUS         PIC X.
           05 MT-W4-DEP-CREDIT         PIC X(8).
           05 MT-W4-EXTRA-WH           PIC X(8).
           05 MT-W4-EXEMPT             PIC X.
      *> Pay class (H, E or N) and annual salary for an A or C
      *> transaction, the hire date (YYYYMMDD) for an A or C, and
      *> the termination date for a T - blank there means today.
      *> Appended the same way as the fields above.
           05 MT-PAY-CLASS             PIC X.
           05 MT-ANNUAL-SALARY         PIC X(10).
           05 MT-HIRE-DATE             PIC X(8).
           05 MT-TERM-DATE             PIC X(8).
      *> Trade classification for prevailing-wage work on an A or
      *> C transaction; blank on a C leaves it unchanged.
           05 MT-WORK-CLASS            PIC X(10).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD          PIC X(132).
      *>    A detail line as WRITE-AUDIT-LINE builds it, for the
      *>    runs that read the trail back. Header and trailer lines
      *>    do not carry an action in these columns.
       01  MAINT-AUDIT-DETAIL.
           05 MA-EMPLOYEE-ID           PIC X(6).
           05 FILLER                   PIC X.
           05 MA-ACTION                PIC X(9).
           05 FILLER                   PIC X.
           05 MA-FIELD                 PIC X(8).
           05 FILLER                   PIC X(76).
           05 MA-TIMESTAMP             PIC X(14).
           05 FILLER                   PIC X(17).

       FD  TIMECARD-EDIT-FILE.
       01  TIMECARD-EDIT-RECORD        PIC X(100).
      *> Voluntary deductions and garnishments withheld from this
      *> payment, appended like the fields above it.
           05 PH-OTHER-DEDUCTIONS      PIC S9(7)V99.
      *> The job the card charged and, for covered prevailing-wage
      *> work, the classification, the straight-time rate actually
      *> paid and the posted base and fringe it was held to - what
      *> the certified payroll is printed from. Appended the same
      *> way; PH-PREVAILING is blank on everything else.
           05 PH-JOB-CODE              PIC X(6).
           05 PH-PREVAILING            PIC X.
               88 PH-COVERED-WORK      VALUE "Y".
           05 PH-WORK-CLASS            PIC X(10).
           05 PH-RATE-PAID             PIC 999V99.
           05 PH-JOB-BASE-RATE         PIC 999V99.
           05 PH-JOB-FRINGE-RATE       PIC 999V99.

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD       PIC X(132).
      *>    One record per deposit the bank bounced: who, the exact
      *>    amount returned, and the bank's return reason code
      *>    (R01 insufficient, R02 closed account, R03 no account...)
      *>    and the pay period whose deposit file carried it - blank
      *>    or zero means the ACHOUT.DAT now on disk.
       01  ACH-RETURN-RECORD.
           05 AR-EMPLOYEE-ID           PIC X(6).
           05 AR-AMOUNT                PIC 9(8)V99.
           05 AR-REASON-CODE           PIC X(3).
           05 AR-PERIOD                PIC X(6).

       FD  REISSUE-FILE.
       01  REISSUE-RECORD              PIC X(100).
       FD  QTR-REPORT-FILE.
       01  QTR-REPORT-RECORD           PIC X(132).

       FD  SUI-REPORT-FILE.
      *>    State unemployment wage report for the quarter closed:
      *>    total, taxable and excess wages per employee.
       01  SUI-REPORT-RECORD           PIC X(132).

       FD  W2-EXTRACT-FILE.
      *>    Year-end wage-and-tax extract, one record per employee
      *>    with any wages this year, for the W-2 print service.
      *>    year, or the FORCE override), when, how many records it
      *>    handled, and how it ended. The start-up sequencing
      *>    checks read this instead of trusting the operator's
      *>    memory of what already ran tonight. A BATCH or RESUBMIT
      *>    adds a REVW record when its variance review is written
      *>    (period, paid, flagged), and RELEASE a SIGN record with
      *>    the reviewer in the parameter - the scheduler holds the
      *>    bank file and the checks until the SIGN is logged. A pay
      *>    run that ages generations out of the output store adds
      *>    a PURGE record (cutoff generation, generations, lines).
       01  RUN-LOG-RECORD.
           05 RL-MODE                  PIC X(8).
           05 RL-PHASE                 PIC X(5).
      *>    live PAYHIST.DAT at year end. Same record image; the
      *>    pay date and period on each record say which year it
      *>    belongs to.
       01  PAY-HISTORY-ARCH-RECORD     PIC X(160).

       FD  CHECK-SEQUENCE-FILE.
      *>    One record: the next check number to issue. Rewritten
      *> original fields; zero (or blank-keyed) on old transactions.
           05 AJ-PERIOD                PIC 9(6).

       FD  TAX-TABLE-FILE.
      *>    Withholding tables, kept by payroll for each tax year
      *>    from the published percentage-method tables. A bracket
      *>    row (jurisdiction F federal or S state) gives the annual
      *>    wage floor where the bracket starts, the tax on wages up
      *>    to that floor, and the rate on the excess, for one filing
      *>    status (blank status applies to all). A parameter row
      *>    (jurisdiction P) carries one named amount or rate for
      *>    the year - the Social Security wage base and rates, the
      *>    Medicare rates and additional-tax threshold. Bracket
      *>    rows may be keyed in any order.
       01  TAX-TABLE-RECORD.
           05 TT-TAX-YEAR              PIC X(4).
           05 TT-JURISDICTION          PIC X.
               88 TT-FEDERAL           VALUE "F".
               88 TT-STATE             VALUE "S".
               88 TT-PARAMETER         VALUE "P".
           05 TT-BRACKET-DATA.
               10 TT-FILING-STATUS     PIC X.
               10 TT-BRACKET-FLOOR     PIC 9(7)V99.
               10 TT-BASE-TAX          PIC 9(7)V99.
               10 TT-RATE              PIC V9(5).
           05 TT-PARAMETER-DATA REDEFINES TT-BRACKET-DATA.
               10 TT-PARM-CODE         PIC X(4).
               10 TT-PARM-AMOUNT       PIC 9(7)V99.
               10 TT-PARM-RATE         PIC V9(5).
               10 FILLER               PIC X(6).

       FD  JOB-RATE-FILE.
      *>    Prevailing wage schedule for the public-works contracts,
      *>    keyed by payroll from the wage determination posted for
      *>    each job: one row per job and worker classification,
      *>    the hourly base and fringe, and the dates (YYYYMMDD) the
      *>    row is in force. A blank end date means open-ended. Any
      *>    job with at least one row here is covered work.
       01  JOB-RATE-RECORD.
           05 JR-JOB-CODE              PIC X(6).
           05 JR-WORK-CLASS            PIC X(10).
           05 JR-BASE-RATE             PIC 999V99.
           05 JR-FRINGE-RATE           PIC 999V99.
           05 JR-EFF-FROM              PIC X(8).
           05 JR-EFF-TO                PIC X(8).

       FD  CERT-PAYROLL-FILE.
       01  CERT-PAYROLL-RECORD         PIC X(132).

       FD  FINAL-CARD-FILE.
      *>    Last hours of employees leaving this period, keyed by
      *>    HR in timecard layout for the FINAL run.
       01  FINAL-CARD-RECORD.
           05 FT-EMPLOYEE-ID           PIC X(6).
           05 FT-HOURS                 PIC 999V9.
           05 FT-PAY-TYPE              PIC X.
           05 FT-CHARGE-DEPT           PIC X(4).
           05 FT-JOB-CODE              PIC X(6).

       FD  SEPARATION-FILE.
      *>    Cumulative: one settlement block per employee paid out
      *>    by a FINAL run, kept for HR.
       01  SEPARATION-RECORD           PIC X(132).

       FD  VARIANCE-REPORT-FILE.
      *>    Rewritten by every BATCH and RESUBMIT: the payments and
      *>    department totals a reviewer should look at before the
      *>    run is released to the bank.
       01  VARIANCE-REPORT-RECORD      PIC X(132).

       FD  PRENOTE-REPORT-FILE.
      *>    Rewritten by every PRENOTE run: the accounts still
      *>    waiting out their prenote, and when each goes live.
       01  PRENOTE-REPORT-RECORD       PIC X(132).

       FD  POSITIVE-PAY-FILE.
      *>    The bank's positive-pay issue file: one record per check
      *>    this run printed or voided. The bank pays only checks it
      *>    holds an issue record for, at the amount issued, and
      *>    refuses any number carried here as void.
       01  POSITIVE-PAY-RECORD.
           05 PI-CHECK-NO              PIC 9(8).
           05 PI-AMOUNT                PIC 9(8)V99.
           05 PI-ISSUE-DATE            PIC X(8).
           05 PI-PAYEE                 PIC X(30).
           05 PI-ACTION                PIC X.
               88 PI-ISSUED            VALUE "I".
               88 PI-VOIDED            VALUE "V".

       FD  PAID-CHECK-FILE.
      *>    From the bank: one record per check presented and paid
      *>    against the payroll account since the last statement.
       01  PAID-CHECK-RECORD.
           05 PD-CHECK-NO              PIC 9(8).
           05 PD-AMOUNT                PIC 9(8)V99.
           05 PD-PAID-DATE             PIC X(8).

       FD  CLEARED-CHECK-FILE.
      *>    Cumulative, never truncated: every presentment a RECON
      *>    run has already worked, so a check that cleared on an
      *>    earlier statement is not outstanding on this one, and a
      *>    second presentment of it shows as a duplicate.
       01  CLEARED-CHECK-RECORD.
           05 CC-CHECK-NO              PIC 9(8).
           05 CC-AMOUNT                PIC 9(8)V99.
           05 CC-PAID-DATE             PIC X(8).
           05 CC-RESULT                PIC X(14).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD         PIC X(132).

       FD  ESCHEAT-FILE.
      *>    Checks outstanding past the stale-check limit: each is
      *>    to be voided and reported to the state as unclaimed
      *>    property.
       01  ESCHEAT-RECORD              PIC X(132).

       FD  ACCRUAL-FILE.
      *>    Rewritten by every ACCRUE run: the month-end wage accrual
      *>    by department in the GL extract's line layout, then the
      *>    same lines negated as the reversing entry. Each entry
      *>    opens with an ENTRY line carrying its posting date.
       01  ACCRUAL-RECORD              PIC X(132).

       FD  GENERATION-FILE.
      *>    Cumulative store of every pay run's output files, line
      *>    for line as written, each line tagged with the run's
      *>    generation number and the file it came from. What the
      *>    lines belong to is on the catalog.
       01  GENERATION-RECORD.
           05 GN-GEN-NUMBER            PIC 9(6).
           05 GN-FILE-ID               PIC X(8).
           05 GN-DATA                  PIC X(132).

       FD  GEN-CATALOG-FILE.
      *>    One row per output file saved: the generation, the pay
      *>    period and that period's run sequence, the run mode, pay
      *>    date and end time, the line count and the run's return
      *>    code. Purged rows stay on file marked P with the date.
       01  GEN-CATALOG-RECORD.
           05 GC-GEN-NUMBER            PIC 9(6).
           05 GC-PERIOD                PIC 9(6).
           05 GC-RUN-SEQ               PIC 9(3).
           05 GC-RUN-MODE              PIC X(6).
           05 GC-PAY-DATE              PIC X(8).
           05 GC-TIMESTAMP             PIC X(14).
           05 GC-FILE-ID               PIC X(8).
           05 GC-LINE-COUNT            PIC 9(7).
           05 GC-RETURN-CODE           PIC 9(4).
           05 GC-STATUS                PIC X.
               88 GC-RETAINED          VALUE "K".
               88 GC-PURGED            VALUE "P".
           05 GC-PURGE-DATE            PIC X(8).

       FD  GEN-WORK-FILE.
      *>    Scratch copy the purge rebuilds the store and the
      *>    catalog through.
       01  GEN-WORK-RECORD             PIC X(146).

       FD  REPRINT-FILE.
       01  REPRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS    PIC XX VALUE "00".
           88 EMPMAST-OK           VALUE "00".

       01 WS-PAYREG-STATUS    PIC XX VALUE "00".
           88 PAYREG-OK            VALUE "00".
           88 PAYREG-EOF           VALUE "10".

       01 WS-PAYREG-OPEN-DONE PIC X VALUE 'N'.
           88 PAYREG-IS-OPEN       VALUE 'Y'.
      *> in the timecard file for this run.
       01 WS-LAST-CHECKPOINT       PIC 9(6) VALUE 0.
       01 WS-TIMECARD-RECORD-COUNT PIC 9(6) VALUE 0.
      *> The salaried pass after the last card carries the count on:
      *> salaried employee n is checkpoint position cards + n.
       01 WS-SAL-SEQ               PIC 9(6) VALUE 0.
       01 WS-CKPT-POSITION         PIC 9(6) VALUE 0.
       01 WS-CKPT-SHAPE        PIC X VALUE 'N'.
           88 CKPT-SHAPE-BAD       VALUE 'Y'.

       01 WS-GLEXTRACT-STATUS PIC XX VALUE "00".
           88 GLEXTRACT-OK         VALUE "00".
           88 GLEXTRACT-EOF        VALUE "10".

       01 WS-GLEXTRACT-OPEN-DONE PIC X VALUE 'N'.
           88 GLEXTRACT-IS-OPEN    VALUE 'Y'.
       01 WS-MAINTAUD-STATUS  PIC XX VALUE "00".
           88 MAINTAUD-OK          VALUE "00".
           88 MAINTAUD-NEW-FILE    VALUE "35".
           88 MAINTAUD-EOF         VALUE "10".

      *> Maintenance run counters for the audit trailer, and the
      *> pieces the before/after audit lines are built from.
       01 WS-AUDIT-DED-DSP    PIC 99999.99.
       01 WS-AUDIT-GOAL-DSP   PIC 9999999.99.
       01 WS-MAINT-OLD-RATE   PIC 99V99 VALUE 0.
       01 WS-AUDIT-W4-DSP     PIC 99999.99.
       01 WS-MAINT-W4-FLAG    PIC X VALUE "N".
           88 MAINT-W4-BAD       VALUE "Y".
       01 WS-MAINT-CLASS-FLAG PIC X VALUE "N".
           88 MAINT-CLASS-BAD    VALUE "Y".
       01 WS-AUDIT-TIMESTAMP.
           05 WS-AUDIT-DATE        PIC X(8).
           05 WS-AUDIT-TIME        PIC X(6).
            05 WS-ADJ-ORIG-FICA     PIC 9(7)V99 VALUE 0.
            05 WS-ADJ-ORIG-DED-TOT  PIC 9(7)V99 VALUE 0.
            05 WS-ADJ-ORIG-NET      PIC 9(8)V99 VALUE 0.
            05 WS-ADJ-ORIG-SS       PIC 9(7)V99 VALUE 0.
            05 WS-ADJ-ORIG-MEDICARE PIC 9(7)V99 VALUE 0.
       01 WS-ADJ-DELTAS.
            05 WS-ADJ-DELTA-HRS-REG PIC S999V9 VALUE 0.
            05 WS-ADJ-DELTA-HRS-OT  PIC S999V9 VALUE 0.
       01 WS-QTRRPT-STATUS    PIC XX VALUE "00".
           88 QTRRPT-OK            VALUE "00".

       01 WS-SUIRPT-STATUS    PIC XX VALUE "00".
           88 SUIRPT-OK            VALUE "00".

       01 WS-W2-STATUS        PIC XX VALUE "00".
           88 W2-OK                VALUE "00".

       01 WS-QTR-TOT-FED-DSP  PIC $$,$$$,$$$,$$9.99.
       01 WS-QTR-TOT-STATE-DSP PIC $$,$$$,$$$,$$9.99.
       01 WS-QTR-TOT-FICA-DSP PIC $$,$$$,$$$,$$9.99.
      *> Employer-tax totals for the quarter and the state wage
      *> report's per-employee and total figures.
       01 WS-QTR-TOTAL-ER-SS  PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-ER-MED PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-FUTA   PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-FUTA-WAGES PIC S9(11)V99 VALUE 0.
       01 WS-QTR-YTD-FUTA     PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-SUTA   PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-SUTA-WAGES PIC S9(11)V99 VALUE 0.
       01 WS-QTR-TOTAL-SUI-EXCESS PIC S9(11)V99 VALUE 0.
       01 WS-QTR-SUI-EXCESS   PIC S9(9)V99 VALUE 0.
       01 WS-QTR-ER-DSP-1     PIC $$,$$$,$$$,$$9.99-.
       01 WS-QTR-ER-DSP-2     PIC $$,$$$,$$$,$$9.99-.
       01 WS-QTR-ER-DSP-3     PIC $$,$$$,$$$,$$9.99-.
       01 WS-QTR-ER-DSP-4     PIC $$,$$$,$$$,$$9.99-.
       01 WS-W2-WRITE-COUNT   PIC 9(5) VALUE 0.

       01 WS-PAYPERD-STATUS   PIC XX VALUE "00".

       01 WS-DEDREMIT-STATUS  PIC XX VALUE "00".
           88 DEDREMIT-OK          VALUE "00".
           88 DEDREMIT-EOF         VALUE "10".

      *> The employee being paid has their active deduction records
      *> loaded here, applied in priority order, and the amount

       01 WS-LABDIST-STATUS   PIC XX VALUE "00".
           88 LABDIST-OK           VALUE "00".
           88 LABDIST-EOF          VALUE "10".

      *> The department this card's wages post against: the card's
      *> charge department when one was keyed, the employee's home
      *> Combined-week overtime support: each employee's worked
      *> hours already paid this run, so a second card for the same
      *> week picks up the tiering where the first card left off
      *> instead of restarting at straight time. The gross already
      *> paid (worked and leave cards alike) does the same for the
      *> income-tax brackets. Rebuilt on a batch restart by
      *> replaying the cards before the checkpoint.
       01 WS-WEEK-EMP-COUNT   PIC 9(4) VALUE 0.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-WEEK-IDX.
               10 WEEK-EMPLOYEE-ID     PIC X(6).
               10 WEEK-PRIOR-HOURS     PIC 999V9.
               10 WEEK-PRIOR-GROSS     PIC 9(8)V99.
       01 WS-WEEK-FOUND       PIC X VALUE 'N'.
           88 WEEK-ENTRY-FOUND     VALUE 'Y'.
       01 WS-WEEK-CARD-HOURS  PIC 999V9 VALUE 0.
       01 WS-CHECKREG-STATUS  PIC XX VALUE "00".
           88 CHECKREG-OK          VALUE "00".
           88 CHECKREG-NEW-FILE    VALUE "35".
           88 CHECKREG-EOF         VALUE "10".

       01 WS-CHECKREG-OPEN-DONE PIC X VALUE 'N'.
           88 CHECKREG-IS-OPEN     VALUE 'Y'.
       01 WS-VOID-EMP-ID      PIC X(6) VALUE SPACES.
       01 WS-VOID-AMOUNT      PIC 9(8)V99 VALUE 0.
       01 WS-VOID-AMT-DSP     PIC $$,$$$,$$9.99.
       01 WS-VOID-ISSUE-DATE  PIC X(8) VALUE SPACES.

      *> Positive pay: the run's issue file, opened on the first
      *> check printed or voided.
       01 WS-POSPAY-STATUS    PIC XX VALUE "00".
           88 POSPAY-OK            VALUE "00".
       01 WS-POSPAY-OPEN-DONE PIC X VALUE 'N'.
           88 POSPAY-IS-OPEN       VALUE 'Y'.

      *> Check reconciliation (RECON run): the whole check register
      *> is loaded into this table once - issue and void merged by
      *> check number - then the presentments already worked on
      *> earlier statements, then the bank's paid file is matched
      *> against it and whatever is left unpaid is aged.
       01 WS-PAIDCHK-STATUS   PIC XX VALUE "00".
           88 PAIDCHK-OK           VALUE "00".
           88 PAIDCHK-EOF          VALUE "10".
       01 WS-CHKCLEAR-STATUS  PIC XX VALUE "00".
           88 CHKCLEAR-OK          VALUE "00".
           88 CHKCLEAR-EOF         VALUE "10".
           88 CHKCLEAR-NEW-FILE    VALUE "35".
       01 WS-RECONRPT-STATUS  PIC XX VALUE "00".
           88 RECONRPT-OK          VALUE "00".
       01 WS-ESCHEAT-STATUS   PIC XX VALUE "00".
           88 ESCHEAT-OK           VALUE "00".
       01 WS-REC-COUNT        PIC 9(5) VALUE 0.
       01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-REC-IDX.
               10 REC-CHECK-NO         PIC 9(8).
               10 REC-EMPLOYEE-ID      PIC X(6).
               10 REC-PAYEE            PIC X(30).
               10 REC-ISSUE-DATE       PIC X(8).
               10 REC-AMOUNT           PIC 9(8)V99.
               10 REC-ISSUED           PIC X.
                   88 REC-WAS-ISSUED       VALUE "Y".
               10 REC-VOID-DATE        PIC X(8).
               10 REC-HIST-COUNT       PIC 9(3).
               10 REC-HIST-DATE        PIC X(8).
               10 REC-HIST-AMOUNT      PIC 9(8)V99.
               10 REC-HIST-SEEN        PIC X.
               10 REC-PAID-COUNT       PIC 9(3).
               10 REC-PAID-DATE        PIC X(8).
               10 REC-PAID-AMOUNT      PIC 9(8)V99.
       01 WS-REC-OVERFLOW     PIC X VALUE 'N'.
           88 REC-TABLE-FULL       VALUE 'Y'.
       01 WS-REC-FOUND        PIC X VALUE 'N'.
           88 REC-ENTRY-FOUND      VALUE 'Y'.
       01 WS-REC-CHECK-NO     PIC 9(8) VALUE 0.
       01 WS-REC-DATE         PIC X(8) VALUE SPACES.
       01 WS-REC-TODAY        PIC 9(8) VALUE 0.
       01 WS-REC-DAY          PIC 9(8) VALUE 0.
       01 WS-REC-AGE          PIC S9(7) VALUE 0.
       01 WS-REC-AGE-DSP      PIC Z(4)9.
       01 WS-REC-RESULT       PIC X(14) VALUE SPACES.
       01 WS-REC-NOTE         PIC X(30) VALUE SPACES.
       01 WS-REC-LINE         PIC X(132) VALUE SPACES.
       01 WS-REC-AMT-DSP      PIC $$,$$$,$$9.99.
       01 WS-REC-PAID-DSP     PIC $$,$$$,$$9.99.
       01 WS-REC-PAID-AMT     PIC 9(8)V99 VALUE 0.
       01 WS-REC-TOT-DSP      PIC $$$,$$$,$$9.99.
       01 WS-REC-CNT-DSP      PIC ZZZ,ZZ9.
       01 WS-REC-PAID-READ    PIC 9(6) VALUE 0.
       01 WS-REC-REPEAT-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-CLEARED-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-CLEARED-AMT  PIC 9(9)V99 VALUE 0.
       01 WS-REC-OUTST-COUNT  PIC 9(6) VALUE 0.
       01 WS-REC-OUTST-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-REC-MISMATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-VOIDPAID-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-NOTISSUED-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-DUP-COUNT    PIC 9(6) VALUE 0.
       01 WS-REC-STALE-COUNT  PIC 9(6) VALUE 0.
       01 WS-REC-STALE-AMT    PIC 9(9)V99 VALUE 0.
       01 WS-REC-EXCEPT-COUNT PIC 9(6) VALUE 0.

      *> Month-end accrual: the month being closed, and the
      *> calendar periods that straddle its end - worked in it,
      *> paid after it - with the share of each period's workdays
      *> that fell inside the month and where its estimate comes
      *> from: H actual pay history (already paid by the time the
      *> month is closed), T the open period's timecard deck, A
      *> the employee's recent average.
       01 WS-ACCRUAL-STATUS   PIC XX VALUE "00".
           88 ACCRUAL-OK           VALUE "00".
       01 WS-ACR-MONTH-IN     PIC X(8) VALUE SPACES.
       01 WS-ACR-MONTH.
           05 WS-ACR-YEAR          PIC 9(4) VALUE 0.
           05 WS-ACR-MM            PIC 9(2) VALUE 0.
       01 WS-ACR-MONTH-OK     PIC X VALUE 'N'.
           88 ACR-MONTH-VALID      VALUE 'Y'.
       01 WS-ACR-END-DATE     PIC 9(8) VALUE 0.
       01 WS-ACR-REV-DATE     PIC 9(8) VALUE 0.
       01 WS-ACR-END-DAY      PIC 9(8) VALUE 0.
       01 WS-ACR-OPEN-PERIOD  PIC 9(6) VALUE 0.
       01 WS-ACR-SUB          PIC 9(3) VALUE 0.
       01 WS-ACR-SLOT         PIC 9 VALUE 0.
       01 WS-ACR-PER-COUNT    PIC 9 VALUE 0.
       01 WS-ACR-PER-TABLE.
           05 WS-ACR-PER-ENTRY OCCURS 4 TIMES.
               10 ACR-PER-NUMBER       PIC 9(6).
               10 ACR-PER-END-DATE     PIC X(8).
               10 ACR-PER-PAY-DATE     PIC X(8).
               10 ACR-PER-SOURCE       PIC X.
                   88 ACR-FROM-HISTORY     VALUE "H".
                   88 ACR-FROM-CARDS       VALUE "T".
                   88 ACR-FROM-AVERAGE     VALUE "A".
               10 ACR-PER-DAYS-IN      PIC 99.
               10 ACR-PER-DAYS         PIC 99.
               10 ACR-PER-SHARE        PIC 9V9(4).
      *> Per employee: the pay history of each straddling period
      *> (slots 1-4, used for H periods) and of the average window
      *> (slot 5), and which window periods paid the employee.
       01 WS-ACR-EMP-COUNT    PIC 9(4) VALUE 0.
       01 WS-ACR-EMP-ID       PIC X(6) VALUE SPACES.
       01 WS-ACR-ADD          PIC X VALUE 'N'.
           88 ACR-ADD-ENTRY        VALUE 'Y'.
       01 WS-ACR-FOUND        PIC X VALUE 'N'.
           88 ACR-ENTRY-FOUND      VALUE 'Y'.
       01 WS-ACR-OVERFLOW     PIC X VALUE 'N'.
           88 ACR-TABLE-FULL       VALUE 'Y'.
       01 WS-ACR-EMP-TABLE.
           05 WS-ACR-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACR-IDX.
               10 ACR-EMPLOYEE-ID      PIC X(6).
               10 ACR-PAID-IN          PIC X OCCURS 6 TIMES.
               10 ACR-SUMS OCCURS 5 TIMES.
                   15 ACR-SUM-GROSS        PIC S9(9)V99.
                   15 ACR-SUM-FEDERAL      PIC S9(9)V99.
                   15 ACR-SUM-STATE        PIC S9(9)V99.
                   15 ACR-SUM-FICA         PIC S9(9)V99.
                   15 ACR-SUM-OTHER        PIC S9(9)V99.
      *> Window totals for the whole company: the withholding
      *> rates applied to an estimate for someone with no pay in
      *> the window of their own.
       01 WS-ACR-COMPANY.
           05 WS-ACR-CO-GROSS      PIC S9(11)V99 VALUE 0.
           05 WS-ACR-CO-FEDERAL    PIC S9(11)V99 VALUE 0.
           05 WS-ACR-CO-STATE      PIC S9(11)V99 VALUE 0.
           05 WS-ACR-CO-FICA       PIC S9(11)V99 VALUE 0.
           05 WS-ACR-CO-OTHER      PIC S9(11)V99 VALUE 0.
      *> The open period's deck summed by employee and charge
      *> department (blank = home department).
       01 WS-ACR-CARD-COUNT   PIC 9(4) VALUE 0.
       01 WS-ACR-CARD-READ    PIC 9(6) VALUE 0.
       01 WS-ACR-CARD-TABLE.
           05 WS-ACR-CARD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ACR-CARD-IDX.
               10 ACRC-EMPLOYEE-ID     PIC X(6).
               10 ACRC-DEPT            PIC X(4).
               10 ACRC-WORKED          PIC 9(4)V9.
               10 ACRC-LEAVE           PIC 9(4)V9.
       01 WS-ACR-WORKED       PIC 9(4)V9 VALUE 0.
       01 WS-ACR-OT-HOURS     PIC 9(4)V9 VALUE 0.
       01 WS-ACR-DT-HOURS     PIC 9(4)V9 VALUE 0.
       01 WS-ACR-HOUR-SHARE   PIC 9V9(4) VALUE 0.
       01 WS-ACR-PAY-COUNT    PIC 9 VALUE 0.
       01 WS-ACR-RATES.
           05 WS-ACR-FED-RATE      PIC S9V9(6) VALUE 0.
           05 WS-ACR-STATE-RATE    PIC S9V9(6) VALUE 0.
           05 WS-ACR-FICA-RATE     PIC S9V9(6) VALUE 0.
           05 WS-ACR-OTHER-RATE    PIC S9V9(6) VALUE 0.
       01 WS-ACR-AMOUNTS.
           05 WS-ACR-GROSS         PIC S9(9)V99 VALUE 0.
           05 WS-ACR-OT            PIC S9(9)V99 VALUE 0.
           05 WS-ACR-FEDERAL       PIC S9(9)V99 VALUE 0.
           05 WS-ACR-STATE         PIC S9(9)V99 VALUE 0.
           05 WS-ACR-FICA          PIC S9(9)V99 VALUE 0.
           05 WS-ACR-OTHER         PIC S9(9)V99 VALUE 0.
       01 WS-ACR-POSTED       PIC X VALUE 'N'.
           88 ACR-EMP-POSTED       VALUE 'Y'.
       01 WS-ACR-EMP-POSTED   PIC 9(6) VALUE 0.
       01 WS-ACR-INCOMPLETE   PIC X VALUE 'N'.
           88 ACR-RUN-INCOMPLETE   VALUE 'Y'.
       01 WS-ACR-ENTRY-TYPE   PIC X(8) VALUE SPACES.
       01 WS-ACR-ENTRY-DATE   PIC 9(8) VALUE 0.
       01 WS-ACR-SHARE-DSP    PIC 9.9999.

      *> Output generations: which of the run's output files were
      *> written this run (the register and deposit file go by
      *> their own open switches), and the catalog position the
      *> run's generation is saved at.
       01 WS-PAYGEN-STATUS    PIC XX VALUE "00".
           88 PAYGEN-OK            VALUE "00".
           88 PAYGEN-EOF           VALUE "10".
           88 PAYGEN-NEW-FILE      VALUE "35".
       01 WS-GENCAT-STATUS    PIC XX VALUE "00".
           88 GENCAT-OK            VALUE "00".
           88 GENCAT-EOF           VALUE "10".
           88 GENCAT-NEW-FILE      VALUE "35".
       01 WS-GENWORK-STATUS   PIC XX VALUE "00".
           88 GENWORK-OK           VALUE "00".
           88 GENWORK-EOF          VALUE "10".
       01 WS-REPRINT-STATUS   PIC XX VALUE "00".
           88 REPRINT-OK           VALUE "00".
       01 WS-GEN-GL-DONE      PIC X VALUE 'N'.
           88 GEN-GL-WRITTEN       VALUE 'Y'.
       01 WS-GEN-LABOR-DONE   PIC X VALUE 'N'.
           88 GEN-LABOR-WRITTEN    VALUE 'Y'.
       01 WS-GEN-BALANCE-DONE PIC X VALUE 'N'.
           88 GEN-BALANCE-WRITTEN  VALUE 'Y'.
       01 WS-GEN-REMIT-DONE   PIC X VALUE 'N'.
           88 GEN-REMIT-WRITTEN    VALUE 'Y'.
       01 WS-GEN-NUMBER       PIC 9(6) VALUE 0.
       01 WS-GEN-PERIOD       PIC 9(6) VALUE 0.
       01 WS-GEN-RUN-SEQ      PIC 9(3) VALUE 0.
       01 WS-GEN-TIMESTAMP    PIC X(14) VALUE SPACES.
       01 WS-GEN-RETURN-CODE  PIC 9(4) VALUE 0.
       01 WS-GEN-FILE-ID      PIC X(8) VALUE SPACES.
       01 WS-GEN-LINES        PIC 9(7) VALUE 0.
       01 WS-GEN-FILES        PIC 9(2) VALUE 0.
       01 WS-GEN-OLDEST       PIC 9(6) VALUE 0.
       01 WS-GEN-CUTOFF       PIC 9(6) VALUE 0.
       01 WS-GEN-LAST-PURGED  PIC 9(6) VALUE 0.
       01 WS-GEN-PURGED-GENS  PIC 9(6) VALUE 0.
       01 WS-GEN-PURGED-LINES PIC 9(7) VALUE 0.
       01 WS-GEN-TODAY        PIC X(8) VALUE SPACES.
       01 WS-GEN-PURGE-FAILED PIC X VALUE 'N'.
           88 GEN-PURGE-FAILED     VALUE 'Y'.

      *> REPRINT: the generation files selected from the catalog
      *> for the requested period, report and run, in catalog
      *> order, and the store line's place among them.
       01 WS-RPT-PERIOD-IN    PIC X(6) VALUE SPACES.
       01 WS-RPT-PERIOD       PIC 9(6) VALUE 0.
       01 WS-RPT-FILE-IN      PIC X(12) VALUE SPACES.
       01 WS-RPT-FILE         PIC X(8) VALUE SPACES.
           88 RPT-FILE-KNOWN       VALUES "PAYREG" "ACHOUT"
                                       "GLEXTRCT" "LABDIST"
                                       "BALANCE" "DEDREMIT" SPACES.
       01 WS-RPT-SEQ-IN       PIC X(3) VALUE SPACES.
       01 WS-RPT-SEQ          PIC 9(3) VALUE 0.
       01 WS-RPT-COUNT        PIC 9(2) VALUE 0.
       01 WS-RPT-OVERFLOW     PIC X VALUE 'N'.
           88 RPT-TABLE-FULL       VALUE 'Y'.
       01 WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-RPT-IDX.
               10 RPT-GEN-NUMBER       PIC 9(6).
               10 RPT-FILE-ID          PIC X(8).
               10 RPT-RUN-SEQ          PIC 9(3).
               10 RPT-RUN-MODE         PIC X(6).
               10 RPT-PAY-DATE         PIC X(8).
               10 RPT-TIMESTAMP        PIC X(14).
               10 RPT-LINE-COUNT       PIC 9(7).
       01 WS-RPT-PURGED-COUNT PIC 9(4) VALUE 0.
       01 WS-RPT-PURGE-DATE   PIC X(8) VALUE SPACES.
       01 WS-RPT-FOUND        PIC X VALUE 'N'.
           88 RPT-LINE-SELECTED    VALUE 'Y'.
       01 WS-RPT-LAST-GEN     PIC 9(6) VALUE 0.
       01 WS-RPT-LAST-FILE    PIC X(8) VALUE SPACES.
       01 WS-RPT-LINES        PIC 9(6) VALUE 0.
       01 WS-RPT-FILE-COUNT   PIC 9(6) VALUE 0.
       01 WS-RPT-LINE         PIC X(132) VALUE SPACES.
       01 WS-RPT-SEQ-DSP      PIC ZZ9.

      *> Retro run: one slot per retro-pending employee, carrying
      *> the signed differences accumulated across every history
       01 WS-LOG-EDIT-FLAGGED PIC 9(6) VALUE 0.
       01 WS-LOG-QTR-CLOSED   PIC X VALUE 'N'.
           88 LOG-QTR-CLOSED       VALUE 'Y'.
       01 WS-LOG-MONTH-ACCRUED PIC X VALUE 'N'.
           88 LOG-MONTH-ACCRUED    VALUE 'Y'.
       01 WS-LOG-W2-SEEN      PIC X VALUE 'N'.
           88 LOG-W2-SEEN          VALUE 'Y'.
       01 WS-THIS-QTR-ID      PIC X(12) VALUE SPACES.
       01 WS-PAYHARCH-STATUS  PIC XX VALUE "00".
           88 PAYHARCH-OK          VALUE "00".
           88 PAYHARCH-NEW-FILE    VALUE "35".
           88 PAYHARCH-EOF         VALUE "10".

      *> Year-end close work areas: employee and archived-record
      *> counts, the company forfeited-vacation total, and the
      *> adjustment run stamps ADJUSTMENT, the retro run RETRO.
       01 WS-ADJ-ACH-TAG      PIC X(10) VALUE "ADJUSTMENT".

       01 WS-TAXTBL-STATUS    PIC XX VALUE "00".
           88 TAXTBL-OK            VALUE "00".
           88 TAXTBL-EOF           VALUE "10".

       01 WS-JOBRATE-STATUS   PIC XX VALUE "00".
           88 JOBRATE-OK           VALUE "00".
           88 JOBRATE-EOF          VALUE "10".
       01 WS-CERTPAY-STATUS   PIC XX VALUE "00".
           88 CERTPAY-OK           VALUE "00".

      *> Prevailing wage rows from JOBRATE.DAT, loaded before a pay
      *> run opens its output (or on the first card that charges a
      *> job). A file too big for the table is never half-used.
       01 WS-JOBRATE-LOADED   PIC X VALUE 'N'.
           88 JOBRATE-TABLE-LOADED VALUE 'Y'.
       01 WS-JOBRATE-OVERFLOW PIC X VALUE 'N'.
           88 JOBRATE-TABLE-OVERFLOW VALUE 'Y'.
       01 WS-JOBRATE-COUNT    PIC 9(4) VALUE 0.
       01 WS-JOBRATE-TABLE.
           05 WS-JOBRATE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-JR-IDX.
               10 JRT-JOB-CODE         PIC X(6).
               10 JRT-WORK-CLASS       PIC X(10).
               10 JRT-BASE-RATE        PIC 999V99.
               10 JRT-FRINGE-RATE      PIC 999V99.
               10 JRT-EFF-FROM         PIC X(8).
               10 JRT-EFF-TO           PIC X(8).
      *> The job rate that governs the card being paid. Cleared
      *> once the payment is in history so a salaried or console
      *> payment after it never inherits a job.
       01 WS-JOB-RATE-DATA.
           05 WS-JOB-CODE         PIC X(6) VALUE SPACES.
           05 WS-JOB-LOOKUP       PIC X VALUE 'N'.
               88 JOB-NOT-COVERED      VALUES 'N', ' '.
               88 JOB-RATE-FOUND       VALUE 'Y'.
               88 JOB-RATE-MISSING     VALUE 'M'.
           05 WS-JOB-WORK-CLASS   PIC X(10) VALUE SPACES.
           05 WS-JOB-BASE-RATE    PIC 999V99 VALUE 0.
           05 WS-JOB-FRINGE-RATE  PIC 999V99 VALUE 0.
           05 WS-JOB-EFF-FROM     PIC X(8) VALUE SPACES.
       01 WS-JOB-RATE-DATE    PIC X(8) VALUE SPACES.
       01 WS-JOB-RATE-REG     PIC 999V99 VALUE 0.
       01 WS-JOB-RATE-OT      PIC 999V99 VALUE 0.
       01 WS-JOB-RATE-DT      PIC 999V99 VALUE 0.

      *> Certified payroll: one line per employee and classification
      *> under each covered job, built from the period's history.
       01 WS-CERT-PERIOD      PIC 9(6) VALUE 0.
       01 WS-CERT-PERIOD-IN   PIC X(6) VALUE SPACES.
       01 WS-CERT-WEEK-END    PIC X(8) VALUE SPACES.
       01 WS-CERT-PAY-DATE    PIC X(8) VALUE SPACES.
       01 WS-CERT-COUNT       PIC 9(4) VALUE 0.
       01 WS-CERT-FOUND       PIC X VALUE 'N'.
           88 CERT-ENTRY-FOUND     VALUE 'Y'.
       01 WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CERT-IDX WS-CERT-IDX2.
               10 CERT-JOB-CODE        PIC X(6).
               10 CERT-EMPLOYEE-ID     PIC X(6).
               10 CERT-EMPLOYEE-NAME   PIC X(30).
               10 CERT-WORK-CLASS      PIC X(10).
               10 CERT-HOURS-ST        PIC 9(3)V9.
               10 CERT-HOURS-OT        PIC 9(3)V9.
               10 CERT-RATE            PIC 999V99.
               10 CERT-FRINGE          PIC 999V99.
               10 CERT-GROSS           PIC S9(7)V99.
               10 CERT-FICA            PIC S9(7)V99.
               10 CERT-WITHHOLDING     PIC S9(7)V99.
               10 CERT-OTHER           PIC S9(7)V99.
               10 CERT-NET             PIC S9(7)V99.
               10 CERT-PRINTED         PIC X.
       01 WS-CERT-JOB-WORKERS PIC 9(4) VALUE 0.
       01 WS-CERT-JOB-TOTALS.
           05 WS-CERT-TOT-ST      PIC 9(5)V9 VALUE 0.
           05 WS-CERT-TOT-OT      PIC 9(5)V9 VALUE 0.
           05 WS-CERT-TOT-GROSS   PIC S9(9)V99 VALUE 0.
           05 WS-CERT-TOT-FICA    PIC S9(9)V99 VALUE 0.
           05 WS-CERT-TOT-WH      PIC S9(9)V99 VALUE 0.
           05 WS-CERT-TOT-OTHER   PIC S9(9)V99 VALUE 0.
           05 WS-CERT-TOT-NET     PIC S9(9)V99 VALUE 0.
       01 WS-CERT-LINE        PIC X(132) VALUE SPACES.
       01 WS-CERT-ST-DSP      PIC ZZZ9.9.
       01 WS-CERT-OT-DSP      PIC ZZZ9.9.
       01 WS-CERT-RATE-DSP    PIC ZZ9.99.
       01 WS-CERT-FRINGE-DSP  PIC ZZ9.99.
       01 WS-CERT-GROSS-DSP   PIC Z(7)9.99-.
       01 WS-CERT-FICA-DSP    PIC Z(7)9.99-.
       01 WS-CERT-WH-DSP      PIC Z(7)9.99-.
       01 WS-CERT-OTHER-DSP   PIC Z(7)9.99-.
       01 WS-CERT-NET-DSP     PIC Z(7)9.99-.

       01 WS-FINALTC-STATUS   PIC XX VALUE "00".
           88 FINALTC-OK           VALUE "00".
           88 FINALTC-EOF          VALUE "10".
       01 WS-SEPARATE-STATUS  PIC XX VALUE "00".
           88 SEPARATE-OK          VALUE "00".
           88 SEPARATE-NEW-FILE    VALUE "35".

      *> Final pay: the FINALTC.DAT cards wait here until their
      *> employee comes up on the master sweep. A card nobody
      *> claims belongs to no one leaving this period.
       01 WS-FCARD-COUNT      PIC 9(4) VALUE 0.
       01 WS-FCARD-OVERFLOW   PIC X VALUE 'N'.
           88 FCARD-TABLE-FULL     VALUE 'Y'.
       01 WS-FINAL-CARD-TABLE.
           05 WS-FCARD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-FCARD-IDX.
               10 FCARD-EMPLOYEE-ID    PIC X(6).
               10 FCARD-HOURS          PIC 999V9.
               10 FCARD-PAY-TYPE       PIC X.
               10 FCARD-CHARGE-DEPT    PIC X(4).
               10 FCARD-JOB-CODE       PIC X(6).
               10 FCARD-CLAIMED        PIC X.
       01 WS-FINAL-DUE        PIC X VALUE 'N'.
           88 FINAL-PAY-DUE        VALUE 'Y'.
       01 WS-FINAL-IN-PAYOUT  PIC X VALUE 'N'.
           88 FINAL-PAYING-PAYOUT  VALUE 'Y'.
       01 WS-FINAL-EMP-COUNT  PIC 9(6) VALUE 0.
       01 WS-FINAL-RUN-PAY-DATE PIC X(8) VALUE SPACES.
       01 WS-FINAL-TERM-END   PIC X(8) VALUE SPACES.
       01 WS-FINAL-SAVE-END   PIC X(8) VALUE SPACES.
      *> One employee's settlement, summed over every payment the
      *> FINAL run makes them, for the one check and the summary.
       01 WS-FINAL-SETTLEMENT.
           05 WS-FINAL-HOURS        PIC 9(4)V9 VALUE 0.
           05 WS-FINAL-GROSS        PIC S9(8)V99 VALUE 0.
           05 WS-FINAL-NET          PIC S9(8)V99 VALUE 0.
           05 WS-FINAL-PAYOUT-HRS   PIC 99V9 VALUE 0.
           05 WS-FINAL-PAYOUT-AMT   PIC 9(7)V99 VALUE 0.
           05 WS-FINAL-FORFEIT-VAC  PIC 9(4)V99 VALUE 0.
           05 WS-FINAL-FORFEIT-SICK PIC 9(4)V99 VALUE 0.
           05 WS-FINAL-CHECK-NO     PIC 9(8) VALUE 0.
      *> Garnishment balances left owing by this run's leavers,
      *> listed on the remittance extract for the court payees.
       01 WS-GARN-OWED-COUNT  PIC 9(4) VALUE 0.
       01 WS-GARN-OWED-TABLE.
           05 WS-GARN-OWED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GO-IDX.
               10 GO-DEDUCT-CODE       PIC X(3).
               10 GO-EMPLOYEE-ID       PIC X(6).
               10 GO-AMOUNT            PIC 9(7)V99.
       01 WS-GARN-OWED        PIC 9(7)V99 VALUE 0.
       01 WS-SEP-LINE         PIC X(132) VALUE SPACES.
       01 WS-SEP-HOURS-DSP    PIC Z,ZZ9.99.
       01 WS-SEP-AMT-DSP      PIC $$,$$$,$$9.99-.
       01 WS-SEP-AMT2-DSP     PIC $$,$$$,$$9.99-.
       01 WS-SEP-AMT3-DSP     PIC $$,$$$,$$9.99-.

       01 WS-VARRPT-STATUS    PIC XX VALUE "00".
           88 VARRPT-OK            VALUE "00".

      *> Variance review: the prior periods an employee's average
      *> is taken over (the latest C-VAR-AVG-PERIODS before this
      *> one that history shows paid), and per employee what this
      *> period paid, what the window paid and in how many of its
      *> periods, and what the latest of them paid.
       01 WS-VAR-WINDOW-COUNT PIC 9 VALUE 0.
       01 WS-VAR-WINDOW-TABLE.
           05 WS-VAR-WINDOW-PERIOD PIC 9(6) OCCURS 6 TIMES.
       01 WS-VAR-SLOT         PIC 9 VALUE 0.
       01 WS-VAR-LOW-SLOT     PIC 9 VALUE 0.
       01 WS-VAR-PRIOR-PERIOD PIC 9(6) VALUE 0.
       01 WS-VAR-ARCHIVE      PIC X VALUE 'N'.
           88 VAR-READ-ARCHIVE     VALUE 'Y'.
       01 WS-VAR-EMP-COUNT    PIC 9(4) VALUE 0.
       01 WS-VAR-OVERFLOW     PIC X VALUE 'N'.
           88 VAR-TABLE-FULL       VALUE 'Y'.
       01 WS-VAR-FOUND        PIC X VALUE 'N'.
           88 VAR-ENTRY-FOUND      VALUE 'Y'.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-VAR-IDX.
               10 VAR-EMPLOYEE-ID      PIC X(6).
               10 VAR-EMPLOYEE-NAME    PIC X(30).
               10 VAR-CUR-PAID         PIC X.
               10 VAR-CUR-GROSS        PIC S9(8)V99.
               10 VAR-CUR-NET          PIC S9(8)V99.
               10 VAR-HIST-GROSS       PIC S9(9)V99.
               10 VAR-HIST-NET         PIC S9(9)V99.
               10 VAR-HIST-PAID-IN     PIC X OCCURS 6 TIMES.
               10 VAR-LAST-PAID        PIC X.
               10 VAR-LAST-GROSS       PIC S9(8)V99.
               10 VAR-LAST-NET         PIC S9(8)V99.
               10 VAR-BANK-CHANGED     PIC X.
       01 WS-VAR-PAY-COUNT    PIC 9 VALUE 0.
       01 WS-VAR-AVG-GROSS    PIC S9(8)V99 VALUE 0.
       01 WS-VAR-AVG-NET      PIC S9(8)V99 VALUE 0.
       01 WS-VAR-SWING        PIC S9(9)V99 VALUE 0.
       01 WS-VAR-FLAGS        PIC X(40) VALUE SPACES.
       01 WS-VAR-FLAG-PTR     PIC 99 VALUE 1.
       01 WS-VAR-PAID-COUNT   PIC 9(6) VALUE 0.
       01 WS-VAR-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01 WS-VAR-DEPT-FLAGGED PIC 9(4) VALUE 0.
       01 WS-VAR-BANK-SINCE   PIC X(14) VALUE SPACES.
       01 WS-VAR-DEPT         PIC X(4) VALUE SPACES.
       01 WS-VDEPT-COUNT      PIC 9(3) VALUE 0.
       01 WS-VAR-DEPT-TABLE.
           05 WS-VDEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-VDEPT-IDX.
               10 VDEPT-CODE           PIC X(4).
               10 VDEPT-CUR-HEADS      PIC 9(5).
               10 VDEPT-CUR-GROSS      PIC S9(9)V99.
               10 VDEPT-CUR-NET        PIC S9(9)V99.
               10 VDEPT-PRIOR-HEADS    PIC 9(5).
               10 VDEPT-PRIOR-GROSS    PIC S9(9)V99.
               10 VDEPT-PRIOR-NET      PIC S9(9)V99.
       01 WS-VAR-LINE         PIC X(132) VALUE SPACES.
       01 WS-VAR-AMT1-DSP     PIC Z(7)9.99-.
       01 WS-VAR-AMT2-DSP     PIC Z(7)9.99-.
       01 WS-VAR-AMT3-DSP     PIC Z(7)9.99-.
       01 WS-VAR-AMT4-DSP     PIC Z(7)9.99-.
       01 WS-VAR-HEADS-DSP    PIC ZZZZ9.
       01 WS-VAR-HEADS2-DSP   PIC ZZZZ9.

      *> Release: the latest variance review on the run log, how
      *> the run that wrote it ended, and whether it was signed.
       01 WS-REL-WORD         PIC X(8) VALUE SPACES.
       01 WS-REL-REVIEWER     PIC X(12) VALUE SPACES.
       01 WS-REL-REVW-MODE    PIC X(8) VALUE SPACES.
       01 WS-REL-REVW-TIME    PIC X(14) VALUE SPACES.
       01 WS-REL-PERIOD       PIC X(6) VALUE SPACES.
       01 WS-REL-PAID         PIC 9(6) VALUE 0.
       01 WS-REL-FLAGGED      PIC 9(6) VALUE 0.
       01 WS-REL-RUN-RC       PIC 9(4) VALUE 0.
       01 WS-REL-ENDED        PIC X VALUE 'N'.
           88 REL-RUN-ENDED        VALUE 'Y'.
       01 WS-REL-SIGNED       PIC X VALUE 'N'.
           88 REL-RUN-SIGNED       VALUE 'Y'.
       01 WS-REL-SIGN-BY      PIC X(12) VALUE SPACES.
       01 WS-REL-SIGN-TIME    PIC X(14) VALUE SPACES.

      *> Prenotes: the tag the zero-dollar entry carries on the
      *> deposit file (the returns run looks for it), what the
      *> pay run's sweep sent and released, and the PRENOTE
      *> report's listing.
       01 WS-PRENOTE-TAG      PIC X(10) VALUE "PRENOTE".
       01 WS-PRENOTE-SENT-COUNT PIC 9(6) VALUE 0.
       01 WS-PRENOTE-LIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-PRENOTE-NEXT     PIC 9(6) VALUE 0.
       01 WS-PRENOTE-FOUND    PIC 9(6) VALUE 0.
       01 WS-PRNRPT-STATUS    PIC XX VALUE "00".
           88 PRNRPT-OK            VALUE "00".
       01 WS-PRN-LINE         PIC X(132) VALUE SPACES.
       01 WS-PRN-COUNT        PIC 9(6) VALUE 0.
       01 WS-PRN-STATE        PIC X(24) VALUE SPACES.
       01 WS-PRN-LIVE-DSP     PIC X(6) VALUE SPACES.
       01 WS-PRN-LIVE-DATE    PIC X(8) VALUE SPACES.

      *> Withholding tables for the tax year the run's pay date
      *> falls in, loaded from TAXTABLE.DAT on first use, with the
      *> year's Social Security and Medicare figures (the constants
      *> unless a parameter row overrides them) and the number of
      *> pay periods the calendar pays in that year.
       01 WS-TAX-YEAR         PIC X(4) VALUE SPACES.
       01 WS-TAX-BRACKET-COUNT PIC 9(3) VALUE 0.
       01 WS-TAX-FED-COUNT    PIC 9(3) VALUE 0.
       01 WS-TAX-STATE-COUNT  PIC 9(3) VALUE 0.
       01 WS-TAX-BRACKET-TABLE.
           05 WS-TAX-BRACKET OCCURS 200 TIMES
                   INDEXED BY WS-TAX-IDX.
               10 TXB-JURISDICTION     PIC X.
               10 TXB-FILING-STATUS    PIC X.
               10 TXB-FLOOR            PIC 9(7)V99.
               10 TXB-BASE-TAX         PIC 9(7)V99.
               10 TXB-RATE             PIC V9(5).
       01 WS-TAX-PERIODS      PIC 9(3) VALUE 0.
       01 WS-TAX-SS-RATE      PIC V9(5) VALUE 0.
       01 WS-TAX-SS-WAGE-BASE PIC 9(7)V99 VALUE 0.
       01 WS-TAX-MED-RATE     PIC V9(5) VALUE 0.
       01 WS-TAX-ADDL-MED-RATE PIC V9(5) VALUE 0.
       01 WS-TAX-ADDL-MED-THRESH PIC 9(7)V99 VALUE 0.
       01 WS-TAX-FUTA-RATE    PIC V9(5) VALUE 0.
       01 WS-TAX-FUTA-WAGE-BASE PIC 9(7)V99 VALUE 0.
       01 WS-TAX-SUTA-RATE    PIC V9(5) VALUE 0.
       01 WS-TAX-SUTA-WAGE-BASE PIC 9(7)V99 VALUE 0.
      *> Scratch for one withholding computation: the jurisdiction
      *> and filing status being looked up, the annualized wages and
      *> tax, the bracket that applies, the gross this employee was
      *> already paid for the week earlier in the run, and the
      *> Social Security and additional-Medicare wage figures.
       01 WS-TAX-JURIS        PIC X VALUE SPACE.
       01 WS-TAX-FILING       PIC X VALUE SPACE.
       01 WS-TAX-ANNUAL-WAGES PIC 9(9)V99 VALUE 0.
       01 WS-TAX-ANNUAL-TAX   PIC 9(9)V99 VALUE 0.
       01 WS-TAX-BEST-IDX     PIC 9(3) VALUE 0.
       01 WS-TAX-PRIOR-GROSS  PIC 9(8)V99 VALUE 0.
       01 WS-TAX-PERIOD-WAGES PIC 9(8)V99 VALUE 0.
       01 WS-TAX-WH-COMBINED  PIC S9(8)V99 VALUE 0.
       01 WS-TAX-WH-WORK      PIC S9(8)V99 VALUE 0.
       01 WS-TAX-SS-ROOM      PIC S9(9)V99 VALUE 0.
       01 WS-TAX-SS-WAGES     PIC 9(8)V99 VALUE 0.
       01 WS-TAX-ADDL-WAGES   PIC S9(9)V99 VALUE 0.
       01 WS-TAX-EXCESS       PIC S9(8)V99 VALUE 0.
      *> Employer taxes on one payment or correction. WS-ER-WAGES
      *> is the signed gross being taxed; each wage base is applied
      *> to year-to-date gross before and after it, so a backout
      *> takes back only wages that were actually taxed.
       01 WS-ER-WAGES         PIC S9(9)V99 VALUE 0.
       01 WS-ER-YTD-BEFORE    PIC S9(9)V99 VALUE 0.
       01 WS-ER-YTD-AFTER     PIC S9(9)V99 VALUE 0.
       01 WS-ER-BASE          PIC 9(7)V99 VALUE 0.
       01 WS-ER-TAXABLE       PIC S9(9)V99 VALUE 0.
       01 WS-EMPLOYER-TAXES.
           05 WS-ER-SS            PIC S9(7)V99 VALUE 0.
           05 WS-ER-MEDICARE      PIC S9(7)V99 VALUE 0.
           05 WS-ER-FUTA          PIC S9(7)V99 VALUE 0.
           05 WS-ER-FUTA-WAGES    PIC S9(9)V99 VALUE 0.
           05 WS-ER-SUTA          PIC S9(7)V99 VALUE 0.
           05 WS-ER-SUTA-WAGES    PIC S9(9)V99 VALUE 0.

      *> Pay periods the calendar pays in one year - the pay
      *> frequency salaries are spread over and withholding is
      *> annualized at. Counted once per year on first use.
       01 WS-YEAR-PERIODS-YEAR PIC X(4) VALUE SPACES.
       01 WS-YEAR-PAY-PERIODS PIC 9(3) VALUE 0.

      *> Salaried employees' cards for the run, one slot per
      *> employee. A salaried card moves no money on its own; the
      *> hours it reports are held here until the salaried pass
      *> pays the employee's period once, with them applied.
       01 WS-SALC-COUNT       PIC 9(4) VALUE 0.
       01 WS-SALARY-CARD-TABLE.
           05 WS-SALC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SALC-IDX.
               10 SALC-EMPLOYEE-ID     PIC X(6).
               10 SALC-WORKED-HOURS    PIC 999V9.
               10 SALC-VAC-HOURS       PIC 999V9.
               10 SALC-SICK-HOURS      PIC 999V9.
               10 SALC-HOL-HOURS       PIC 999V9.
               10 SALC-UNPAID-HOURS    PIC 999V9.
       01 WS-SALC-FOUND       PIC X VALUE 'N'.
           88 SALC-ENTRY-FOUND     VALUE 'Y'.
      *> Set while a restart re-derives the held hours: the cards
      *> are refused exactly as before the crash, but the refusals
      *> are already on the exception file.
       01 WS-SALC-REPLAY      PIC X VALUE 'N'.
           88 SALC-REPLAYING       VALUE 'Y'.
       01 WS-SALC-LEAVE-DRAWN PIC X VALUE 'N'.
           88 SALC-LEAVE-DRAWN     VALUE 'Y'.
      *> Scratch for one salaried payment: the period's first day,
      *> the workdays in the period and the ones the employee was
      *> on staff for, the period salary before and after unpaid
      *> absence, and the standard hours the salary is credited
      *> with.
       01 WS-SAL-PERIOD-START PIC X(8) VALUE SPACES.
       01 WS-SAL-PRIOR-END    PIC X(8) VALUE SPACES.
       01 WS-SAL-DAY          PIC 9(8) VALUE 0.
       01 WS-SAL-FIRST-DAY    PIC 9(8) VALUE 0.
       01 WS-SAL-LAST-DAY     PIC 9(8) VALUE 0.
       01 WS-SAL-HIRE-DAY     PIC 9(8) VALUE 0.
       01 WS-SAL-TERM-DAY     PIC 9(8) VALUE 0.
       01 WS-SAL-PERIOD-DAYS  PIC 9(3) VALUE 0.
       01 WS-SAL-EMPLOYED-DAYS PIC 9(3) VALUE 0.
       01 WS-SAL-PERIOD-AMT   PIC 9(8)V99 VALUE 0.
       01 WS-SAL-UNPAID-AMT   PIC 9(8)V99 VALUE 0.
       01 WS-SAL-CREDIT-HOURS PIC S9(3)V9 VALUE 0.
       01 WS-SAL-LEAVE-HOURS  PIC 9(4)V9 VALUE 0.
       01 WS-SAL-OT-HOURS     PIC 99V9 VALUE 0.
       01 WS-SAL-DT-HOURS     PIC 999V9 VALUE 0.
       01 WS-SAL-LATE-SW      PIC X VALUE 'N'.
           88 SAL-CARDS-ONLY       VALUE 'Y'.

       01 WS-EMPMASTO-STATUS  PIC XX VALUE "00".
           88 EMPMASTO-OK          VALUE "00".
           88 EMPMASTO-EOF         VALUE "10".
                   INDEXED BY WS-RET-IDX.
               10 WS-ACHOUT-ID         PIC X(6).
               10 WS-ACHOUT-NET        PIC X(11).
               10 WS-ACHOUT-TAG        PIC X(10).
      *> A deposit file bigger than the table must refuse the whole
      *> returns run: matching against a truncated table would
      *> call real returns unmatched and leave dead accounts live.
       01 WS-ACHOUT-OVERFLOW  PIC X VALUE 'N'.
           88 ACHOUT-TABLE-FULL    VALUE 'Y'.
      *> The period the table was loaded for (zero = ACHOUT.DAT as
      *> it stands), and the retained deposit-file generations of
      *> a return's own period.
       01 WS-ACHOUT-PERIOD    PIC 9(6) VALUE 0.
       01 WS-RET-PERIOD       PIC 9(6) VALUE 0.
       01 WS-RET-GEN-COUNT    PIC 9(2) VALUE 0.
       01 WS-RET-GEN-TABLE.
           05 WS-RET-GEN-NUMBER PIC 9(6) OCCURS 20 TIMES
                   INDEXED BY WS-RET-GEN-IDX.
       01 WS-RET-GEN-FOUND    PIC X VALUE 'N'.
           88 RET-GEN-SELECTED     VALUE 'Y'.
       01 WS-RET-AMOUNT-DSP   PIC Z(7)9.99.
       01 WS-RET-MATCHED      PIC X VALUE 'N'.
           88 RETURN-MATCHED       VALUE 'Y'.
       01 WS-RET-READ-COUNT   PIC 9(6) VALUE 0.
       01 WS-RET-MATCH-COUNT  PIC 9(6) VALUE 0.
       01 WS-RET-NOMATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-RET-PRENOTE-COUNT PIC 9(6) VALUE 0.
       01 WS-REISSUE-LINE     PIC X(100) VALUE SPACES.

       01 WS-BALRPT-STATUS    PIC XX VALUE "00".
           88 BALRPT-OK            VALUE "00".
           88 BALRPT-EOF           VALUE "10".

       01 WS-LEAVERPT-STATUS  PIC XX VALUE "00".
           88 LEAVERPT-OK          VALUE "00".
           05 WS-BAL-CARDS-SKIPPED PIC 9(6) VALUE 0.
           05 WS-BAL-ACH-NET       PIC S9(9)V99 VALUE 0.
           05 WS-BAL-NOBANK-NET    PIC S9(9)V99 VALUE 0.
      *>    Salaried employees paid from the master this run;
      *>    appended, so an older 34-byte checkpoint line reads it
      *>    as spaces and READ-CHECKPOINT zeroes it.
           05 WS-BAL-SALARY-PAID   PIC 9(6) VALUE 0.
      *> GL extract totals summed back out of the department table,
      *> the bank-file net footed back off ACHOUT.DAT itself, and
      *> the scratch fields one balancing check compares.
      *> across the batch run and written out one line per
      *> department actually used once the run completes. Signed so
      *> an adjustment run can post a net backout; the byte widths
      *> are unchanged, so checkpoints stay compatible. The employer
      *> tax columns are appended: an older checkpoint's shorter
      *> line reads them as spaces and READ-CHECKPOINT zeroes them.
       01 WS-GL-DEPT-COUNT    PIC 9(3) VALUE 0.
       01 WS-GL-TOTALS-TABLE.
           05 WS-GL-DEPT-ENTRY OCCURS 200 TIMES
               10 GL-STATE-WITHHELD     PIC S9(9)V99 VALUE 0.
               10 GL-FICA-WITHHELD      PIC S9(9)V99 VALUE 0.
               10 GL-OTHER-WITHHELD     PIC S9(9)V99 VALUE 0.
               10 GL-ER-SS              PIC S9(9)V99 VALUE 0.
               10 GL-ER-MEDICARE        PIC S9(9)V99 VALUE 0.
               10 GL-ER-FUTA            PIC S9(9)V99 VALUE 0.
               10 GL-ER-SUTA            PIC S9(9)V99 VALUE 0.
       01 WS-GL-FOUND          PIC X VALUE 'N'.
           88 GL-DEPT-FOUND         VALUE 'Y'.
       01 WS-GL-LINE           PIC X(132) VALUE SPACES.
       01 WS-GL-STATE-DSP      PIC Z(8)9.99-.
       01 WS-GL-FICA-DSP       PIC Z(8)9.99-.
       01 WS-GL-OTHER-DSP      PIC Z(8)9.99-.
       01 WS-GL-ER-SS-DSP      PIC Z(8)9.99-.
       01 WS-GL-ER-MED-DSP     PIC Z(8)9.99-.
       01 WS-GL-ER-FUTA-DSP    PIC Z(8)9.99-.
       01 WS-GL-ER-SUTA-DSP    PIC Z(8)9.99-.
       01 WS-GL-ER-SIDE        PIC X(8) VALUE SPACES.

      *> Direct-deposit output line built from the employee master's
      *> bank reference and this run's net pay.
      *> RESUBMIT arrives as RESUBM, same six-character rule.
           88 RUN-MODE-RESUBMIT    VALUE "RESUBM".
           88 RUN-MODE-VERIFY      VALUE "VERIFY".
      *> CERTPAY arrives as CERTPA, same six-character rule.
           88 RUN-MODE-CERTPAY     VALUE "CERTPA".
           88 RUN-MODE-FINAL       VALUE "FINAL".
      *> RELEASE arrives as RELEAS, same six-character rule.
           88 RUN-MODE-RELEASE     VALUE "RELEAS".
      *> PRENOTE arrives as PRENOT, same six-character rule.
           88 RUN-MODE-PRENOTE     VALUE "PRENOT".
           88 RUN-MODE-RECON       VALUE "RECON".
           88 RUN-MODE-ACCRUE      VALUE "ACCRUE".
      *> REPRINT arrives as REPRIN, same six-character rule.
           88 RUN-MODE-REPRINT     VALUE "REPRIN".
       01 C-STANDARD-WORK-WEEK     PIC 9(3) VALUE 40.
       01 C-MAX-HOURS-WEEK         PIC 9(3) VALUE 168.
       01 C-HOURS-WARNING          PIC 9(3) VALUE 100.
      *> reported. Sick balances carry in full.
       01 C-VAC-CARRYOVER-MAX      PIC 9(3)V99 VALUE 40.00.

      *> Unused vacation paid out at separation, in hours; the
      *> rest of the balance is forfeited. The payout rides one
      *> payment, so the cap stays inside the regular-hours field.
       01 C-VAC-PAYOUT-MAX         PIC 99V9 VALUE 80.0.

      *> Variance review thresholds. Pay is measured against the
      *> employee's average over the last C-VAR-AVG-PERIODS paid
      *> periods (at most 6, the size of the window table); a swing
      *> is flagged only past both the share and the dollar floor,
      *> so a $12 swing on a $20 payment is not worth a look.
       01 C-VAR-AVG-PERIODS        PIC 9 VALUE 6.
       01 C-VAR-SWING-PCT          PIC V99 VALUE .50.
       01 C-VAR-SWING-MIN          PIC 9(5)V99 VALUE 100.00.
       01 C-VAR-NET-CAP            PIC 9(7)V99 VALUE 10000.00.
       01 C-VAR-DEPT-PCT           PIC V99 VALUE .25.
       01 C-VAR-DEPT-MIN           PIC 9(7)V99 VALUE 1000.00.

      *> Pay periods a prenote must stand unreturned before the
      *> account takes deposits: sent with period P's file, the
      *> first deposit goes in period P plus this many.
       01 C-PRENOTE-WAIT-PERIODS   PIC 9 VALUE 2.

      *> Days a check may stay outstanding before the RECON run
      *> flags it for void and the unclaimed-property filing.
       01 C-STALE-CHECK-DAYS       PIC 9(3) VALUE 180.

      *> Pay-run output generations kept in the store - one per
      *> run, so about two years of weekly batches with their
      *> resubmits and corrections. Older ones are purged.
       01 C-GEN-RETAIN             PIC 9(3) VALUE 104.

      *> Court-ordered garnishments may not take more than this
      *> share of disposable earnings (gross less statutory
      *> withholding) from any one payment, however many orders are
      *> the shortfall simply stays owed on the order's goal.
       01 C-GARN-MAX-PCT           PIC V99 VALUE .25.

      *> Withholding rates. The flat income-tax rates are only the
      *> fallback for a tax year with no brackets on TAXTABLE.DAT;
      *> the Social Security and Medicare figures are the defaults
      *> a parameter row on the table overrides for its year.
       01 C-FEDERAL-TAX-RATE       PIC V999 VALUE .150.
       01 C-STATE-TAX-RATE         PIC V999 VALUE .050.
       01 C-SS-TAX-RATE            PIC V9(5) VALUE .06200.
       01 C-SS-WAGE-BASE           PIC 9(7)V99 VALUE 168600.00.
       01 C-MEDICARE-TAX-RATE      PIC V9(5) VALUE .01450.
       01 C-ADDL-MEDICARE-RATE     PIC V9(5) VALUE .00900.
       01 C-ADDL-MEDICARE-THRESH   PIC 9(7)V99 VALUE 200000.00.
      *> Employer unemployment taxes: FUTA at the net rate after
      *> the state credit, and SUTA at our assigned experience rate
      *> and the state's wage base. Parameter rows override both
      *> for their year, the state's rate notice being yearly.
       01 C-FUTA-TAX-RATE          PIC V9(5) VALUE .00600.
       01 C-FUTA-WAGE-BASE         PIC 9(7)V99 VALUE 7000.00.
       01 C-SUTA-TAX-RATE          PIC V9(5) VALUE .02700.
       01 C-SUTA-WAGE-BASE         PIC 9(7)V99 VALUE 9000.00.
      *> Pay periods per year when the calendar has none keyed for
      *> the tax year: the standard work week makes us weekly.
       01 C-PAY-PERIODS-PER-YEAR   PIC 9(3) VALUE 52.

       01 C-ERROR-HOURS-OVERFLOW   PIC X(120) VALUE "Somehow this person
      -   " this person worked more hours than week holds. You were repo
       01 WS-EMPLOYEE-ID       PIC X(6).
       01 WS-EMPLOYEE-NAME     PIC X(30).
      *> Pay type of the card being processed. Blank on old-format
      *> cards means worked. Unpaid absence (U) is only meaningful
      *> for a salaried employee, whose salary it reduces.
       01 WS-PAY-TYPE          PIC X VALUE 'W'.
           88 PAY-TYPE-WORKED      VALUES 'W', ' '.
           88 PAY-TYPE-VACATION    VALUE 'V'.
           88 PAY-TYPE-SICK        VALUE 'S'.
           88 PAY-TYPE-HOLIDAY     VALUE 'H'.
           88 PAY-TYPE-LEAVE       VALUES 'V', 'S', 'H'.
           88 PAY-TYPE-UNPAID      VALUE 'U'.
           88 PAY-TYPE-VALID       VALUES 'W', ' ', 'V', 'S', 'H',
                                          'U'.
       01 WS-HOURS             PIC 999V9 VALUE 0.
      *> Hours Calculations
       01 WS-HOURS-CALCULATED.
      *> Pay rates. Base rate and OT modifier now come from the
      *> employee master record looked up in GET-STRING-INPUT;
      *> the VALUE clauses below are only the fallback used when an
      *> employee has no master record yet. A salaried employee's
      *> hourly equivalent can pass 99.99, hence the extra digit.
       01 WS-PAY-RATE-HOUR-BASE PIC 999V99 VALUE 25.
       01 WS-PAY-RATE-HOUR-OT   PIC 999V99.
       01 WS-PAY-RATE-HOUR-DT   PIC 999V99.
       01 WS-OT-MODIFIER        PIC 9V9 VALUE 1.5.

      *> Payment Calculations
            05 WS-DEDUCTION-FICA    PIC 9(7)V99 VALUE 0.
            05 WS-DEDUCTION-TOTAL   PIC 9(7)V99 VALUE 0.
            05 WS-PAYMENT-NET       PIC 9(8)V99 VALUE 0.
      *>    The two halves of WS-DEDUCTION-FICA, kept apart for the
      *>    stub; appended so the group still moves byte-for-byte
      *>    into WS-ADJ-ORIG-DEDUCTIONS.
            05 WS-DEDUCTION-SS      PIC 9(7)V99 VALUE 0.
            05 WS-DEDUCTION-MEDICARE PIC 9(7)V99 VALUE 0.

      *> Display strings.
       01 WS-PAYMENT-DISP.
            05 WS-DEDUCTION-FEDERAL-DSP  PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-STATE-DSP    PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-FICA-DSP     PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-SS-DSP       PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-MEDICARE-DSP PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-OTHER-DSP    PIC $$$,$$9.99 VALUE 0.
            05 WS-DEDUCTION-TOTAL-DSP    PIC $$$,$$9.99 VALUE 0.
            05 WS-PAYMENT-NET-DSP        PIC $$$,$$9.99 VALUE 0.
                    PERFORM YEAREND-MODE
                WHEN RUN-MODE-VERIFY
                    PERFORM VERIFY-MODE
                WHEN RUN-MODE-CERTPAY
                    PERFORM CERTIFIED-PAYROLL-MODE
                WHEN RUN-MODE-RELEASE
                    PERFORM RELEASE-MODE
                WHEN RUN-MODE-PRENOTE
                    PERFORM PRENOTE-REPORT-MODE
                WHEN RUN-MODE-RECON
                    PERFORM CHECK-RECONCILE-MODE
                WHEN RUN-MODE-ACCRUE
                    PERFORM ACCRUAL-MODE
                WHEN RUN-MODE-REPRINT
                    PERFORM REPRINT-MODE
                WHEN OTHER
                    PERFORM PAY-RUN-MODE
            END-EVALUATE
            PERFORM CLOSE-PAY-HISTORY
            PERFORM CLOSE-CHECK-PRINT-FILE
            PERFORM CLOSE-CHECK-REGISTER
            PERFORM CLOSE-POSITIVE-PAY-FILE
            PERFORM CLOSE-SUSPENSE-FILE

      *>        Everything the run wrote is closed by now, so the
      *>        copies kept for later periods are the files as sent.
            IF PAYREG-IS-OPEN OR ACH-IS-OPEN OR GEN-GL-WRITTEN
                    OR GEN-LABOR-WRITTEN OR GEN-BALANCE-WRITTEN
                    OR GEN-REMIT-WRITTEN
                PERFORM SAVE-RUN-GENERATION
            END-IF
        END-IF

        PERFORM WRITE-RUN-LOG-END
                    MOVE WS-VFY-DISC-COUNT TO RL-COUNT-2
                WHEN RUN-MODE-IDCONV
                    MOVE WS-CONV-COUNT TO RL-COUNT-1
                WHEN RUN-MODE-CERTPAY
                    MOVE WS-CERT-COUNT TO RL-COUNT-1
                    MOVE WS-CERT-PERIOD TO RL-PARM
                WHEN RUN-MODE-FINAL
                    MOVE WS-FINAL-EMP-COUNT TO RL-COUNT-1
                    MOVE WS-BAL-CARDS-SKIPPED TO RL-COUNT-2
                    MOVE WS-CURRENT-PERIOD TO RL-PARM
                WHEN RUN-MODE-RELEASE
                    MOVE WS-REL-PAID TO RL-COUNT-1
                    MOVE WS-REL-FLAGGED TO RL-COUNT-2
                    MOVE WS-REL-PERIOD TO RL-PARM
                WHEN RUN-MODE-PRENOTE
                    MOVE WS-PRN-COUNT TO RL-COUNT-1
                WHEN RUN-MODE-RECON
                    MOVE WS-REC-PAID-READ TO RL-COUNT-1
                    MOVE WS-REC-EXCEPT-COUNT TO RL-COUNT-2
                    MOVE WS-REC-TODAY TO RL-PARM
                WHEN RUN-MODE-ACCRUE
                    MOVE WS-ACR-EMP-POSTED TO RL-COUNT-1
                    MOVE WS-GL-DEPT-COUNT TO RL-COUNT-2
                    MOVE WS-ACR-MONTH TO RL-PARM
                WHEN RUN-MODE-REPRINT
                    MOVE WS-RPT-LINES TO RL-COUNT-1
                    MOVE WS-RPT-FILE-COUNT TO RL-COUNT-2
                    MOVE WS-RPT-PERIOD TO RL-PARM
                WHEN OTHER
                    MOVE WS-TIMECARD-RECORD-COUNT TO RL-COUNT-1
                    MOVE WS-BAL-CARDS-SKIPPED TO RL-COUNT-2
            EVALUATE TRUE
                WHEN RUN-MODE-BATCH
                    PERFORM CHECK-EDIT-BEFORE-BATCH
                    IF NOT RUN-SEQ-REFUSED
                        PERFORM CHECK-PRIOR-RUN-RELEASED
                    END-IF
                WHEN RUN-MODE-RESUBMIT
                    PERFORM CHECK-PRIOR-RUN-RELEASED
                WHEN RUN-MODE-QTR
                    PERFORM CHECK-QTR-NOT-CLOSED
                WHEN RUN-MODE-ACHRET
                    PERFORM CHECK-NO-OPEN-BATCH
                WHEN RUN-MODE-FINAL
                    PERFORM CHECK-NO-OPEN-BATCH
                WHEN RUN-MODE-YEAREND
                    PERFORM CHECK-W2-LOGGED
                WHEN RUN-MODE-ACCRUE
                    PERFORM CHECK-MONTH-NOT-ACCRUED
            END-EVALUATE
        .

            END-IF
        .

        CHECK-MONTH-NOT-ACCRUED.
      *>    A second accrual of the same month posts the wages twice
      *>    and reverses them twice. As for the quarter close, only
      *>    a clean END counts; a run that failed may be retried.
            PERFORM COMPUTE-ACCRUAL-MONTH
            IF NOT ACR-MONTH-VALID
                EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-LOG-MONTH-ACCRUED
            OPEN INPUT RUN-LOG-FILE
            IF NOT RUNLOG-OK
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL RUNLOG-EOF OR NOT RUNLOG-OK
                READ RUN-LOG-FILE
                    AT END
                        SET RUNLOG-EOF TO TRUE
                    NOT AT END
                        IF RL-MODE = "ACCRUE" AND RL-PHASE = "END"
                                AND RL-PARM(1:6) = WS-ACR-MONTH
                                AND RL-RETURN-CODE IS NUMERIC
                                AND RL-RETURN-CODE = 0
                            SET LOG-MONTH-ACCRUED TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-LOG-FILE

            IF LOG-MONTH-ACCRUED
                DISPLAY "Month " WS-ACR-MONTH " already accrued per "
                    "the run log - key ACCRUE " WS-ACR-MONTH
                    " FORCE to override. Run refused."
                SET RUN-SEQ-REFUSED TO TRUE
            END-IF
        .

        CHECK-NO-OPEN-BATCH.
      *>    A live checkpoint means a batch is mid-flight (or
      *>    crashed and owed a restart); matching bank returns
      *>    against a half-written deposit file proves nothing, and
      *>    a final-pay run would start the restarted batch's
      *>    register and stubs over.
            OPEN INPUT CHECKPOINT-FILE
            IF NOT CHECKPOINT-OK
                EXIT PARAGRAPH
                            AND CHECKPOINT-RECORD(1:6) NOT = "000000"
                        DISPLAY "Checkpoint shows an unfinished "
                            "batch - finish or restart it first, "
                            "or key FORCE after the mode to override. "
                            "Run refused."
                        SET RUN-SEQ-REFUSED TO TRUE
                    END-IF
            END-IF
        .

        CHECK-PRIOR-RUN-RELEASED.
      *>    A bank file nobody has released has not gone to the
      *>    bank yet; a new BATCH or RESUBMIT would write over it.
      *>    A run that ended out of balance, or never ended, owes
      *>    no release - its rerun is exactly what is wanted.
            PERFORM FIND-LATEST-REVIEW
            IF WS-REL-REVW-TIME = SPACES OR REL-RUN-SIGNED
                    OR NOT REL-RUN-ENDED OR WS-REL-RUN-RC NOT = 0
                EXIT PARAGRAPH
            END-IF
            DISPLAY "The " FUNCTION TRIM(WS-REL-REVW-MODE)
                " run of period " WS-REL-PERIOD " was never "
                "released - review VARIANCE.DAT and key RELEASE "
                "and the reviewer's initials, or key FORCE after "
                "the mode to override. Run refused."
            SET RUN-SEQ-REFUSED TO TRUE
        .

        FIND-LATEST-REVIEW.
      *>    The latest REVW record on the log, the END of the run
      *>    that wrote it, and any SIGN logged after it.
            MOVE SPACES TO WS-REL-REVW-TIME
            MOVE SPACES TO WS-REL-REVW-MODE
            MOVE SPACES TO WS-REL-PERIOD
            MOVE 0 TO WS-REL-PAID
            MOVE 0 TO WS-REL-FLAGGED
            MOVE 0 TO WS-REL-RUN-RC
            MOVE 'N' TO WS-REL-ENDED
            MOVE 'N' TO WS-REL-SIGNED
            OPEN INPUT RUN-LOG-FILE
            IF NOT RUNLOG-OK
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL RUNLOG-EOF OR NOT RUNLOG-OK
                READ RUN-LOG-FILE
                    AT END
                        SET RUNLOG-EOF TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN RL-PHASE = "REVW"
                                MOVE RL-MODE TO WS-REL-REVW-MODE
                                MOVE RL-TIMESTAMP TO WS-REL-REVW-TIME
                                MOVE RL-PARM(1:6) TO WS-REL-PERIOD
                                MOVE RL-COUNT-1 TO WS-REL-PAID
                                MOVE RL-COUNT-2 TO WS-REL-FLAGGED
                                MOVE 'N' TO WS-REL-ENDED
                                MOVE 'N' TO WS-REL-SIGNED
                            WHEN RL-PHASE = "END"
                                    AND RL-MODE = WS-REL-REVW-MODE
                                    AND WS-REL-REVW-TIME NOT = SPACES
                                    AND NOT REL-RUN-ENDED
                                SET REL-RUN-ENDED TO TRUE
                                IF RL-RETURN-CODE IS NUMERIC
                                    MOVE RL-RETURN-CODE
                                        TO WS-REL-RUN-RC
                                ELSE
                                    MOVE 8 TO WS-REL-RUN-RC
                                END-IF
                            WHEN RL-PHASE = "SIGN"
                                    AND WS-REL-REVW-TIME NOT = SPACES
                                SET REL-RUN-SIGNED TO TRUE
                                MOVE RL-PARM TO WS-REL-SIGN-BY
                                MOVE RL-TIMESTAMP TO WS-REL-SIGN-TIME
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE RUN-LOG-FILE
        .

        COMPUTE-QUARTER-ID.
      *>    The id names the quarter being CLOSED, taken from the
      *>    data rather than the wall clock: the latest period-end
                EXIT PARAGRAPH
            END-IF

      *>    Prevailing wages likewise: a job rate file that will not
      *>    fit is refused now, not discovered on some card halfway
      *>    through the run.
            IF RUN-MODE-BATCH OR RUN-MODE-RESUBMIT OR RUN-MODE-FINAL
                PERFORM LOAD-JOB-RATE-TABLE
                IF JOBRATE-TABLE-OVERFLOW
                    DISPLAY "Pay run refused - job rate table "
                        "overflow."
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
            END-IF

      *>    Batch restart: find out before the shared output files are
      *>    opened whether this run is continuing an interrupted one,
      *>    so they can be extended instead of truncated and the GL
                    PERFORM BATCH-MODE
                WHEN RUN-MODE-RESUBMIT
                    PERFORM RESUBMIT-MODE
                WHEN RUN-MODE-FINAL
                    PERFORM FINAL-PAY-MODE
                WHEN OTHER
                    PERFORM INTERACTIVE-MODE
            END-EVALUATE
            END-IF

            PERFORM OPEN-ACH-FILE
            PERFORM SEND-PRENOTES
            PERFORM OPEN-PAY-STATEMENT-FILE

            PERFORM UNTIL TIMECARD-EOF
            END-PERFORM

            CLOSE TIMECARD-FILE
            PERFORM PAY-SALARIED-EMPLOYEES
            PERFORM CLOSE-ACH-FILE
            PERFORM CLOSE-PAY-STATEMENT-FILE
            PERFORM WRITE-GL-EXTRACT
            PERFORM WRITE-REMITTANCE-EXTRACT
            PERFORM WRITE-LABOR-DIST-REPORT

      *>    The week's certified payroll is printed from history, so
      *>    the history appended this run is handed back first.
            IF PAYHIST-IS-OPEN
                CLOSE PAY-HISTORY-FILE
                MOVE 'N' TO WS-PAYHIST-OPEN-DONE
            END-IF
            MOVE WS-CURRENT-PERIOD TO WS-CERT-PERIOD
            PERFORM WRITE-CERTIFIED-PAYROLL

            PERFORM BALANCING-REPORT
            PERFORM VARIANCE-REVIEW
      *>    An out-of-balance run keeps its period open: the rerun
      *>    that fixes it must not find the period already paid.
            IF NOT RUN-OUT-OF-BALANCE
            MOVE SPACES TO WS-EMPLOYEE-NAME
            MOVE TC-HOURS TO WS-HOURS
            MOVE TC-PAY-TYPE TO WS-PAY-TYPE
            INITIALIZE WS-JOB-RATE-DATA

      *>    A fresh card that suspends belongs to this run's
      *>    period; a resubmitted card keeps the period it was
            IF NOT EMPLOYEE-SKIPPED
                PERFORM LOOKUP-EMPLOYEE-MASTER
            END-IF

      *>    A salaried employee's card only reports hours against
      *>    the salary the salaried pass pays at the end of the
      *>    run, so it is checked and held here, not priced.
            IF NOT EMPLOYEE-SKIPPED AND EM-CLASS-SALARIED
                PERFORM RECORD-SALARY-CARD
                IF EMPLOYEE-SKIPPED
                    ADD 1 TO WS-BAL-CARDS-SKIPPED
                    PERFORM WRITE-SUSPENSE-RECORD
                ELSE
                    ADD 1 TO WS-BAL-CARDS-PAID
                END-IF
                EXIT PARAGRAPH
            END-IF

      *>    Unpaid absence reduces a salary; an hourly employee is
      *>    simply not carded for hours not worked.
            IF NOT EMPLOYEE-SKIPPED AND PAY-TYPE-UNPAID
                MOVE "UNPAIDHRLY" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
                SET EMPLOYEE-SKIPPED TO TRUE
            END-IF

            IF NOT EMPLOYEE-SKIPPED
                PERFORM SET-CHARGE-DEPT
                PERFORM CALCULATE-RATES
            IF NOT EMPLOYEE-SKIPPED AND PAY-TYPE-LEAVE
                PERFORM VALIDATE-LEAVE-BALANCE
            END-IF
            IF NOT EMPLOYEE-SKIPPED
                PERFORM APPLY-JOB-RATE
            END-IF

            IF NOT EMPLOYEE-SKIPPED
                IF PAY-TYPE-LEAVE
      *>    and the period it should have paid in. A resubmit run
      *>    only collects the card in storage: the file on disk
      *>    stays whole until every card has been processed, so a
      *>    crash mid-resubmit loses nothing. A refused final card
      *>    stays on the exception file only: its employee is
      *>    settled by the end of the run, and a late correction
      *>    is an ADJUST, not a resubmit.
            IF RUN-MODE-FINAL
                EXIT PARAGRAPH
            END-IF
            IF RUN-MODE-RESUBMIT
                PERFORM COLLECT-RESUSPENDED-CARD
                EXIT PARAGRAPH
            PERFORM SEED-RESUBMIT-WEEK-STATE

            PERFORM OPEN-ACH-FILE
            PERFORM SEND-PRENOTES
            PERFORM OPEN-PAY-STATEMENT-FILE

            MOVE 0 TO WS-RESUSP-COUNT
                PERFORM PROCESS-SUSPENSE-ENTRY
            END-PERFORM

            PERFORM PAY-LATE-SALARY-CARDS
            PERFORM REWRITE-SUSPENSE-FILE

            PERFORM CLOSE-ACH-FILE
            PERFORM WRITE-LABOR-DIST-REPORT
            PERFORM BALANCING-REPORT

      *>    The review reads back the history this run appended.
            IF PAYHIST-IS-OPEN
                CLOSE PAY-HISTORY-FILE
                MOVE 'N' TO WS-PAYHIST-OPEN-DONE
            END-IF
            PERFORM VARIANCE-REVIEW

            DISPLAY "Resubmit complete: " WS-SUSP-COUNT
                " cards re-driven, " WS-BAL-CARDS-PAID " paid, "
                WS-BAL-CARDS-SKIPPED " re-suspended."
            PERFORM CHECK-FLAT-TAKEN

      *>    Worked hours feed the combined-week tiering; leave
      *>    hours never tiered in the first place. Every payment's
      *>    gross feeds the combined-week withholding.
            MOVE PH-PAY-TYPE TO WS-PAY-TYPE
            MOVE 'N' TO WS-EMPLOYEE-SKIP
            PERFORM LOCATE-WEEK-ENTRY
            IF NOT EMPLOYEE-SKIPPED
                ADD PH-GROSS-PAY TO WEEK-PRIOR-GROSS(WS-WEEK-IDX)
                IF PAY-TYPE-WORKED
                    ADD PH-HOURS-REGULAR TO
                        WEEK-PRIOR-HOURS(WS-WEEK-IDX)
                    ADD PH-HOURS-OVERTIME TO
      *>    live only in storage, so the cards already paid before
      *>    the checkpoint are re-derived here - same structural
      *>    checks and the same pricing, but no money moves, no
      *>    exception lines, and no balance counts. Hourly
      *>    leave-balance rechecks are deliberately skipped: a leave
      *>    card that paid before the crash already drew its balance
      *>    down and would wrongly fail a second look.
            MOVE 'N' TO WS-EMPLOYEE-SKIP
            MOVE TC-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE TC-HOURS TO WS-HOURS
                EXIT PARAGRAPH
            END-IF

      *>    A salaried card paid nothing itself; its hours go back
      *>    into the table the salaried pass pays from, less any
      *>    card the same checks suspended before the crash. Leave
      *>    is drawn down only by the salaried pass; for anyone the
      *>    crashed run's pass already paid, the balance tests are
      *>    passed over, the cards having passed them the first
      *>    time against the balances as they stood.
            IF EM-CLASS-SALARIED
                SET SALC-REPLAYING TO TRUE
                PERFORM LOCATE-SALARY-CARD-ENTRY
                IF SALC-ENTRY-FOUND
                    PERFORM CHECK-SALARY-CARD
                END-IF
                MOVE 'N' TO WS-SALC-REPLAY
                IF SALC-ENTRY-FOUND AND NOT EMPLOYEE-SKIPPED
                    PERFORM ADD-SALARY-CARD-HOURS
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF PAY-TYPE-UNPAID
                EXIT PARAGRAPH
            END-IF

            PERFORM SET-CHARGE-DEPT
            PERFORM CALCULATE-RATES

      *>    Covered work reprices at the job rate it was paid at; a
      *>    card with no rate for its classification was suspended.
            INITIALIZE WS-JOB-RATE-DATA
            MOVE TC-JOB-CODE TO WS-JOB-CODE
            IF PAY-TYPE-WORKED AND TC-JOB-CODE NOT = SPACES
                PERFORM LOCATE-JOB-RATE
                IF JOB-RATE-MISSING
                    EXIT PARAGRAPH
                END-IF
                IF JOB-RATE-FOUND
                    PERFORM APPLY-PREVAILING-RATES
                END-IF
            END-IF

            PERFORM LOCATE-WEEK-ENTRY
            IF EMPLOYEE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            IF PAY-TYPE-LEAVE
                INITIALIZE WS-HOURS-CALCULATED
                MOVE WS-HOURS TO WS-HOURS-REGULAR
            ELSE
                IF WEEK-PRIOR-HOURS(WS-WEEK-IDX) + WS-HOURS
                        > C-MAX-HOURS-WEEK
                    EXIT PARAGRAPH
            END-IF

            PERFORM CALCULATE-PAYMENT
            ADD WS-PAYMENT-TOTAL TO WEEK-PRIOR-GROSS(WS-WEEK-IDX)
            PERFORM ACCUMULATE-LABOR-DIST
      *>    The replayed card took this employee's flat deductions
      *>    before the crash; registering them here keeps a later

      *>    Split weeks must still fit inside one week: the cards
      *>    already paid this run plus this one may not exceed the
      *>    overflow limit any more than a single card may. Every
      *>    card gets its week slot here, leave included, so the
      *>    withholding can see the gross already paid this week.
            IF NOT EMPLOYEE-SKIPPED
                PERFORM LOCATE-WEEK-ENTRY
                IF NOT EMPLOYEE-SKIPPED AND PAY-TYPE-WORKED
                        AND WEEK-PRIOR-HOURS(WS-WEEK-IDX) + WS-HOURS
                            > C-MAX-HOURS-WEEK
                    MOVE "OVERFLOW" TO WS-EXCEPTION-TYPE
                MOVE WS-EMPLOYEE-ID TO
                    WEEK-EMPLOYEE-ID(WS-WEEK-IDX)
                MOVE 0 TO WEEK-PRIOR-HOURS(WS-WEEK-IDX)
                MOVE 0 TO WEEK-PRIOR-GROSS(WS-WEEK-IDX)
            END-IF
        .

        APPLY-JOB-RATE.
      *>    A worked card charged to a covered job pays at least the
      *>    prevailing rate for the employee's classification on
      *>    that job. Covered work with no rate in force for the
      *>    classification is suspended rather than risk paying it
      *>    under the posted wage. Leave is not work on the job and
      *>    pays at the employee's own rate.
            MOVE TC-JOB-CODE TO WS-JOB-CODE
            IF TC-JOB-CODE = SPACES OR NOT PAY-TYPE-WORKED
                EXIT PARAGRAPH
            END-IF

            PERFORM LOCATE-JOB-RATE
            IF JOB-RATE-MISSING
                MOVE "NOJOBRATE" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
                SET EMPLOYEE-SKIPPED TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF JOB-RATE-FOUND
                PERFORM APPLY-PREVAILING-RATES
            END-IF
        .

        LOCATE-JOB-RATE.
      *>    Finds the row for WS-JOB-CODE and the employee's
      *>    classification in force at the end of the period the
      *>    card was worked in: for a resubmitted card the period
      *>    it was suspended from, for a final card the period of
      *>    the last day worked, otherwise this run's period.
      *>    When rows overlap, the latest effective date wins, so a
      *>    new determination keyed without closing the old row
      *>    still takes over.
            IF NOT JOBRATE-TABLE-LOADED
                PERFORM LOAD-JOB-RATE-TABLE
            END-IF
      *>    A truncated table could miss the row that governs this
      *>    card and pay it at the employee's own, lower rate -
      *>    suspend the card and fail the run instead.
            IF JOBRATE-TABLE-OVERFLOW
                SET JOB-RATE-MISSING TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-JOB-RATE-DATE
            IF RUN-MODE-FINAL
                IF EM-TERM-DATE IS NUMERIC
                    PERFORM FIND-TERM-PERIOD-END
                    MOVE WS-FINAL-TERM-END TO WS-JOB-RATE-DATE
                END-IF
            ELSE
                IF WS-SUSP-ORIG-PERIOD > 0
                    PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                            UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                        IF WS-PER-NUMBER(WS-PER-IDX)
                                = WS-SUSP-ORIG-PERIOD
                            MOVE WS-PER-END-DATE(WS-PER-IDX)
                                TO WS-JOB-RATE-DATE
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            IF WS-JOB-RATE-DATE = SPACES
                MOVE WS-PERIOD-END-DATE TO WS-JOB-RATE-DATE
            END-IF
            IF WS-JOB-RATE-DATE = SPACES
                MOVE WS-PERIOD-PAY-DATE TO WS-JOB-RATE-DATE
            END-IF

            MOVE 'N' TO WS-JOB-LOOKUP
            MOVE SPACES TO WS-JOB-EFF-FROM
            PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                    UNTIL WS-JR-IDX > WS-JOBRATE-COUNT
                IF JRT-JOB-CODE(WS-JR-IDX) = WS-JOB-CODE
                    IF NOT JOB-RATE-FOUND
                        SET JOB-RATE-MISSING TO TRUE
                    END-IF
                    IF JRT-WORK-CLASS(WS-JR-IDX) = EM-WORK-CLASS
                            AND EM-WORK-CLASS NOT = SPACES
                            AND JRT-EFF-FROM(WS-JR-IDX)
                                <= WS-JOB-RATE-DATE
                            AND (JRT-EFF-TO(WS-JR-IDX) = SPACES
                            OR JRT-EFF-TO(WS-JR-IDX) = ZEROES
                            OR JRT-EFF-TO(WS-JR-IDX)
                                >= WS-JOB-RATE-DATE)
                            AND (WS-JOB-EFF-FROM = SPACES
                            OR JRT-EFF-FROM(WS-JR-IDX)
                                > WS-JOB-EFF-FROM)
                        SET JOB-RATE-FOUND TO TRUE
                        MOVE JRT-WORK-CLASS(WS-JR-IDX)
                            TO WS-JOB-WORK-CLASS
                        MOVE JRT-BASE-RATE(WS-JR-IDX)
                            TO WS-JOB-BASE-RATE
                        MOVE JRT-FRINGE-RATE(WS-JR-IDX)
                            TO WS-JOB-FRINGE-RATE
                        MOVE JRT-EFF-FROM(WS-JR-IDX)
                            TO WS-JOB-EFF-FROM
                    END-IF
                END-IF
            END-PERFORM
        .

        LOAD-JOB-RATE-TABLE.
      *>    No job rate file simply means no job is covered.
            SET JOBRATE-TABLE-LOADED TO TRUE
            MOVE 0 TO WS-JOBRATE-COUNT
            OPEN INPUT JOB-RATE-FILE
            IF NOT JOBRATE-OK
                DISPLAY "No job rate file, status " WS-JOBRATE-STATUS
                    " - no prevailing-wage jobs this run."
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL JOBRATE-EOF OR NOT JOBRATE-OK
                READ JOB-RATE-FILE
                    AT END
                        SET JOBRATE-EOF TO TRUE
                    NOT AT END
                        IF WS-JOBRATE-COUNT < 2000
                            ADD 1 TO WS-JOBRATE-COUNT
                            SET WS-JR-IDX TO WS-JOBRATE-COUNT
                            MOVE JR-JOB-CODE TO
                                JRT-JOB-CODE(WS-JR-IDX)
                            MOVE JR-WORK-CLASS TO
                                JRT-WORK-CLASS(WS-JR-IDX)
                            MOVE JR-BASE-RATE TO
                                JRT-BASE-RATE(WS-JR-IDX)
                            MOVE JR-FRINGE-RATE TO
                                JRT-FRINGE-RATE(WS-JR-IDX)
                            MOVE JR-EFF-FROM TO
                                JRT-EFF-FROM(WS-JR-IDX)
                            MOVE JR-EFF-TO TO
                                JRT-EFF-TO(WS-JR-IDX)
                        ELSE
                            SET JOBRATE-TABLE-OVERFLOW TO TRUE
                        END-IF
                END-READ
                IF JOBRATE-TABLE-OVERFLOW
                    EXIT PERFORM
                END-IF
            END-PERFORM
            CLOSE JOB-RATE-FILE
            IF JOBRATE-TABLE-OVERFLOW
                DISPLAY "Job rate file exceeds the 2000-entry table."
            END-IF
        .

        APPLY-PREVAILING-RATES.
      *>    The fringe is paid in cash with the wage: straight time
      *>    at base plus fringe, overtime at the premium on the base
      *>    only plus the fringe. Each tier takes whichever is
      *>    higher, the employee's own or the posted one, and the
      *>    hours themselves are still tiered across the combined
      *>    week by CALCULATE-WEEK-HOURS.
            COMPUTE WS-JOB-RATE-REG =
                    WS-JOB-BASE-RATE + WS-JOB-FRINGE-RATE
            COMPUTE WS-JOB-RATE-OT ROUNDED =
                    WS-JOB-BASE-RATE * WS-OT-MODIFIER
                    + WS-JOB-FRINGE-RATE
            COMPUTE WS-JOB-RATE-DT ROUNDED =
                    WS-JOB-BASE-RATE * C-DT-MODIFIER
                    + WS-JOB-FRINGE-RATE
            IF WS-JOB-RATE-REG > WS-PAY-RATE-HOUR-BASE
                MOVE WS-JOB-RATE-REG TO WS-PAY-RATE-HOUR-BASE
            END-IF
            IF WS-JOB-RATE-OT > WS-PAY-RATE-HOUR-OT
                MOVE WS-JOB-RATE-OT TO WS-PAY-RATE-HOUR-OT
            END-IF
            IF WS-JOB-RATE-DT > WS-PAY-RATE-HOUR-DT
                MOVE WS-JOB-RATE-DT TO WS-PAY-RATE-HOUR-DT
            END-IF
        .

            ADD WS-HOURS TO WEEK-PRIOR-HOURS(WS-WEEK-IDX)
        .

        RECORD-SALARY-CARD.
      *>    Batch checks for a salaried employee's card. Only
      *>    leave, unpaid absence and a non-exempt employee's
      *>    worked hours mean anything against a salary; the card
      *>    passes the same limits an hourly card does and its
      *>    hours are held by type until the salaried pass.
            PERFORM LOCATE-SALARY-CARD-ENTRY
            IF NOT SALC-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF

            PERFORM CHECK-SALARY-CARD
            IF EMPLOYEE-SKIPPED
                EXIT PARAGRAPH
            END-IF

      *>    Exempt staff are not carded for hours worked; the card
      *>    is kept, but HR should know it was sent.
            IF PAY-TYPE-WORKED AND EM-CLASS-EXEMPT
                MOVE "EXEMPTHRS" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
            END-IF

            PERFORM ADD-SALARY-CARD-HOURS
        .

        CHECK-SALARY-CARD.
      *>    The limits a salaried card must pass, against the hours
      *>    already held for the employee (WS-SALC-IDX). Shared by
      *>    the card and restart paths so both hold the same cards.
            MOVE 'N' TO WS-SALC-LEAVE-DRAWN
            IF SALC-REPLAYING
                    AND EM-LEAVE-APPLIED-PERIOD IS NUMERIC
                    AND EM-LEAVE-APPLIED-PERIOD = WS-CURRENT-PERIOD
                SET SALC-LEAVE-DRAWN TO TRUE
            END-IF

            IF WS-HOURS > C-MAX-HOURS-WEEK
                MOVE "OVERFLOW" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
            IF (PAY-TYPE-LEAVE OR PAY-TYPE-UNPAID)
                    AND WS-HOURS > C-MAX-LEAVE-WEEK
                MOVE "LEAVEMAX" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
            IF PAY-TYPE-VACATION AND NOT SALC-LEAVE-DRAWN
                    AND WS-HOURS + SALC-VAC-HOURS(WS-SALC-IDX)
                        > EM-VAC-BALANCE
                MOVE "NOVACBAL" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
            IF PAY-TYPE-SICK AND NOT SALC-LEAVE-DRAWN
                    AND WS-HOURS + SALC-SICK-HOURS(WS-SALC-IDX)
                        > EM-SICK-BALANCE
                MOVE "NOSICKBAL" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
            IF PAY-TYPE-WORKED
                    AND WS-HOURS + SALC-WORKED-HOURS(WS-SALC-IDX)
                        > C-MAX-HOURS-WEEK
                MOVE "OVERFLOW" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
        .

        REFUSE-SALARY-CARD.
            IF NOT SALC-REPLAYING
                PERFORM WRITE-EXCEPTION-RECORD
            END-IF
            SET EMPLOYEE-SKIPPED TO TRUE
        .

        LOCATE-SALARY-CARD-ENTRY.
      *>    Positions WS-SALC-IDX on the employee's held-hours
      *>    slot, opening one at zero on first sight. A full table
      *>    stops the card rather than pay a salary blind to it.
            PERFORM FIND-SALARY-CARD-ENTRY
            IF SALC-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF

            IF WS-SALC-COUNT >= 2000
                DISPLAY "Salaried card table full, unable to hold "
                    "hours for " WS-EMPLOYEE-ID
                MOVE "NOSALSLOT" TO WS-EXCEPTION-TYPE
                PERFORM REFUSE-SALARY-CARD
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SALC-COUNT
            SET WS-SALC-IDX TO WS-SALC-COUNT
            MOVE WS-EMPLOYEE-ID TO SALC-EMPLOYEE-ID(WS-SALC-IDX)
            MOVE 0 TO SALC-WORKED-HOURS(WS-SALC-IDX)
            MOVE 0 TO SALC-VAC-HOURS(WS-SALC-IDX)
            MOVE 0 TO SALC-SICK-HOURS(WS-SALC-IDX)
            MOVE 0 TO SALC-HOL-HOURS(WS-SALC-IDX)
            MOVE 0 TO SALC-UNPAID-HOURS(WS-SALC-IDX)
            SET SALC-ENTRY-FOUND TO TRUE
        .

        FIND-SALARY-CARD-ENTRY.
            MOVE 'N' TO WS-SALC-FOUND
            PERFORM VARYING WS-SALC-IDX FROM 1 BY 1
                    UNTIL WS-SALC-IDX > WS-SALC-COUNT
                IF SALC-EMPLOYEE-ID(WS-SALC-IDX) = WS-EMPLOYEE-ID
                    SET SALC-ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
        .

        ADD-SALARY-CARD-HOURS.
            EVALUATE TRUE
                WHEN PAY-TYPE-VACATION
                    ADD WS-HOURS TO SALC-VAC-HOURS(WS-SALC-IDX)
                WHEN PAY-TYPE-SICK
                    ADD WS-HOURS TO SALC-SICK-HOURS(WS-SALC-IDX)
                WHEN PAY-TYPE-HOLIDAY
                    ADD WS-HOURS TO SALC-HOL-HOURS(WS-SALC-IDX)
                WHEN PAY-TYPE-UNPAID
                    ADD WS-HOURS TO SALC-UNPAID-HOURS(WS-SALC-IDX)
                WHEN OTHER
                    ADD WS-HOURS TO SALC-WORKED-HOURS(WS-SALC-IDX)
            END-EVALUATE
        .

        PAY-SALARIED-EMPLOYEES.
      *>    Salaried pass, after the last card: every salaried
      *>    employee on the master is paid the period's share of
      *>    the annual salary whether or not a card came in, less
      *>    any unpaid absence and plus any non-exempt overtime the
      *>    cards held. Each payment runs the same deduction,
      *>    register, stub, bank, GL and history paragraphs a card
      *>    does, and is checkpointed in sequence after the cards
      *>    so a restart replays it instead of paying it twice.
      *>    A terminated employee is left to the FINAL run, which
      *>    settles the last partial period with the vacation
      *>    payout on one check; any of them, hourly or salaried,
      *>    still unsettled is reported until it does.
            PERFORM COUNT-YEAR-PAY-PERIODS
            PERFORM COMPUTE-PERIOD-START
            MOVE 0 TO WS-SAL-SEQ

            MOVE LOW-VALUES TO EM-EMPLOYEE-ID
            START EMPLOYEE-MASTER-FILE
                KEY IS NOT LESS THAN EM-EMPLOYEE-ID
                INVALID KEY
                    EXIT PARAGRAPH
            END-START

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF EM-TERMINATED
                            PERFORM NOTE-FINAL-PAY-DUE
                        ELSE
                            IF EM-CLASS-SALARIED
                                PERFORM PAY-ONE-SALARIED-EMPLOYEE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

        COMPUTE-PERIOD-START.
      *>    The period runs from the day after the prior period's
      *>    end through this period's end. The first period on the
      *>    calendar has no prior, so it is taken as one week.
            MOVE SPACES TO WS-SAL-PRIOR-END
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-END-DATE(WS-PER-IDX) < WS-PERIOD-END-DATE
                        AND (WS-SAL-PRIOR-END = SPACES
                        OR WS-PER-END-DATE(WS-PER-IDX)
                            > WS-SAL-PRIOR-END)
                    MOVE WS-PER-END-DATE(WS-PER-IDX)
                        TO WS-SAL-PRIOR-END
                END-IF
            END-PERFORM

            MOVE WS-PERIOD-END-DATE TO WS-SAL-DAY
            COMPUTE WS-SAL-LAST-DAY =
                    FUNCTION INTEGER-OF-DATE(WS-SAL-DAY)
            IF WS-SAL-PRIOR-END = SPACES
                COMPUTE WS-SAL-FIRST-DAY = WS-SAL-LAST-DAY - 6
            ELSE
                MOVE WS-SAL-PRIOR-END TO WS-SAL-DAY
                COMPUTE WS-SAL-FIRST-DAY =
                        FUNCTION INTEGER-OF-DATE(WS-SAL-DAY) + 1
            END-IF
            COMPUTE WS-SAL-DAY =
                    FUNCTION DATE-OF-INTEGER(WS-SAL-FIRST-DAY)
            MOVE WS-SAL-DAY TO WS-SAL-PERIOD-START
        .

        COMPUTE-SALARY-DAYS.
      *>    Workdays (Monday to Friday) in the period, and how many
      *>    of them fall between the employee's hire date and
      *>    termination date. A terminated employee with no date
      *>    on file worked none of them; nothing is guessed.
            MOVE 0 TO WS-SAL-HIRE-DAY
            IF EM-HIRE-DATE IS NUMERIC AND EM-HIRE-DATE > "16010101"
                MOVE EM-HIRE-DATE TO WS-SAL-DAY
                COMPUTE WS-SAL-HIRE-DAY =
                        FUNCTION INTEGER-OF-DATE(WS-SAL-DAY)
            END-IF
            MOVE 99999999 TO WS-SAL-TERM-DAY
            IF EM-TERMINATED
                MOVE 0 TO WS-SAL-TERM-DAY
                IF EM-TERM-DATE IS NUMERIC
                        AND EM-TERM-DATE > "16010101"
                    MOVE EM-TERM-DATE TO WS-SAL-DAY
                    COMPUTE WS-SAL-TERM-DAY =
                            FUNCTION INTEGER-OF-DATE(WS-SAL-DAY)
                END-IF
            END-IF

            MOVE 0 TO WS-SAL-PERIOD-DAYS
            MOVE 0 TO WS-SAL-EMPLOYED-DAYS
            PERFORM VARYING WS-SAL-DAY FROM WS-SAL-FIRST-DAY BY 1
                    UNTIL WS-SAL-DAY > WS-SAL-LAST-DAY
                IF FUNCTION MOD(WS-SAL-DAY - 1, 7) < 5
                    ADD 1 TO WS-SAL-PERIOD-DAYS
                    IF WS-SAL-DAY >= WS-SAL-HIRE-DAY
                            AND WS-SAL-DAY <= WS-SAL-TERM-DAY
                        ADD 1 TO WS-SAL-EMPLOYED-DAYS
                    END-IF
                END-IF
            END-PERFORM
        .

        PAY-ONE-SALARIED-EMPLOYEE.
            PERFORM COMPUTE-SALARY-DAYS
            IF WS-SAL-EMPLOYED-DAYS = 0
                EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EMPLOYEE-SKIP
            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
            MOVE SPACES TO TC-JOB-CODE
            ADD 1 TO WS-SAL-SEQ

      *>    Paid before the crash: rebuild the labor distribution
      *>    line only, the way a replayed card does.
            IF WS-TIMECARD-RECORD-COUNT + WS-SAL-SEQ
                    <= WS-LAST-CHECKPOINT
                PERFORM CALCULATE-RATES
                PERFORM PRICE-SALARY-PAYMENT
                IF WS-PAYMENT-TOTAL > 0
                    PERFORM ACCUMULATE-LABOR-DIST
                END-IF
                EXIT PARAGRAPH
            END-IF

            PERFORM CALCULATE-RATES
            PERFORM PRICE-SALARY-PAYMENT
            PERFORM LOCATE-WEEK-ENTRY
            IF EMPLOYEE-SKIPPED
                EXIT PARAGRAPH
            END-IF
            PERFORM APPLY-SALARY-LEAVE

      *>    A period wholly taken as unpaid absence pays nothing,
      *>    but the leave the cards drew still has to be kept.
            IF WS-PAYMENT-TOTAL = 0
                REWRITE EMPLOYEE-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Unable to update leave for "
                            WS-EMPLOYEE-NAME
                END-REWRITE
                PERFORM WRITE-CHECKPOINT
                EXIT PARAGRAPH
            END-IF

            PERFORM CALCULATE-DEDUCTIONS
            PERFORM APPLY-EMPLOYEE-DEDUCTIONS
            PERFORM UPDATE-YTD
            PERFORM ACCUMULATE-GL-TOTALS
            PERFORM ACCUMULATE-LABOR-DIST
            PERFORM WRITE-ACH-RECORD
            PERFORM DISPLAY-RESULTS
            PERFORM WRITE-PAY-STATEMENT
            PERFORM WRITE-PAY-HISTORY
            ADD 1 TO WS-BAL-SALARY-PAID
            PERFORM WRITE-CHECKPOINT
        .

        PRICE-SALARY-PAYMENT.
      *>    The period's share of the salary, prorated by workdays
      *>    employed, less unpaid absence at the hourly equivalent.
      *>    The hours carried are the standard hours the salary
      *>    stands for, less leave and unpaid time, so YTD hours and
      *>    accruals read the same as an hourly employee's week.
      *>    A non-exempt employee's carded hours tier across the
      *>    week and only the overtime and doubletime pay extra.
            INITIALIZE WS-HOURS-CALCULATED
            INITIALIZE WS-PAYMENT-CALCULATED
            MOVE 0 TO WS-SAL-OT-HOURS
            MOVE 0 TO WS-SAL-DT-HOURS
            MOVE 0 TO WS-SAL-LEAVE-HOURS
            MOVE 0 TO WS-SAL-UNPAID-AMT
            MOVE 'W' TO WS-PAY-TYPE

            COMPUTE WS-SAL-PERIOD-AMT ROUNDED =
                    EM-ANNUAL-SALARY / WS-YEAR-PAY-PERIODS
                    * WS-SAL-EMPLOYED-DAYS / WS-SAL-PERIOD-DAYS
            COMPUTE WS-SAL-CREDIT-HOURS =
                    WS-SAL-EMPLOYED-DAYS * C-STANDARD-WORK-WEEK / 5
            IF WS-SAL-CREDIT-HOURS > 99.9
                MOVE 99.9 TO WS-SAL-CREDIT-HOURS
            END-IF

            PERFORM FIND-SALARY-CARD-ENTRY
            IF SALC-ENTRY-FOUND
                COMPUTE WS-SAL-LEAVE-HOURS =
                        SALC-VAC-HOURS(WS-SALC-IDX)
                        + SALC-SICK-HOURS(WS-SALC-IDX)
                        + SALC-HOL-HOURS(WS-SALC-IDX)
                COMPUTE WS-SAL-UNPAID-AMT ROUNDED =
                        SALC-UNPAID-HOURS(WS-SALC-IDX)
                        * WS-PAY-RATE-HOUR-BASE
                COMPUTE WS-SAL-CREDIT-HOURS =
                        WS-SAL-CREDIT-HOURS - WS-SAL-LEAVE-HOURS
                        - SALC-UNPAID-HOURS(WS-SALC-IDX)
                IF WS-SAL-CREDIT-HOURS < 0
                    MOVE 0 TO WS-SAL-CREDIT-HOURS
                END-IF
                IF EM-CLASS-NONEXEMPT
                        AND SALC-WORKED-HOURS(WS-SALC-IDX) > 0
                    MOVE SALC-WORKED-HOURS(WS-SALC-IDX) TO WS-HOURS
                    PERFORM CALCULATE-WEEK-HOURS
                    MOVE WS-HOURS-OVERTIME TO WS-SAL-OT-HOURS
                    MOVE WS-HOURS-DOUBLETIME TO WS-SAL-DT-HOURS
                    MOVE 'N' TO WS-EMPLOYEE-SKIP
                END-IF
            END-IF
            IF WS-SAL-UNPAID-AMT > WS-SAL-PERIOD-AMT
                MOVE WS-SAL-PERIOD-AMT TO WS-SAL-UNPAID-AMT
            END-IF

            INITIALIZE WS-HOURS-CALCULATED
            MOVE WS-SAL-CREDIT-HOURS TO WS-HOURS-REGULAR
            MOVE WS-SAL-OT-HOURS TO WS-HOURS-OVERTIME
            MOVE WS-SAL-DT-HOURS TO WS-HOURS-DOUBLETIME
            COMPUTE WS-PAYMENT-REG =
                    WS-SAL-PERIOD-AMT - WS-SAL-UNPAID-AMT
            MULTIPLY WS-HOURS-OVERTIME BY WS-PAY-RATE-HOUR-OT
                GIVING WS-PAYMENT-OT
            END-MULTIPLY
            MULTIPLY WS-HOURS-DOUBLETIME BY WS-PAY-RATE-HOUR-DT
                GIVING WS-PAYMENT-DT
            END-MULTIPLY
            COMPUTE WS-PAYMENT-TOTAL =
                    WS-PAYMENT-REG + WS-PAYMENT-OT + WS-PAYMENT-DT
            COMPUTE WS-HOURS = WS-HOURS-REGULAR + WS-HOURS-OVERTIME
                    + WS-HOURS-DOUBLETIME
        .

        APPLY-SALARY-LEAVE.
      *>    Leave the cards reported draws the balances down and
      *>    lands in the YTD leave bucket, as a leave card would;
      *>    the salary already paid for the time.
            IF NOT SALC-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF
            SUBTRACT SALC-VAC-HOURS(WS-SALC-IDX) FROM EM-VAC-BALANCE
            SUBTRACT SALC-SICK-HOURS(WS-SALC-IDX) FROM EM-SICK-BALANCE
            ADD WS-SAL-LEAVE-HOURS TO EM-YTD-HOURS-LEAVE
            MOVE WS-CURRENT-PERIOD TO EM-LEAVE-APPLIED-PERIOD
        .

        PAY-LATE-SALARY-CARDS.
      *>    A salaried employee's suspended card comes back after
      *>    the salary for its period was already paid, so nothing
      *>    is repaid here. Leave draws the balance down as it
      *>    would have; unpaid absence and non-exempt overtime
      *>    change money already paid and go to the exception file
      *>    for HR to settle through ADJUST.
            PERFORM VARYING WS-SALC-IDX FROM 1 BY 1
                    UNTIL WS-SALC-IDX > WS-SALC-COUNT
                MOVE SALC-EMPLOYEE-ID(WS-SALC-IDX) TO EM-EMPLOYEE-ID
                READ EMPLOYEE-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM SETTLE-LATE-SALARY-CARD
                END-READ
            END-PERFORM
        .

        SETTLE-LATE-SALARY-CARD.
            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            IF SALC-UNPAID-HOURS(WS-SALC-IDX) > 0
                MOVE SALC-UNPAID-HOURS(WS-SALC-IDX) TO WS-HOURS
                MOVE "UNPAIDLATE" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
            END-IF
            IF EM-CLASS-NONEXEMPT
                    AND SALC-WORKED-HOURS(WS-SALC-IDX) > 0
                MOVE SALC-WORKED-HOURS(WS-SALC-IDX) TO WS-HOURS
                MOVE "SALOTLATE" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
            END-IF

            SET SALC-ENTRY-FOUND TO TRUE
            COMPUTE WS-SAL-LEAVE-HOURS =
                    SALC-VAC-HOURS(WS-SALC-IDX)
                    + SALC-SICK-HOURS(WS-SALC-IDX)
                    + SALC-HOL-HOURS(WS-SALC-IDX)
            IF WS-SAL-LEAVE-HOURS > 0
                PERFORM APPLY-SALARY-LEAVE
                REWRITE EMPLOYEE-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Unable to update leave for "
                            WS-EMPLOYEE-NAME
                END-REWRITE
            END-IF
        .

        NOTE-FINAL-PAY-DUE.
      *>    A terminated employee is paid by the FINAL run, not
      *>    here. One it has not yet settled goes on the exception
      *>    file, every run until it is, so the payout is not
      *>    missed. Terminated in this period, the record is
      *>    marked so FINAL still settles it after this run closes
      *>    the period - for a salaried employee, with the salary
      *>    this run held back.
            PERFORM CHECK-FINAL-PAY-DUE
            IF NOT FINAL-PAY-DUE
                EXIT PARAGRAPH
            END-IF

            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            MOVE 0 TO WS-HOURS
            MOVE "FINALDUE" TO WS-EXCEPTION-TYPE
            PERFORM WRITE-EXCEPTION-RECORD

            IF EM-TERM-DATE >= WS-SAL-PERIOD-START
                IF EM-CLASS-SALARIED
                    MOVE "D" TO EM-FINAL-PAY-FLAG
                ELSE
                    MOVE "N" TO EM-FINAL-PAY-FLAG
                END-IF
                REWRITE EMPLOYEE-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Unable to mark final pay due for "
                            WS-EMPLOYEE-NAME
                END-REWRITE
            END-IF
        .

        FINAL-PAY-MODE.
      *>    Same-day settlement for terminated employees not yet
      *>    settled, whether or not their period has since been
      *>    closed by BATCH. Their last cards (FINALTC.DAT), the
      *>    rest of a salaried employee's period and the payout of
      *>    unused vacation all go through the normal payment,
      *>    deduction and YTD paragraphs. One printed check dated
      *>    the termination date then pays the lot, the voluntary
      *>    deductions stop, and HR gets a separation summary
      *>    (SEPARATE.DAT). Each employee is marked final-paid as
      *>    the settlement completes, so a rerun after a crash
      *>    picks up only those not yet settled and no later run
      *>    pays them again.
            PERFORM LOAD-FINAL-CARDS
            IF FCARD-TABLE-FULL
                DISPLAY "Final timecard file exceeds the 1000-entry "
                    "table - final pay run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            OPEN EXTEND SEPARATION-FILE
            IF SEPARATE-NEW-FILE
                OPEN OUTPUT SEPARATION-FILE
            END-IF
            IF NOT SEPARATE-OK
                DISPLAY "Unable to open separation summary, status "
                    WS-SEPARATE-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM COUNT-YEAR-PAY-PERIODS
            PERFORM COMPUTE-PERIOD-START
            MOVE 0 TO WS-SAL-SEQ
            MOVE 0 TO WS-TIMECARD-RECORD-COUNT
            MOVE WS-PERIOD-PAY-DATE TO WS-FINAL-RUN-PAY-DATE
            PERFORM OPEN-PAY-STATEMENT-FILE

            MOVE LOW-VALUES TO EM-EMPLOYEE-ID
            START EMPLOYEE-MASTER-FILE
                KEY IS NOT LESS THAN EM-EMPLOYEE-ID
                INVALID KEY
                    SET EMPMAST-EOF TO TRUE
            END-START

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-FINAL-PAY-DUE
                        IF FINAL-PAY-DUE
                            PERFORM SETTLE-FINAL-EMPLOYEE
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-FINAL-RUN-PAY-DATE TO WS-PERIOD-PAY-DATE

            PERFORM VARYING WS-FCARD-IDX FROM 1 BY 1
                    UNTIL WS-FCARD-IDX > WS-FCARD-COUNT
                IF FCARD-CLAIMED(WS-FCARD-IDX) NOT = 'Y'
                    PERFORM REFUSE-UNCLAIMED-FINAL-CARD
                END-IF
            END-PERFORM

            CLOSE SEPARATION-FILE
            PERFORM CLOSE-PAY-STATEMENT-FILE
            PERFORM WRITE-GL-EXTRACT
            PERFORM WRITE-REMITTANCE-EXTRACT
            PERFORM WRITE-LABOR-DIST-REPORT
            PERFORM BALANCING-REPORT

            DISPLAY "Final pay complete: " WS-FINAL-EMP-COUNT
                " employees settled, " WS-BAL-CARDS-PAID
                " cards paid, " WS-BAL-CARDS-SKIPPED " refused."
        .

        LOAD-FINAL-CARDS.
      *>    No card file just means nobody leaving is owed hours;
      *>    salaries and vacation payouts are still settled.
            MOVE 0 TO WS-FCARD-COUNT
            OPEN INPUT FINAL-CARD-FILE
            IF NOT FINALTC-OK
                DISPLAY "No final timecards on file - settling from "
                    "the master only."
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL FINALTC-EOF OR NOT FINALTC-OK
                READ FINAL-CARD-FILE
                    AT END
                        SET FINALTC-EOF TO TRUE
                    NOT AT END
                        IF WS-FCARD-COUNT >= 1000
                            SET FCARD-TABLE-FULL TO TRUE
                        ELSE
                            ADD 1 TO WS-FCARD-COUNT
                            SET WS-FCARD-IDX TO WS-FCARD-COUNT
                            MOVE FT-EMPLOYEE-ID TO
                                FCARD-EMPLOYEE-ID(WS-FCARD-IDX)
                            MOVE FT-HOURS TO
                                FCARD-HOURS(WS-FCARD-IDX)
                            MOVE FT-PAY-TYPE TO
                                FCARD-PAY-TYPE(WS-FCARD-IDX)
                            MOVE FT-CHARGE-DEPT TO
                                FCARD-CHARGE-DEPT(WS-FCARD-IDX)
                            MOVE FT-JOB-CODE TO
                                FCARD-JOB-CODE(WS-FCARD-IDX)
                            MOVE 'N' TO FCARD-CLAIMED(WS-FCARD-IDX)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FINAL-CARD-FILE
        .

        CHECK-FINAL-PAY-DUE.
      *>    Owed a final settlement: terminated, not yet settled,
      *>    and the last day worked on or before the end of the
      *>    current period. A termination MAINT marked Owed stays
      *>    due after its own period closes, however late FINAL
      *>    runs. A record terminated before the marker existed
      *>    is only due in its own period; anyone older than that
      *>    was closed out long ago and is not paid out again.
            MOVE 'N' TO WS-FINAL-DUE
            IF EM-TERMINATED AND NOT EM-FINAL-PAID
                    AND EM-TERM-DATE IS NUMERIC
                    AND EM-TERM-DATE <= WS-PERIOD-END-DATE
                    AND (EM-FINAL-PAY-OWED
                    OR EM-TERM-DATE >= WS-SAL-PERIOD-START)
                SET FINAL-PAY-DUE TO TRUE
            END-IF
        .

        SETTLE-FINAL-EMPLOYEE.
            INITIALIZE WS-FINAL-SETTLEMENT
            MOVE 'N' TO WS-FINAL-IN-PAYOUT
            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
      *>    Every output of the settlement - history, stub and the
      *>    check itself - is dated the last day worked.
            MOVE EM-TERM-DATE TO WS-PERIOD-PAY-DATE

            PERFORM VARYING WS-FCARD-IDX FROM 1 BY 1
                    UNTIL WS-FCARD-IDX > WS-FCARD-COUNT
                IF FCARD-EMPLOYEE-ID(WS-FCARD-IDX) = EM-EMPLOYEE-ID
                    PERFORM PAY-FINAL-CARD
                END-IF
            END-PERFORM

            IF EM-CLASS-SALARIED
                PERFORM PAY-FINAL-SALARY
            END-IF
            PERFORM PAY-VACATION-PAYOUT
            PERFORM ISSUE-FINAL-CHECK
            PERFORM WRITE-SEPARATION-SUMMARY
            PERFORM WIND-DOWN-DEDUCTIONS

            SET EM-FINAL-PAID TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO EM-FINAL-PAY-DATE
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to mark final pay for "
                        WS-EMPLOYEE-NAME
            END-REWRITE

            MOVE SPACES TO WS-SEP-LINE
            PERFORM WRITE-SEPARATION-LINE
            ADD 1 TO WS-FINAL-EMP-COUNT
        .

        PAY-FINAL-SALARY.
      *>    The salary owed is the share of the period the last day
      *>    fell in, through that day. While that period is still
      *>    open this run pays it. Once it has closed, it is paid
      *>    only if the BATCH run held it back; a BATCH run that
      *>    went before the termination was keyed paid the period
      *>    in full.
            PERFORM FIND-TERM-PERIOD-END
            IF WS-FINAL-TERM-END = SPACES
                DISPLAY "No pay period holds termination date "
                    EM-TERM-DATE " - no salary paid to "
                    WS-EMPLOYEE-NAME
                EXIT PARAGRAPH
            END-IF
            IF WS-FINAL-TERM-END NOT = WS-PERIOD-END-DATE
                    AND NOT EM-FINAL-SALARY-HELD
                EXIT PARAGRAPH
            END-IF

            MOVE WS-PERIOD-END-DATE TO WS-FINAL-SAVE-END
            MOVE WS-FINAL-TERM-END TO WS-PERIOD-END-DATE
            PERFORM COMPUTE-PERIOD-START
            PERFORM PAY-ONE-SALARIED-EMPLOYEE
            MOVE WS-FINAL-SAVE-END TO WS-PERIOD-END-DATE
            PERFORM COMPUTE-PERIOD-START
        .

        FIND-TERM-PERIOD-END.
      *>    The end date of the calendar period holding the last
      *>    day worked: the earliest period ending on or after it.
            MOVE SPACES TO WS-FINAL-TERM-END
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-END-DATE(WS-PER-IDX) >= EM-TERM-DATE
                        AND (WS-FINAL-TERM-END = SPACES
                        OR WS-PER-END-DATE(WS-PER-IDX)
                            < WS-FINAL-TERM-END)
                    MOVE WS-PER-END-DATE(WS-PER-IDX)
                        TO WS-FINAL-TERM-END
                END-IF
            END-PERFORM
        .

        PAY-FINAL-CARD.
      *>    Driven through the batch card paragraphs exactly as a
      *>    suspended card is on a resubmit.
            MOVE FCARD-EMPLOYEE-ID(WS-FCARD-IDX) TO TC-EMPLOYEE-ID
            MOVE FCARD-HOURS(WS-FCARD-IDX) TO TC-HOURS
            MOVE FCARD-PAY-TYPE(WS-FCARD-IDX) TO TC-PAY-TYPE
            MOVE FCARD-CHARGE-DEPT(WS-FCARD-IDX) TO TC-CHARGE-DEPT
            MOVE FCARD-JOB-CODE(WS-FCARD-IDX) TO TC-JOB-CODE
            MOVE 'Y' TO FCARD-CLAIMED(WS-FCARD-IDX)
            ADD 1 TO WS-TIMECARD-RECORD-COUNT
            PERFORM PROCESS-TIMECARD-RECORD
        .

        REFUSE-UNCLAIMED-FINAL-CARD.
            MOVE FCARD-EMPLOYEE-ID(WS-FCARD-IDX) TO WS-EMPLOYEE-ID
            MOVE SPACES TO WS-EMPLOYEE-NAME
            MOVE FCARD-HOURS(WS-FCARD-IDX) TO WS-HOURS
            MOVE "NOTFINAL" TO WS-EXCEPTION-TYPE
            PERFORM WRITE-EXCEPTION-RECORD
            ADD 1 TO WS-TIMECARD-RECORD-COUNT
            ADD 1 TO WS-BAL-CARDS-SKIPPED
        .

        PAY-VACATION-PAYOUT.
      *>    Unused vacation up to C-VAC-PAYOUT-MAX is paid as one
      *>    vacation payment at the base rate (a salaried
      *>    employee's hourly equivalent) and drawn off the balance
      *>    by UPDATE-YTD like any vacation card. What is left
      *>    above the cap, and all sick time, is forfeited.
            MOVE 'N' TO WS-EMPLOYEE-SKIP
            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            IF EM-VAC-BALANCE > C-VAC-PAYOUT-MAX
                MOVE C-VAC-PAYOUT-MAX TO WS-HOURS
            ELSE
                MOVE EM-VAC-BALANCE TO WS-HOURS
            END-IF

            IF WS-HOURS > 0
                MOVE 'V' TO WS-PAY-TYPE
                MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
                MOVE SPACES TO TC-JOB-CODE
                INITIALIZE WS-JOB-RATE-DATA
                PERFORM CALCULATE-RATES
                PERFORM LOCATE-WEEK-ENTRY
            END-IF
            IF WS-HOURS > 0 AND NOT EMPLOYEE-SKIPPED
                MOVE WS-HOURS TO WS-FINAL-PAYOUT-HRS
                INITIALIZE WS-HOURS-CALCULATED
                MOVE WS-HOURS TO WS-HOURS-REGULAR
                PERFORM CALCULATE-PAYMENT
                MOVE WS-PAYMENT-TOTAL TO WS-FINAL-PAYOUT-AMT
                SET FINAL-PAYING-PAYOUT TO TRUE
                PERFORM CALCULATE-DEDUCTIONS
                PERFORM APPLY-EMPLOYEE-DEDUCTIONS
                PERFORM UPDATE-YTD
                PERFORM ACCUMULATE-GL-TOTALS
                PERFORM ACCUMULATE-LABOR-DIST
                PERFORM WRITE-ACH-RECORD
                PERFORM DISPLAY-RESULTS
                PERFORM WRITE-PAY-STATEMENT
                PERFORM WRITE-PAY-HISTORY
                MOVE 'N' TO WS-FINAL-IN-PAYOUT
            END-IF

            MOVE EM-VAC-BALANCE TO WS-FINAL-FORFEIT-VAC
            MOVE EM-SICK-BALANCE TO WS-FINAL-FORFEIT-SICK
            MOVE 0 TO EM-VAC-BALANCE
            MOVE 0 TO EM-SICK-BALANCE
        .

        ISSUE-FINAL-CHECK.
      *>    The whole settlement on one check, whatever the bank
      *>    details on file say.
            MOVE 0 TO WS-FINAL-CHECK-NO
            IF WS-FINAL-NET > 0
                MOVE WS-FINAL-NET TO WS-CHECK-AMOUNT
                MOVE "FINALPAY" TO WS-CHECK-REASON
                PERFORM WRITE-PRINTED-CHECK
                MOVE WS-CHECK-NO-DSP TO WS-FINAL-CHECK-NO
            END-IF
        .

        WRITE-SEPARATION-SUMMARY.
            MOVE SPACES TO WS-SEP-LINE
            STRING "SEPARATION  " DELIMITED BY SIZE
                EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  DEPT " DELIMITED BY SIZE
                EM-DEPT-CODE DELIMITED BY SIZE
                "  PERIOD " DELIMITED BY SIZE
                WS-CURRENT-PERIOD DELIMITED BY SIZE
                "  SETTLED " DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE

            MOVE WS-FINAL-HOURS TO WS-SEP-HOURS-DSP
            MOVE WS-FINAL-GROSS TO WS-SEP-AMT-DSP
            MOVE WS-FINAL-NET TO WS-SEP-AMT2-DSP
            MOVE SPACES TO WS-SEP-LINE
            STRING "  LAST DAY WORKED " DELIMITED BY SIZE
                EM-TERM-DATE DELIMITED BY SIZE
                "  FINAL HOURS " DELIMITED BY SIZE
                WS-SEP-HOURS-DSP DELIMITED BY SIZE
                "  GROSS " DELIMITED BY SIZE
                WS-SEP-AMT-DSP DELIMITED BY SIZE
                "  NET " DELIMITED BY SIZE
                WS-SEP-AMT2-DSP DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE

            MOVE WS-FINAL-PAYOUT-HRS TO WS-SEP-HOURS-DSP
            MOVE WS-FINAL-PAYOUT-AMT TO WS-SEP-AMT-DSP
            MOVE SPACES TO WS-SEP-LINE
            IF WS-FINAL-CHECK-NO > 0
                MOVE WS-FINAL-CHECK-NO TO WS-CHECK-NO-DSP
                STRING "  VACATION PAYOUT " DELIMITED BY SIZE
                    WS-SEP-HOURS-DSP DELIMITED BY SIZE
                    " HRS " DELIMITED BY SIZE
                    WS-SEP-AMT-DSP DELIMITED BY SIZE
                    "  FINAL CHECK " DELIMITED BY SIZE
                    WS-CHECK-NO-DSP DELIMITED BY SIZE
                    " DATED " DELIMITED BY SIZE
                    EM-TERM-DATE DELIMITED BY SIZE
                    INTO WS-SEP-LINE
                END-STRING
            ELSE
                STRING "  VACATION PAYOUT " DELIMITED BY SIZE
                    WS-SEP-HOURS-DSP DELIMITED BY SIZE
                    " HRS " DELIMITED BY SIZE
                    WS-SEP-AMT-DSP DELIMITED BY SIZE
                    "  NO CHECK - NOTHING OWED" DELIMITED BY SIZE
                    INTO WS-SEP-LINE
                END-STRING
            END-IF
            PERFORM WRITE-SEPARATION-LINE

            MOVE WS-FINAL-FORFEIT-VAC TO WS-SEP-HOURS-DSP
            MOVE SPACES TO WS-SEP-LINE
            STRING "  LEAVE FORFEITED  VACATION " DELIMITED BY SIZE
                WS-SEP-HOURS-DSP DELIMITED BY SIZE
                " HRS" DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            MOVE WS-FINAL-FORFEIT-SICK TO WS-SEP-HOURS-DSP
            STRING WS-SEP-LINE(1:44) DELIMITED BY SIZE
                "  SICK " DELIMITED BY SIZE
                WS-SEP-HOURS-DSP DELIMITED BY SIZE
                " HRS" DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE

            MOVE EM-YTD-GROSS-PAY TO WS-SEP-AMT-DSP
            MOVE EM-YTD-NET-PAY TO WS-SEP-AMT2-DSP
            MOVE SPACES TO WS-SEP-LINE
            STRING "  YTD GROSS " DELIMITED BY SIZE
                WS-SEP-AMT-DSP DELIMITED BY SIZE
                "  NET " DELIMITED BY SIZE
                WS-SEP-AMT2-DSP DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE

            MOVE EM-YTD-FEDERAL-TAX TO WS-SEP-AMT-DSP
            MOVE EM-YTD-STATE-TAX TO WS-SEP-AMT2-DSP
            MOVE EM-YTD-FICA-TAX TO WS-SEP-AMT3-DSP
            MOVE SPACES TO WS-SEP-LINE
            STRING "  YTD FEDERAL " DELIMITED BY SIZE
                WS-SEP-AMT-DSP DELIMITED BY SIZE
                "  STATE " DELIMITED BY SIZE
                WS-SEP-AMT2-DSP DELIMITED BY SIZE
                "  FICA " DELIMITED BY SIZE
                WS-SEP-AMT3-DSP DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE
        .

        WIND-DOWN-DEDUCTIONS.
      *>    Nothing more will be paid to withhold from. Voluntary
      *>    deductions are stopped on file; a garnishment still
      *>    short of its order stays on file as it is, and what is
      *>    owed goes on the summary and to the court payee on the
      *>    remittance extract.
            MOVE EM-EMPLOYEE-ID TO DD-EMPLOYEE-ID
            MOVE LOW-VALUES TO DD-DEDUCT-CODE
            START EMPLOYEE-DEDUCTION-FILE
                KEY IS NOT LESS THAN DD-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START

            SET EMPDED-OK TO TRUE
            PERFORM UNTIL NOT EMPDED-OK
                READ EMPLOYEE-DEDUCTION-FILE NEXT RECORD
                    AT END
                        EXIT PERFORM
                    NOT AT END
                        IF DD-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                            EXIT PERFORM
                        END-IF
                        IF DD-ACTIVE
                            PERFORM WIND-DOWN-ONE-DEDUCTION
                        END-IF
                END-READ
            END-PERFORM
        .

        WIND-DOWN-ONE-DEDUCTION.
            MOVE SPACES TO WS-SEP-LINE
            IF DD-VOLUNTARY
                SET DD-STOPPED TO TRUE
                REWRITE EMPLOYEE-DEDUCTION-RECORD
                    INVALID KEY
                        DISPLAY "Unable to stop deduction for "
                            EM-EMPLOYEE-ID
                END-REWRITE
                STRING "  DEDUCTION " DELIMITED BY SIZE
                    DD-DEDUCT-CODE DELIMITED BY SIZE
                    " STOPPED" DELIMITED BY SIZE
                    INTO WS-SEP-LINE
                END-STRING
                PERFORM WRITE-SEPARATION-LINE
                EXIT PARAGRAPH
            END-IF

            IF NOT DD-GARNISHMENT
                EXIT PARAGRAPH
            END-IF
            IF DD-GOAL-AMOUNT = 0
                STRING "  GARNISHMENT " DELIMITED BY SIZE
                    DD-DEDUCT-CODE DELIMITED BY SIZE
                    " OPEN ORDER, NO TOTAL ON FILE - NOTIFY PAYEE"
                        DELIMITED BY SIZE
                    INTO WS-SEP-LINE
                END-STRING
                PERFORM WRITE-SEPARATION-LINE
                EXIT PARAGRAPH
            END-IF
            IF DD-TAKEN-TO-DATE >= DD-GOAL-AMOUNT
                EXIT PARAGRAPH
            END-IF

            COMPUTE WS-GARN-OWED = DD-GOAL-AMOUNT - DD-TAKEN-TO-DATE
            MOVE WS-GARN-OWED TO WS-SEP-AMT-DSP
            STRING "  GARNISHMENT " DELIMITED BY SIZE
                DD-DEDUCT-CODE DELIMITED BY SIZE
                " STILL OWED " DELIMITED BY SIZE
                WS-SEP-AMT-DSP DELIMITED BY SIZE
                INTO WS-SEP-LINE
            END-STRING
            PERFORM WRITE-SEPARATION-LINE

            IF WS-GARN-OWED-COUNT >= 500
                DISPLAY "Garnishment notice table full - code "
                    DD-DEDUCT-CODE " for " EM-EMPLOYEE-ID
                    " not sent to the payee."
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-GARN-OWED-COUNT
            SET WS-GO-IDX TO WS-GARN-OWED-COUNT
            MOVE DD-DEDUCT-CODE TO GO-DEDUCT-CODE(WS-GO-IDX)
            MOVE EM-EMPLOYEE-ID TO GO-EMPLOYEE-ID(WS-GO-IDX)
            MOVE WS-GARN-OWED TO GO-AMOUNT(WS-GO-IDX)
        .

        WRITE-SEPARATION-LINE.
            MOVE WS-SEP-LINE TO SEPARATION-RECORD
            WRITE SEPARATION-RECORD
        .

        MAINTENANCE-MODE.
      *>    Weekly HR maintenance: applies the add/change/terminate
      *>    transaction file to the employee master, writing a
      *>    before/after audit line for every field touched so an
      *>    auditor can trace any pay rate or bank account move back
      *>    to the transaction that caused it.
            OPEN INPUT MAINT-TRANSACTION-FILE
            IF NOT MAINTTXN-OK
                DISPLAY "Unable to open maintenance file, status "
                    WS-MAINTTXN-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-DEDUCTION-FILE

      *>    The audit trail is cumulative across runs - auditors need
      *>    the full change history, not just the latest week's.
            OPEN EXTEND MAINT-AUDIT-FILE
            IF MAINTAUD-NEW-FILE
                OPEN OUTPUT MAINT-AUDIT-FILE
            END-IF
            IF NOT MAINTAUD-OK
                DISPLAY "Unable to open maintenance audit, status "
                    WS-MAINTAUD-STATUS
            END-IF

            PERFORM WRITE-AUDIT-HEADER

            PERFORM UNTIL MAINTTXN-EOF
                READ MAINT-TRANSACTION-FILE
                    AT END
                        SET MAINTTXN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MAINT-READ-COUNT
                        PERFORM APPLY-MAINT-TRANSACTION
                END-READ
            END-PERFORM

            PERFORM WRITE-AUDIT-TRAILER

            CLOSE MAINT-TRANSACTION-FILE
            CLOSE MAINT-AUDIT-FILE

            DISPLAY "Maintenance complete: " WS-MAINT-READ-COUNT
                " read, " WS-MAINT-APPLIED-COUNT " applied, "
                WS-MAINT-REJECT-COUNT " rejected."
        .

        APPLY-MAINT-TRANSACTION.
            EVALUATE MT-ACTION
                WHEN "A"
                    PERFORM MAINT-ADD-EMPLOYEE
                WHEN "C"
                    PERFORM MAINT-CHANGE-EMPLOYEE
                WHEN "T"
                    PERFORM MAINT-TERMINATE-EMPLOYEE
                WHEN "D"
                    PERFORM MAINT-DEDUCTION-CHANGE
                WHEN "X"
                    PERFORM MAINT-DEDUCTION-STOP
                WHEN OTHER
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADACT" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-ACTION TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    ADD 1 TO WS-MAINT-REJECT-COUNT
            END-EVALUATE
        .

        MAINT-ADD-EMPLOYEE.
      *>    An add for an ID already on file is rejected rather than
      *>    overwritten - overlaying a live record would destroy its
      *>    YTD history. An add with no ID at all would key the
      *>    record on spaces, so it is refused first.
            IF MT-EMPLOYEE-ID = SPACES
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "NOID" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE SPACES TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

            MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    PERFORM MAINT-WRITE-NEW-EMPLOYEE
                NOT INVALID KEY
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "ONFILE" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE SPACES TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    ADD 1 TO WS-MAINT-REJECT-COUNT
            END-READ
        .

        MAINT-WRITE-NEW-EMPLOYEE.
      *>    Pay class, salary and hire date first: which of the
      *>    pay fields below are required depends on the class.
            PERFORM MAINT-VALIDATE-PAY-CLASS
            IF MAINT-CLASS-BAD
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

      *>    An add with a missing or garbled pay rate or overtime
      *>    modifier would create an employee who is paid at zero -
      *>    refuse it instead of letting NUMVAL quietly make it 0.
      *>    A salaried employee is paid from the salary, so only a
      *>    rate actually keyed has to be good.
            IF ((MT-PAY-CLASS = SPACE OR MT-PAY-CLASS = "H")
                    AND MT-PAY-RATE-BASE = SPACES)
                    OR (MT-PAY-RATE-BASE NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-PAY-RATE-BASE)
                    NOT = 0)
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "NORATE" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-PAY-RATE-BASE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

      *>    An exempt employee earns no overtime, so the modifier
      *>    may be left off and defaults to time-and-a-half.
            IF (MT-OT-MODIFIER = SPACES AND MT-PAY-CLASS NOT = "E")
                    OR (MT-OT-MODIFIER NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-OT-MODIFIER) NOT = 0)
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADOTMOD" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-OT-MODIFIER TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

      *>    The W-4 elections may be left blank on an add (single,
      *>    no credit, no extra, not exempt) but anything keyed must
      *>    be good - a garbled election would withhold wrongly on
      *>    every check until someone noticed.
            PERFORM MAINT-VALIDATE-W4
            IF MAINT-W4-BAD
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

            INITIALIZE EMPLOYEE-MASTER-RECORD
            MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
            IF MT-PAY-RATE-BASE NOT = SPACES
                COMPUTE EM-PAY-RATE-BASE =
                        FUNCTION NUMVAL(MT-PAY-RATE-BASE)
            END-IF
            MOVE 1.5 TO EM-OT-MODIFIER
            IF MT-OT-MODIFIER NOT = SPACES
                COMPUTE EM-OT-MODIFIER =
                        FUNCTION NUMVAL(MT-OT-MODIFIER)
            END-IF
            MOVE "H" TO EM-PAY-CLASS
            IF MT-PAY-CLASS NOT = SPACE
                MOVE MT-PAY-CLASS TO EM-PAY-CLASS
            END-IF
            IF MT-ANNUAL-SALARY NOT = SPACES
                COMPUTE EM-ANNUAL-SALARY =
                        FUNCTION NUMVAL(MT-ANNUAL-SALARY)
            END-IF
            MOVE MT-HIRE-DATE TO EM-HIRE-DATE
            MOVE MT-WORK-CLASS TO EM-WORK-CLASS
            MOVE MT-DEPT-CODE TO EM-DEPT-CODE
            MOVE MT-BANK-ROUTING TO EM-BANK-ROUTING
            MOVE MT-BANK-ACCOUNT TO EM-BANK-ACCOUNT
      *>    A new hire's account has never been tested: it is
      *>    prenoted before the first deposit.
            IF MT-BANK-ROUTING NOT = SPACES
                SET EM-PRENOTE-DUE TO TRUE
            END-IF
            SET EM-ACTIVE TO TRUE
            MOVE "S" TO EM-FILING-STATUS
            IF MT-FILING-STATUS NOT = SPACE
                MOVE MT-FILING-STATUS TO EM-FILING-STATUS
            END-IF
            IF MT-W4-DEP-CREDIT NOT = SPACES
                COMPUTE EM-W4-DEP-CREDIT =
                        FUNCTION NUMVAL(MT-W4-DEP-CREDIT)
            END-IF
            IF MT-W4-EXTRA-WH NOT = SPACES
                COMPUTE EM-W4-EXTRA-WH =
                        FUNCTION NUMVAL(MT-W4-EXTRA-WH)
            END-IF
            MOVE "N" TO EM-W4-EXEMPT
            IF MT-W4-EXEMPT NOT = SPACE
                MOVE MT-W4-EXEMPT TO EM-W4-EXEMPT
            END-IF

            WRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to add employee master record."
            END-WRITE

            MOVE EM-PAY-RATE-BASE TO WS-AUDIT-RATE-DSP
            MOVE EM-OT-MODIFIER TO WS-AUDIT-MOD-DSP
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-AUDIT-LINE
            STRING MT-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MT-EMPLOYEE-NAME DELIMITED BY SIZE
                " ADD  RATE=" DELIMITED BY SIZE
                WS-AUDIT-RATE-DSP DELIMITED BY SIZE
                " OTMOD=" DELIMITED BY SIZE
                WS-AUDIT-MOD-DSP DELIMITED BY SIZE
                " DEPT=" DELIMITED BY SIZE
                MT-DEPT-CODE DELIMITED BY SIZE
                " ROUTING=" DELIMITED BY SIZE
                MT-BANK-ROUTING DELIMITED BY SIZE
                " ACCT=" DELIMITED BY SIZE
                MT-BANK-ACCOUNT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            END-STRING
            MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
            WRITE MAINT-AUDIT-RECORD

      *>    The ADD line is full, so the W-4 elections the employee
      *>    starts with get a line of their own: filing status,
      *>    annual dependent credit, extra per period, exempt.
            MOVE "ADD" TO WS-AUDIT-ACTION
            MOVE "W4" TO WS-AUDIT-FIELD
            MOVE SPACES TO WS-AUDIT-BEFORE
            MOVE SPACES TO WS-AUDIT-AFTER
            MOVE EM-W4-DEP-CREDIT TO WS-AUDIT-DED-DSP
            MOVE EM-W4-EXTRA-WH TO WS-AUDIT-W4-DSP
            STRING EM-FILING-STATUS DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-DED-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-W4-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-W4-EXEMPT DELIMITED BY SIZE
                INTO WS-AUDIT-AFTER
            END-STRING
            PERFORM WRITE-AUDIT-LINE

      *>    And the pay class: class, annual salary, hire date.
            MOVE "CLASS" TO WS-AUDIT-FIELD
            MOVE SPACES TO WS-AUDIT-AFTER
            MOVE EM-ANNUAL-SALARY TO WS-AUDIT-GOAL-DSP
            STRING EM-PAY-CLASS DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-GOAL-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-HIRE-DATE DELIMITED BY SIZE
                INTO WS-AUDIT-AFTER
            END-STRING
            PERFORM WRITE-AUDIT-LINE

      *>    The trade classification, when one is keyed.
            IF EM-WORK-CLASS NOT = SPACES
                MOVE "WORKCLAS" TO WS-AUDIT-FIELD
                MOVE EM-WORK-CLASS TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
            END-IF

            ADD 1 TO WS-MAINT-APPLIED-COUNT
        .

        MAINT-VALIDATE-PAY-CLASS.
      *>    Checks the pay class, salary and hire date an add
      *>    carries, writing a REJECT audit line for the first bad
      *>    one. A salaried add must carry a salary to pay from.
            MOVE "N" TO WS-MAINT-CLASS-FLAG
            MOVE "REJECT" TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-AUDIT-BEFORE
            IF MT-PAY-CLASS NOT = SPACE
                    AND MT-PAY-CLASS NOT = "H"
                    AND MT-PAY-CLASS NOT = "E"
                    AND MT-PAY-CLASS NOT = "N"
                MOVE "BADCLASS" TO WS-AUDIT-FIELD
                MOVE MT-PAY-CLASS TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-CLASS-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF MT-ANNUAL-SALARY NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-ANNUAL-SALARY) NOT = 0
                MOVE "BADSALRY" TO WS-AUDIT-FIELD
                MOVE MT-ANNUAL-SALARY TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-CLASS-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF (MT-PAY-CLASS = "E" OR MT-PAY-CLASS = "N")
                    AND (MT-ANNUAL-SALARY = SPACES
                    OR FUNCTION NUMVAL(MT-ANNUAL-SALARY) NOT > 0)
                MOVE "NOSALARY" TO WS-AUDIT-FIELD
                MOVE MT-ANNUAL-SALARY TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-CLASS-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF MT-HIRE-DATE NOT = SPACES
                    AND (MT-HIRE-DATE IS NOT NUMERIC
                    OR FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(MT-HIRE-DATE))
                    NOT = 0)
                MOVE "BADHIRDT" TO WS-AUDIT-FIELD
                MOVE MT-HIRE-DATE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-CLASS-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
        .

        MAINT-VALIDATE-W4.
      *>    Checks whatever W-4 elections the transaction carries,
      *>    writing a REJECT audit line for the first bad one.
            MOVE "N" TO WS-MAINT-W4-FLAG
            MOVE "REJECT" TO WS-AUDIT-ACTION
            MOVE SPACES TO WS-AUDIT-BEFORE
            IF MT-FILING-STATUS NOT = SPACE
                    AND MT-FILING-STATUS NOT = "S"
                    AND MT-FILING-STATUS NOT = "M"
                    AND MT-FILING-STATUS NOT = "H"
                MOVE "BADFILE" TO WS-AUDIT-FIELD
                MOVE MT-FILING-STATUS TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-W4-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF MT-W4-DEP-CREDIT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-W4-DEP-CREDIT) NOT = 0
                MOVE "BADDEPCR" TO WS-AUDIT-FIELD
                MOVE MT-W4-DEP-CREDIT TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-W4-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF MT-W4-EXTRA-WH NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-W4-EXTRA-WH) NOT = 0
                MOVE "BADXWH" TO WS-AUDIT-FIELD
                MOVE MT-W4-EXTRA-WH TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-W4-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
            IF MT-W4-EXEMPT NOT = SPACE
                    AND MT-W4-EXEMPT NOT = "Y"
                    AND MT-W4-EXEMPT NOT = "N"
                MOVE "BADEXMPT" TO WS-AUDIT-FIELD
                MOVE MT-W4-EXEMPT TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                SET MAINT-W4-BAD TO TRUE
                EXIT PARAGRAPH
            END-IF
        .

        MAINT-CHANGE-EMPLOYEE.
            MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    PERFORM MAINT-REJECT-NOMASTER
                NOT INVALID KEY
                    PERFORM MAINT-APPLY-CHANGES
            END-READ
        .

        MAINT-APPLY-CHANGES.
      *>    A blank transaction field means "leave that field alone";
      *>    each field actually changed gets its own before/after
      *>    audit line.
            MOVE "CHANGE" TO WS-AUDIT-ACTION

      *>    The name is ordinary data now that the ID is the key, so
      *>    a marriage or a spelling correction is just this.
            IF MT-EMPLOYEE-NAME NOT = SPACES
                MOVE EM-EMPLOYEE-NAME TO WS-AUDIT-BEFORE
                MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
                MOVE MT-EMPLOYEE-NAME TO WS-AUDIT-AFTER
                MOVE "NAME" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF

      *>    A garbled numeric would reach the master as zero via
      *>    NUMVAL - reject the field on the audit trail instead of
      *>    zeroing a live pay rate.
            IF MT-PAY-RATE-BASE NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-PAY-RATE-BASE) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADRATE" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-PAY-RATE-BASE TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-PAY-RATE-BASE TO WS-MAINT-OLD-RATE
                    MOVE EM-PAY-RATE-BASE TO WS-AUDIT-RATE-DSP
                    MOVE WS-AUDIT-RATE-DSP TO WS-AUDIT-BEFORE
                    COMPUTE EM-PAY-RATE-BASE =
                            FUNCTION NUMVAL(MT-PAY-RATE-BASE)
                    MOVE EM-PAY-RATE-BASE TO WS-AUDIT-RATE-DSP
                    MOVE WS-AUDIT-RATE-DSP TO WS-AUDIT-AFTER
                    MOVE "PAYRATE" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                    PERFORM MAINT-RECORD-RATE-EFFECTIVE
                END-IF
            END-IF

            IF MT-OT-MODIFIER NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-OT-MODIFIER) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADOTMOD" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-OT-MODIFIER TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-OT-MODIFIER TO WS-AUDIT-MOD-DSP
                    MOVE WS-AUDIT-MOD-DSP TO WS-AUDIT-BEFORE
                    COMPUTE EM-OT-MODIFIER =
                            FUNCTION NUMVAL(MT-OT-MODIFIER)
                    MOVE EM-OT-MODIFIER TO WS-AUDIT-MOD-DSP
                    MOVE WS-AUDIT-MOD-DSP TO WS-AUDIT-AFTER
                    MOVE "OTMOD" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-DEPT-CODE NOT = SPACES
                MOVE EM-DEPT-CODE TO WS-AUDIT-BEFORE
                MOVE MT-DEPT-CODE TO EM-DEPT-CODE
                MOVE MT-DEPT-CODE TO WS-AUDIT-AFTER
                MOVE "DEPT" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF

      *>    Fresh bank details also clear any bounced-deposit flag
      *>    the returns run left, so deposits resume next run.
            IF MT-BANK-ROUTING NOT = SPACES
                MOVE EM-BANK-ROUTING TO WS-AUDIT-BEFORE
                MOVE MT-BANK-ROUTING TO EM-BANK-ROUTING
                MOVE MT-BANK-ROUTING TO WS-AUDIT-AFTER
                MOVE "ROUTING" TO WS-AUDIT-FIELD
                MOVE SPACE TO EM-BANK-STATUS
                PERFORM WRITE-AUDIT-LINE
            END-IF

            IF MT-BANK-ACCOUNT NOT = SPACES
                MOVE EM-BANK-ACCOUNT TO WS-AUDIT-BEFORE
                MOVE MT-BANK-ACCOUNT TO EM-BANK-ACCOUNT
                MOVE MT-BANK-ACCOUNT TO WS-AUDIT-AFTER
                MOVE "ACCT" TO WS-AUDIT-FIELD
                MOVE SPACE TO EM-BANK-STATUS
                PERFORM WRITE-AUDIT-LINE
            END-IF

      *>    Changed details go back through the prenote, whatever
      *>    state the old account was in; the check keeps coming
      *>    until the new one has stood its waiting period.
            IF MT-BANK-ROUTING NOT = SPACES
                    OR MT-BANK-ACCOUNT NOT = SPACES
                MOVE EM-PRENOTE-STATUS TO WS-AUDIT-BEFORE
                SET EM-PRENOTE-DUE TO TRUE
                MOVE 0 TO EM-PRENOTE-PERIOD
                MOVE 0 TO EM-PRENOTE-LIVE-PERIOD
                MOVE EM-PRENOTE-STATUS TO WS-AUDIT-AFTER
                MOVE "PRENOTE" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF

            PERFORM MAINT-APPLY-W4-CHANGES
            PERFORM MAINT-APPLY-CLASS-CHANGES

            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to update master for "
                        MT-EMPLOYEE-ID
            END-REWRITE

            ADD 1 TO WS-MAINT-APPLIED-COUNT
        .

        MAINT-APPLY-CLASS-CHANGES.
      *>    Salary before class, so one transaction can move an
      *>    hourly employee to salary and key the salary with it.
      *>    A salary change takes effect from the next salaried
      *>    pass; nothing already paid is repriced. The rate is
      *>    applied before this, so a move to hourly keyed with its
      *>    rate passes, while one with no rate at all is refused
      *>    the same as an hourly add with none.
            IF MT-ANNUAL-SALARY NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-ANNUAL-SALARY) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADSALRY" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-ANNUAL-SALARY TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-ANNUAL-SALARY TO WS-AUDIT-GOAL-DSP
                    MOVE WS-AUDIT-GOAL-DSP TO WS-AUDIT-BEFORE
                    COMPUTE EM-ANNUAL-SALARY =
                            FUNCTION NUMVAL(MT-ANNUAL-SALARY)
                    MOVE EM-ANNUAL-SALARY TO WS-AUDIT-GOAL-DSP
                    MOVE WS-AUDIT-GOAL-DSP TO WS-AUDIT-AFTER
                    MOVE "SALARY" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-PAY-CLASS NOT = SPACE
                IF MT-PAY-CLASS NOT = "H" AND MT-PAY-CLASS NOT = "E"
                        AND MT-PAY-CLASS NOT = "N"
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADCLASS" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-PAY-CLASS TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    EVALUATE TRUE
                        WHEN MT-PAY-CLASS NOT = "H"
                                AND EM-ANNUAL-SALARY = 0
                            MOVE "REJECT" TO WS-AUDIT-ACTION
                            MOVE "NOSALARY" TO WS-AUDIT-FIELD
                            MOVE SPACES TO WS-AUDIT-BEFORE
                            MOVE MT-PAY-CLASS TO WS-AUDIT-AFTER
                            PERFORM WRITE-AUDIT-LINE
                            MOVE "CHANGE" TO WS-AUDIT-ACTION
                        WHEN MT-PAY-CLASS = "H"
                                AND EM-PAY-RATE-BASE = 0
                            MOVE "REJECT" TO WS-AUDIT-ACTION
                            MOVE "NORATE" TO WS-AUDIT-FIELD
                            MOVE SPACES TO WS-AUDIT-BEFORE
                            MOVE MT-PAY-CLASS TO WS-AUDIT-AFTER
                            PERFORM WRITE-AUDIT-LINE
                            MOVE "CHANGE" TO WS-AUDIT-ACTION
                        WHEN OTHER
                            MOVE EM-PAY-CLASS TO WS-AUDIT-BEFORE
                            MOVE MT-PAY-CLASS TO EM-PAY-CLASS
                            MOVE EM-PAY-CLASS TO WS-AUDIT-AFTER
                            MOVE "PAYCLASS" TO WS-AUDIT-FIELD
                            PERFORM WRITE-AUDIT-LINE
                    END-EVALUATE
                END-IF
            END-IF

            IF MT-HIRE-DATE NOT = SPACES
                IF MT-HIRE-DATE IS NOT NUMERIC
                        OR FUNCTION TEST-DATE-YYYYMMDD(
                            FUNCTION NUMVAL(MT-HIRE-DATE))
                        NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADHIRDT" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-HIRE-DATE TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-HIRE-DATE TO WS-AUDIT-BEFORE
                    MOVE MT-HIRE-DATE TO EM-HIRE-DATE
                    MOVE EM-HIRE-DATE TO WS-AUDIT-AFTER
                    MOVE "HIREDATE" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-WORK-CLASS NOT = SPACES
                MOVE EM-WORK-CLASS TO WS-AUDIT-BEFORE
                MOVE MT-WORK-CLASS TO EM-WORK-CLASS
                MOVE EM-WORK-CLASS TO WS-AUDIT-AFTER
                MOVE "WORKCLAS" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF
        .

        MAINT-APPLY-W4-CHANGES.
      *>    A new W-4 changes only the elections it carries. Each
      *>    field is checked on its own, so one garbled election is
      *>    refused without losing the good ones on the same form.
      *>    An older record's blank elections are defaulted first so
      *>    the audit shows what was actually in force.
            PERFORM CLEAR-UNSET-W4
            IF MT-FILING-STATUS NOT = SPACE
                IF MT-FILING-STATUS NOT = "S"
                        AND MT-FILING-STATUS NOT = "M"
                        AND MT-FILING-STATUS NOT = "H"
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADFILE" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-FILING-STATUS TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-FILING-STATUS TO WS-AUDIT-BEFORE
                    MOVE MT-FILING-STATUS TO EM-FILING-STATUS
                    MOVE MT-FILING-STATUS TO WS-AUDIT-AFTER
                    MOVE "FILING" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-W4-DEP-CREDIT NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-W4-DEP-CREDIT) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADDEPCR" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-W4-DEP-CREDIT TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-W4-DEP-CREDIT TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-BEFORE
                    COMPUTE EM-W4-DEP-CREDIT =
                            FUNCTION NUMVAL(MT-W4-DEP-CREDIT)
                    MOVE EM-W4-DEP-CREDIT TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-AFTER
                    MOVE "DEPCRED" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-W4-EXTRA-WH NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-W4-EXTRA-WH) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADXWH" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-W4-EXTRA-WH TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-W4-EXTRA-WH TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-BEFORE
                    COMPUTE EM-W4-EXTRA-WH =
                            FUNCTION NUMVAL(MT-W4-EXTRA-WH)
                    MOVE EM-W4-EXTRA-WH TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-AFTER
                    MOVE "EXTRAWH" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-W4-EXEMPT NOT = SPACE
                IF MT-W4-EXEMPT NOT = "Y" AND MT-W4-EXEMPT NOT = "N"
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADEXMPT" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-W4-EXEMPT TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "CHANGE" TO WS-AUDIT-ACTION
                ELSE
                    MOVE EM-W4-EXEMPT TO WS-AUDIT-BEFORE
                    MOVE MT-W4-EXEMPT TO EM-W4-EXEMPT
                    MOVE MT-W4-EXEMPT TO WS-AUDIT-AFTER
                    MOVE "EXEMPT" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF
        .

        MAINT-RECORD-RATE-EFFECTIVE.
      *>    Books the rate change's effective date. A blank date is
      *>    effective now, as every change was before the field
      *>    existed; a past date keeps the rate that was being paid
      *>    and flags the employee so the RETRO run can reprice the
      *>    weeks already paid wrong. A garbled date is refused on
      *>    the audit trail rather than silently treated as now. A
      *>    FUTURE date refuses the whole rate change and restores
      *>    the old rate - applying it today would pay the raise
      *>    early; HR re-keys the change when it takes effect (or
      *>    backdated, for the RETRO run to catch up).
            IF MT-RATE-EFF-DATE = SPACES
                EXIT PARAGRAPH
            END-IF
            IF MT-RATE-EFF-DATE IS NOT NUMERIC
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADEFFDT" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-RATE-EFF-DATE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                MOVE "CHANGE" TO WS-AUDIT-ACTION
                EXIT PARAGRAPH
            END-IF
            IF MT-RATE-EFF-DATE > FUNCTION CURRENT-DATE(1:8)
                MOVE WS-MAINT-OLD-RATE TO EM-PAY-RATE-BASE
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "FUTEFFDT" TO WS-AUDIT-FIELD
                MOVE WS-MAINT-OLD-RATE TO WS-AUDIT-RATE-DSP
                MOVE WS-AUDIT-RATE-DSP TO WS-AUDIT-BEFORE
                MOVE MT-RATE-EFF-DATE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                MOVE "CHANGE" TO WS-AUDIT-ACTION
                EXIT PARAGRAPH
            END-IF

            MOVE WS-MAINT-OLD-RATE TO EM-PREV-PAY-RATE
            MOVE MT-RATE-EFF-DATE TO EM-RATE-EFF-DATE
            MOVE FUNCTION CURRENT-DATE(1:8) TO EM-RATE-CHG-DATE

            IF MT-RATE-EFF-DATE < EM-RATE-CHG-DATE
                MOVE EM-RETRO-FLAG TO WS-AUDIT-BEFORE
                MOVE "Y" TO EM-RETRO-FLAG
                MOVE "Y" TO WS-AUDIT-AFTER
                MOVE "RETROPEND" TO WS-AUDIT-ACTION
                MOVE "EFFDATE" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
                MOVE "CHANGE" TO WS-AUDIT-ACTION
            END-IF
        .

        MAINT-TERMINATE-EMPLOYEE.
            MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    PERFORM MAINT-REJECT-NOMASTER
                NOT INVALID KEY
                    PERFORM MAINT-MARK-TERMINATED
            END-READ
        .

        MAINT-MARK-TERMINATED.
      *>    The last day worked prorates a salaried employee's last
      *>    period; keyed blank, it is taken as today.
            IF MT-TERM-DATE NOT = SPACES
                    AND (MT-TERM-DATE IS NOT NUMERIC
                    OR FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(MT-TERM-DATE))
                    NOT = 0)
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADTRMDT" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-TERM-DATE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

            MOVE "TERMINATE" TO WS-AUDIT-ACTION
            MOVE "STATUS" TO WS-AUDIT-FIELD
            MOVE EM-STATUS TO WS-AUDIT-BEFORE
            SET EM-TERMINATED TO TRUE
            MOVE EM-STATUS TO WS-AUDIT-AFTER
            PERFORM WRITE-AUDIT-LINE

      *>    Owed a final settlement until the FINAL run pays it.
            IF NOT EM-FINAL-PAID AND NOT EM-FINAL-SALARY-HELD
                MOVE "N" TO EM-FINAL-PAY-FLAG
            END-IF

            MOVE "TERMDATE" TO WS-AUDIT-FIELD
            MOVE EM-TERM-DATE TO WS-AUDIT-BEFORE
            IF MT-TERM-DATE = SPACES
                MOVE FUNCTION CURRENT-DATE(1:8) TO EM-TERM-DATE
            ELSE
                MOVE MT-TERM-DATE TO EM-TERM-DATE
            END-IF
            MOVE EM-TERM-DATE TO WS-AUDIT-AFTER
            PERFORM WRITE-AUDIT-LINE

            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to update master for "
                        MT-EMPLOYEE-ID
            END-REWRITE

            ADD 1 TO WS-MAINT-APPLIED-COUNT
        .

        MAINT-REJECT-NOMASTER.
            MOVE "REJECT" TO WS-AUDIT-ACTION
            MOVE "NOMASTER" TO WS-AUDIT-FIELD
            MOVE SPACES TO WS-AUDIT-BEFORE
            MOVE SPACES TO WS-AUDIT-AFTER
            PERFORM WRITE-AUDIT-LINE
            ADD 1 TO WS-MAINT-REJECT-COUNT
        .

        MAINT-DEDUCTION-CHANGE.
      *>    A deduction transaction needs both halves of the key,
      *>    and the employee must be on the master - a deduction
      *>    against nobody would sit on file forever unapplied.
            IF MT-EMPLOYEE-ID = SPACES OR MT-DEDUCT-CODE = SPACES
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "NODEDKEY" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-CODE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

            MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    PERFORM MAINT-REJECT-NOMASTER
                    EXIT PARAGRAPH
            END-READ

            MOVE MT-EMPLOYEE-ID TO DD-EMPLOYEE-ID
            MOVE MT-DEDUCT-CODE TO DD-DEDUCT-CODE
            READ EMPLOYEE-DEDUCTION-FILE
                INVALID KEY
                    PERFORM MAINT-DEDUCTION-ADD
                NOT INVALID KEY
                    PERFORM MAINT-DEDUCTION-APPLY
            END-READ
        .

        MAINT-DEDUCTION-ADD.
      *>    A new deduction must arrive complete: a garbled amount
      *>    reaching the file as zero via NUMVAL would withhold
      *>    nothing forever, so it is refused like a zero pay rate.
            IF MT-DEDUCT-TYPE NOT = "G" AND MT-DEDUCT-TYPE NOT = "V"
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADDTYPE" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-TYPE TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF
            IF MT-DEDUCT-METHOD NOT = "F"
                    AND MT-DEDUCT-METHOD NOT = "P"
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADDMETH" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-METHOD TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF
            IF MT-DEDUCT-AMOUNT = SPACES
                    OR FUNCTION TEST-NUMVAL(MT-DEDUCT-AMOUNT)
                    NOT = 0
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADDAMT" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-AMOUNT TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF
      *>    Priority must be 1 through 9 - the application loop
      *>    takes priorities in that range, so a zero would sit on
      *>    file forever and never withhold a cent.
            IF MT-DEDUCT-PRIORITY IS NOT NUMERIC
                    OR MT-DEDUCT-PRIORITY = "0"
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADDPRI" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-PRIORITY TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF
            IF MT-DEDUCT-GOAL NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(MT-DEDUCT-GOAL) NOT = 0
                MOVE "REJECT" TO WS-AUDIT-ACTION
                MOVE "BADDGOAL" TO WS-AUDIT-FIELD
                MOVE SPACES TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-GOAL TO WS-AUDIT-AFTER
                PERFORM WRITE-AUDIT-LINE
                ADD 1 TO WS-MAINT-REJECT-COUNT
                EXIT PARAGRAPH
            END-IF

            INITIALIZE EMPLOYEE-DEDUCTION-RECORD
            MOVE MT-EMPLOYEE-ID TO DD-EMPLOYEE-ID
            MOVE MT-DEDUCT-CODE TO DD-DEDUCT-CODE
            MOVE MT-DEDUCT-TYPE TO DD-DEDUCT-TYPE
            MOVE MT-DEDUCT-METHOD TO DD-METHOD
            COMPUTE DD-AMOUNT =
                    FUNCTION NUMVAL(MT-DEDUCT-AMOUNT)
            MOVE MT-DEDUCT-PRIORITY TO DD-PRIORITY
            IF MT-DEDUCT-GOAL NOT = SPACES
                COMPUTE DD-GOAL-AMOUNT =
                        FUNCTION NUMVAL(MT-DEDUCT-GOAL)
            END-IF
            SET DD-ACTIVE TO TRUE

            WRITE EMPLOYEE-DEDUCTION-RECORD
                INVALID KEY
                    DISPLAY "Unable to add deduction record for "
                        MT-EMPLOYEE-ID
            END-WRITE

            MOVE "DEDADD" TO WS-AUDIT-ACTION
            MOVE MT-DEDUCT-CODE TO WS-AUDIT-FIELD
            MOVE SPACES TO WS-AUDIT-BEFORE
            MOVE DD-AMOUNT TO WS-AUDIT-DED-DSP
            MOVE SPACES TO WS-AUDIT-AFTER
            STRING DD-DEDUCT-TYPE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                DD-METHOD DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-DED-DSP DELIMITED BY SIZE
                " PRI " DELIMITED BY SIZE
                DD-PRIORITY DELIMITED BY SIZE
                INTO WS-AUDIT-AFTER
            END-STRING
            PERFORM WRITE-AUDIT-LINE

            ADD 1 TO WS-MAINT-APPLIED-COUNT
        .

        MAINT-DEDUCTION-APPLY.
      *>    Change to an existing deduction: blank fields stay as
      *>    they are, each field actually changed gets its own
      *>    before/after audit line, and a change reactivates a
      *>    stopped deduction (HR re-keys the order to restart it).
            MOVE "DEDCHG" TO WS-AUDIT-ACTION

            IF MT-DEDUCT-METHOD = "F" OR MT-DEDUCT-METHOD = "P"
                MOVE DD-METHOD TO WS-AUDIT-BEFORE
                MOVE MT-DEDUCT-METHOD TO DD-METHOD
                MOVE MT-DEDUCT-METHOD TO WS-AUDIT-AFTER
                MOVE "DMETHOD" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF

            IF MT-DEDUCT-AMOUNT NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-DEDUCT-AMOUNT) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADDAMT" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-DEDUCT-AMOUNT TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "DEDCHG" TO WS-AUDIT-ACTION
                ELSE
                    MOVE DD-AMOUNT TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-BEFORE
                    COMPUTE DD-AMOUNT =
                            FUNCTION NUMVAL(MT-DEDUCT-AMOUNT)
                    MOVE DD-AMOUNT TO WS-AUDIT-DED-DSP
                    MOVE WS-AUDIT-DED-DSP TO WS-AUDIT-AFTER
                    MOVE "DAMOUNT" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

      *>    Blank leaves the priority alone; anything else must be
      *>    1 through 9, for the same reason the add refuses a
      *>    zero - it would never be withheld.
            IF MT-DEDUCT-PRIORITY NOT = SPACE
                IF MT-DEDUCT-PRIORITY IS NOT NUMERIC
                        OR MT-DEDUCT-PRIORITY = "0"
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADDPRI" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-DEDUCT-PRIORITY TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "DEDCHG" TO WS-AUDIT-ACTION
                ELSE
                    MOVE DD-PRIORITY TO WS-AUDIT-BEFORE
                    MOVE MT-DEDUCT-PRIORITY TO DD-PRIORITY
                    MOVE MT-DEDUCT-PRIORITY TO WS-AUDIT-AFTER
                    MOVE "DPRI" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF MT-DEDUCT-GOAL NOT = SPACES
                IF FUNCTION TEST-NUMVAL(MT-DEDUCT-GOAL) NOT = 0
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "BADDGOAL" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-DEDUCT-GOAL TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    MOVE "DEDCHG" TO WS-AUDIT-ACTION
                ELSE
                    MOVE DD-GOAL-AMOUNT TO WS-AUDIT-GOAL-DSP
                    MOVE WS-AUDIT-GOAL-DSP TO WS-AUDIT-BEFORE
                    COMPUTE DD-GOAL-AMOUNT =
                            FUNCTION NUMVAL(MT-DEDUCT-GOAL)
                    MOVE DD-GOAL-AMOUNT TO WS-AUDIT-GOAL-DSP
                    MOVE WS-AUDIT-GOAL-DSP TO WS-AUDIT-AFTER
                    MOVE "DGOAL" TO WS-AUDIT-FIELD
                    PERFORM WRITE-AUDIT-LINE
                END-IF
            END-IF

            IF NOT DD-ACTIVE
                MOVE DD-STATUS TO WS-AUDIT-BEFORE
                SET DD-ACTIVE TO TRUE
                MOVE DD-STATUS TO WS-AUDIT-AFTER
                MOVE "DSTATUS" TO WS-AUDIT-FIELD
                PERFORM WRITE-AUDIT-LINE
            END-IF

            REWRITE EMPLOYEE-DEDUCTION-RECORD
                INVALID KEY
                    DISPLAY "Unable to update deduction for "
                        MT-EMPLOYEE-ID
            END-REWRITE

            ADD 1 TO WS-MAINT-APPLIED-COUNT
        .

        MAINT-DEDUCTION-STOP.
            MOVE MT-EMPLOYEE-ID TO DD-EMPLOYEE-ID
            MOVE MT-DEDUCT-CODE TO DD-DEDUCT-CODE
            READ EMPLOYEE-DEDUCTION-FILE
                INVALID KEY
                    MOVE "REJECT" TO WS-AUDIT-ACTION
                    MOVE "NODEDUCT" TO WS-AUDIT-FIELD
                    MOVE SPACES TO WS-AUDIT-BEFORE
                    MOVE MT-DEDUCT-CODE TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    ADD 1 TO WS-MAINT-REJECT-COUNT
                NOT INVALID KEY
                    MOVE "DEDSTOP" TO WS-AUDIT-ACTION
                    MOVE MT-DEDUCT-CODE TO WS-AUDIT-FIELD
                    MOVE DD-STATUS TO WS-AUDIT-BEFORE
                    SET DD-STOPPED TO TRUE
                    MOVE DD-STATUS TO WS-AUDIT-AFTER
                    PERFORM WRITE-AUDIT-LINE
                    REWRITE EMPLOYEE-DEDUCTION-RECORD
                        INVALID KEY
                            DISPLAY "Unable to stop deduction for "
                                MT-EMPLOYEE-ID
                    END-REWRITE
                    ADD 1 TO WS-MAINT-APPLIED-COUNT
            END-READ
        .

        WRITE-AUDIT-HEADER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "EMPLOYEE MASTER MAINTENANCE RUN "
                    DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            END-STRING
            MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
            WRITE MAINT-AUDIT-RECORD
        .

        WRITE-AUDIT-TRAILER.
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "END OF RUN  READ=" DELIMITED BY SIZE
                WS-MAINT-READ-COUNT DELIMITED BY SIZE
                "  APPLIED=" DELIMITED BY SIZE
                WS-MAINT-APPLIED-COUNT DELIMITED BY SIZE
                "  REJECTED=" DELIMITED BY SIZE
                WS-MAINT-REJECT-COUNT DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            END-STRING
            MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
            WRITE MAINT-AUDIT-RECORD
        .

        WRITE-AUDIT-LINE.
      *>    WS-AUDIT-ACTION, WS-AUDIT-FIELD and the before/after
      *>    values must be set by the caller before this is performed.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-AUDIT-LINE
            STRING MT-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-ACTION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-FIELD DELIMITED BY SIZE
                " BEFORE=" DELIMITED BY SIZE
                WS-AUDIT-BEFORE DELIMITED BY SIZE
                " AFTER=" DELIMITED BY SIZE
                WS-AUDIT-AFTER DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-AUDIT-LINE
            END-STRING
            MOVE WS-AUDIT-LINE TO MAINT-AUDIT-RECORD
            WRITE MAINT-AUDIT-RECORD
        .

        EDIT-MODE.
      *>    Night-before-payday proof pass: reads the whole timecard
      *>    file and reports every card BATCH would bounce or pay
      *>    wrongly - unknown or terminated employees, duplicate
      *>    cards, non-numeric or out-of-range hours - without moving
      *>    any money, so the cards can be fixed before the deposits
      *>    are in the bank file.
            OPEN INPUT TIMECARD-FILE
            IF NOT TIMECARD-OK
                DISPLAY "Unable to open timecard file, status "
                    WS-TIMECARD-STATUS
                EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT TIMECARD-EDIT-FILE
            IF NOT TCEDIT-OK
                DISPLAY "Unable to open edit report file, status "
                    WS-TCEDIT-STATUS
            END-IF

            PERFORM WRITE-EDIT-HEADER

            PERFORM UNTIL TIMECARD-EOF
                READ TIMECARD-FILE
                    AT END
                        SET TIMECARD-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-EDIT-CARDS-READ
                        PERFORM EDIT-TIMECARD-RECORD
                END-READ
            END-PERFORM

            PERFORM WRITE-EDIT-TRAILER

            CLOSE TIMECARD-FILE
            CLOSE TIMECARD-EDIT-FILE

            DISPLAY "Timecard edit complete: " WS-EDIT-CARDS-READ
                " read, " WS-EDIT-CARDS-CLEAN " clean, "
                WS-EDIT-CARDS-FLAGGED " flagged."
        .

        EDIT-TIMECARD-RECORD.
            MOVE 'N' TO WS-EDIT-CARD-BAD

      *>    Hours first: a card keyed with garbage in the hours field
      *>    can't be range-checked or totalled.
            IF TC-HOURS IS NOT NUMERIC
                MOVE "BADHOURS" TO WS-EDIT-REASON
                PERFORM WRITE-EDIT-LINE
                SET EDIT-CARD-IS-BAD TO TRUE
            ELSE
                ADD TC-HOURS TO WS-EDIT-TOTAL-HOURS
                IF TC-HOURS > C-MAX-HOURS-WEEK
                    MOVE "OVERFLOW" TO WS-EDIT-REASON
                    PERFORM WRITE-EDIT-LINE
                    SET EDIT-CARD-IS-BAD TO TRUE
                ELSE
                    IF TC-HOURS > C-HOURS-WARNING
      *>                BATCH pays a merely-high card, so it is noted
      *>                on the report but not counted as an error.
                        MOVE "WARNING" TO WS-EDIT-REASON
                        PERFORM WRITE-EDIT-LINE
                        ADD 1 TO WS-EDIT-WARNING-COUNT
                    END-IF
                END-IF
            END-IF

            MOVE TC-PAY-TYPE TO WS-PAY-TYPE
            IF NOT PAY-TYPE-VALID
                MOVE "BADPAYTYPE" TO WS-EDIT-REASON
                PERFORM WRITE-EDIT-LINE
                SET EDIT-CARD-IS-BAD TO TRUE
            END-IF

            PERFORM CHECK-DUPLICATE-TIMECARD

      *>    Master checks mirror what LOOKUP-EMPLOYEE-MASTER and the
      *>    leave-balance validation refuse in a batch run.
            MOVE TC-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    MOVE "NOMASTER" TO WS-EDIT-REASON
                    PERFORM WRITE-EDIT-LINE
                    SET EDIT-CARD-IS-BAD TO TRUE
                NOT INVALID KEY
                    IF EM-TERMINATED
                        MOVE "TERMINATED" TO WS-EDIT-REASON
                        PERFORM WRITE-EDIT-LINE
                        SET EDIT-CARD-IS-BAD TO TRUE
                    END-IF
                    IF PAY-TYPE-UNPAID AND NOT EM-CLASS-SALARIED
                        MOVE "UNPAIDHRLY" TO WS-EDIT-REASON
                        PERFORM WRITE-EDIT-LINE
                        SET EDIT-CARD-IS-BAD TO TRUE
                    END-IF
                    IF TC-HOURS IS NUMERIC
                        IF (PAY-TYPE-LEAVE OR PAY-TYPE-UNPAID)
                                AND TC-HOURS > C-MAX-LEAVE-WEEK
                            MOVE "LEAVEMAX" TO WS-EDIT-REASON
                            PERFORM WRITE-EDIT-LINE
                            SET EDIT-CARD-IS-BAD TO TRUE
                        END-IF
                        IF PAY-TYPE-VACATION
                                AND TC-HOURS > EM-VAC-BALANCE
                            MOVE "NOVACBAL" TO WS-EDIT-REASON
                            PERFORM WRITE-EDIT-LINE
                            SET EDIT-CARD-IS-BAD TO TRUE
                        END-IF
                        IF PAY-TYPE-SICK
                                AND TC-HOURS > EM-SICK-BALANCE
                            MOVE "NOSICKBAL" TO WS-EDIT-REASON
                            PERFORM WRITE-EDIT-LINE
                            SET EDIT-CARD-IS-BAD TO TRUE
                        END-IF
                    END-IF
            END-READ

            IF EDIT-CARD-IS-BAD
                ADD 1 TO WS-EDIT-CARDS-FLAGGED
            ELSE
                ADD 1 TO WS-EDIT-CARDS-CLEAN
            END-IF
        .

        CHECK-DUPLICATE-TIMECARD.
      *>    The first card for an employee/charge-department pair is
      *>    remembered; any later card repeating the pair this pass
      *>    is the double-payment BATCH would not catch. Cards for
      *>    the same employee against different charge departments
      *>    are a legitimate split week and pass.
            MOVE SPACES TO WS-EDIT-DUP-KEY
            STRING TC-EMPLOYEE-ID DELIMITED BY SIZE
                TC-CHARGE-DEPT DELIMITED BY SIZE
                INTO WS-EDIT-DUP-KEY
            END-STRING

            MOVE 'N' TO WS-EDIT-ID-FOUND
            PERFORM VARYING WS-EDIT-IDX FROM 1 BY 1
                    UNTIL WS-EDIT-IDX > WS-EDIT-ID-COUNT
                IF WS-EDIT-ID-ENTRY(WS-EDIT-IDX) =
                        WS-EDIT-DUP-KEY
                    SET EDIT-ID-SEEN TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            IF EDIT-ID-SEEN
                MOVE "DUPLICATE" TO WS-EDIT-REASON
                PERFORM WRITE-EDIT-LINE
                SET EDIT-CARD-IS-BAD TO TRUE
            ELSE
                IF WS-EDIT-ID-COUNT < 5000
                    ADD 1 TO WS-EDIT-ID-COUNT
                    SET WS-EDIT-IDX TO WS-EDIT-ID-COUNT
                    MOVE WS-EDIT-DUP-KEY TO
                        WS-EDIT-ID-ENTRY(WS-EDIT-IDX)
                ELSE
      *>            A full table is a hard stop, not a quiet gap in
      *>            the check: the card is flagged, so the batch
      *>            sequencing check refuses to pay this deck, and
      *>            the run ends nonzero for the scheduler.
                    DISPLAY "Edit duplicate table full at 5000 - "
                        "deck too big to prove, run flagged."
                    MOVE "TBLFULL" TO WS-EDIT-REASON
                    PERFORM WRITE-EDIT-LINE
                    SET EDIT-CARD-IS-BAD TO TRUE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        .

        WRITE-EDIT-LINE.
      *>    WS-EDIT-REASON must be set by the caller. The raw hours
      *>    characters are reported as keyed, so a non-numeric entry
      *>    shows exactly what is on the card.
            MOVE TIMECARD-RECORD(7:4) TO WS-EDIT-HOURS-RAW
            MOVE SPACES TO WS-EDIT-LINE
            STRING TC-EMPLOYEE-ID DELIMITED BY SIZE
                "  HOURS=" DELIMITED BY SIZE
                WS-EDIT-HOURS-RAW DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-EDIT-REASON DELIMITED BY SIZE
                INTO WS-EDIT-LINE
            END-STRING
            MOVE WS-EDIT-LINE TO TIMECARD-EDIT-RECORD
            WRITE TIMECARD-EDIT-RECORD
        .

        WRITE-EDIT-HEADER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-EDIT-LINE
            STRING "TIMECARD EDIT REPORT - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-EDIT-LINE
            END-STRING
            MOVE WS-EDIT-LINE TO TIMECARD-EDIT-RECORD
            WRITE TIMECARD-EDIT-RECORD
        .

        WRITE-EDIT-TRAILER.
            MOVE WS-EDIT-TOTAL-HOURS TO WS-EDIT-TOTAL-HOURS-DSP
            MOVE SPACES TO WS-EDIT-LINE
            STRING "CARDS READ=" DELIMITED BY SIZE
                WS-EDIT-CARDS-READ DELIMITED BY SIZE
                "  CLEAN=" DELIMITED BY SIZE
                WS-EDIT-CARDS-CLEAN DELIMITED BY SIZE
                "  FLAGGED=" DELIMITED BY SIZE
                WS-EDIT-CARDS-FLAGGED DELIMITED BY SIZE
                "  WARNINGS=" DELIMITED BY SIZE
                WS-EDIT-WARNING-COUNT DELIMITED BY SIZE
                "  TOTAL HOURS=" DELIMITED BY SIZE
                WS-EDIT-TOTAL-HOURS-DSP DELIMITED BY SIZE
                INTO WS-EDIT-LINE
            END-STRING
            MOVE WS-EDIT-LINE TO TIMECARD-EDIT-RECORD
            WRITE TIMECARD-EDIT-RECORD
        .

        ADJUSTMENT-MODE.
      *>    Corrections to runs that already completed: each
      *>    transaction reprices a payment at the hours that were
      *>    actually paid and at the hours that should have been,
      *>    then applies only the signed difference everywhere the
      *>    original run posted - YTD, GL department totals, the
      *>    register, and an offsetting bank file entry - so the
      *>    books no longer carry the error to year end.
            OPEN INPUT ADJUSTMENT-FILE
            IF NOT ADJTXN-OK
                DISPLAY "Unable to open adjustment file, status "
                    WS-ADJTXN-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM READ-CHECK-SEQUENCE
            PERFORM OPEN-PAYROLL-REGISTER
            PERFORM OPEN-EXCEPTION-FILE
            PERFORM OPEN-ACH-FILE
            PERFORM OPEN-PAY-HISTORY

            PERFORM UNTIL ADJTXN-EOF
                READ ADJUSTMENT-FILE
                    AT END
                        SET ADJTXN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ADJ-READ-COUNT
                        PERFORM PROCESS-ADJUSTMENT-RECORD
                END-READ
            END-PERFORM

            CLOSE ADJUSTMENT-FILE
            PERFORM CLOSE-ACH-FILE
            PERFORM WRITE-GL-EXTRACT

            DISPLAY "Adjustments complete: " WS-ADJ-READ-COUNT
                " read, " WS-ADJ-APPLIED-COUNT " applied, "
                WS-ADJ-SKIP-COUNT " skipped."
        .

        PROCESS-ADJUSTMENT-RECORD.
            MOVE 'N' TO WS-EMPLOYEE-SKIP
            MOVE AJ-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE SPACES TO WS-EMPLOYEE-NAME
      *>    Adjustments reprice worked cards; leave corrections are
      *>    rare enough to key as a reversal plus a fresh leave card.
            MOVE 'W' TO WS-PAY-TYPE
            MOVE AJ-ORIGINAL-HOURS TO WS-HOURS

            PERFORM LOOKUP-EMPLOYEE-MASTER
            IF NOT EMPLOYEE-SKIPPED
                IF AJ-CORRECT-HOURS > C-MAX-HOURS-WEEK
                    MOVE AJ-CORRECT-HOURS TO WS-HOURS
                    MOVE "OVERFLOW" TO WS-EXCEPTION-TYPE
                    PERFORM WRITE-EXCEPTION-RECORD
                    SET EMPLOYEE-SKIPPED TO TRUE
                END-IF
            END-IF

            IF EMPLOYEE-SKIPPED
                ADD 1 TO WS-ADJ-SKIP-COUNT
                EXIT PARAGRAPH
            END-IF

            PERFORM CALCULATE-RATES

      *>    First pass: reprice the payment exactly as the wrong
      *>    hours were paid, and hold onto every piece of it.
            MOVE AJ-ORIGINAL-HOURS TO WS-HOURS
            PERFORM CALCULATE-HOURS
            PERFORM CALCULATE-PAYMENT
            PERFORM CALCULATE-DEDUCTIONS
            MOVE WS-HOURS-CALCULATED TO WS-ADJ-ORIG-HOURS
            MOVE WS-PAYMENT-CALCULATED TO WS-ADJ-ORIG-PAYMENT
            MOVE WS-DEDUCTIONS-CALCULATED TO WS-ADJ-ORIG-DEDUCTIONS

      *>    Second pass: the payment as it should have been.
            MOVE AJ-CORRECT-HOURS TO WS-HOURS
            PERFORM CALCULATE-HOURS
            PERFORM CALCULATE-PAYMENT
            PERFORM CALCULATE-DEDUCTIONS

            PERFORM CALCULATE-ADJUSTMENT-DELTAS
            PERFORM APPLY-ADJUSTMENT-TO-YTD
            PERFORM ACCUMULATE-ADJUSTMENT-GL
            PERFORM WRITE-ADJUSTMENT-REGISTER-LINE
            PERFORM WRITE-ADJUSTMENT-ACH-RECORD
            PERFORM WRITE-ADJUSTMENT-HISTORY

            ADD 1 TO WS-ADJ-APPLIED-COUNT
        .

        WRITE-ADJUSTMENT-HISTORY.
      *>    The signed difference lands in permanent history tied to
      *>    the period the transaction says was wrong, so a wage
      *>    inquiry for that period shows the correction alongside
      *>    the original payment. The hours columns stay zero - the
      *>    history hour fields are unsigned, and the register line
      *>    already shows the hours both ways.
            INITIALIZE PAY-HISTORY-RECORD
            MOVE WS-EMPLOYEE-ID TO PH-EMPLOYEE-ID
            MOVE WS-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
            MOVE WS-PERIOD-PAY-DATE TO PH-PAY-DATE
            MOVE WS-ADJ-DELTA-GROSS TO PH-GROSS-PAY
            MOVE WS-ADJ-DELTA-FEDERAL TO PH-FEDERAL-TAX
            MOVE WS-ADJ-DELTA-STATE TO PH-STATE-TAX
            MOVE WS-ADJ-DELTA-FICA TO PH-FICA-TAX
            MOVE WS-ADJ-DELTA-NET TO PH-NET-PAY
            MOVE "A" TO PH-PAY-TYPE
      *>    Old-format transactions have no period column; they file
      *>    under period zero like history from before the calendar.
            IF AJ-PERIOD IS NUMERIC
                MOVE AJ-PERIOD TO PH-PERIOD-NUMBER
            END-IF
            WRITE PAY-HISTORY-RECORD
        .

        CALCULATE-ADJUSTMENT-DELTAS.
      *>    Corrected minus original: positive means the employee was
      *>    underpaid and is owed more, negative backs money out.
            COMPUTE WS-ADJ-DELTA-HRS-REG =
                    WS-HOURS-REGULAR - WS-ADJ-ORIG-HRS-REG
            COMPUTE WS-ADJ-DELTA-HRS-OT =
                    WS-HOURS-OVERTIME - WS-ADJ-ORIG-HRS-OT
            COMPUTE WS-ADJ-DELTA-HRS-DT =
                    WS-HOURS-DOUBLETIME - WS-ADJ-ORIG-HRS-DT
            COMPUTE WS-ADJ-DELTA-REG =
                    WS-PAYMENT-REG - WS-ADJ-ORIG-REG
            COMPUTE WS-ADJ-DELTA-OT =
                    WS-PAYMENT-OT - WS-ADJ-ORIG-OT
            COMPUTE WS-ADJ-DELTA-GROSS =
                    WS-PAYMENT-TOTAL - WS-ADJ-ORIG-TOTAL
            COMPUTE WS-ADJ-DELTA-FEDERAL =
                    WS-DEDUCTION-FEDERAL - WS-ADJ-ORIG-FEDERAL
            COMPUTE WS-ADJ-DELTA-STATE =
                    WS-DEDUCTION-STATE - WS-ADJ-ORIG-STATE
            COMPUTE WS-ADJ-DELTA-FICA =
                    WS-DEDUCTION-FICA - WS-ADJ-ORIG-FICA
            COMPUTE WS-ADJ-DELTA-DED =
                    WS-DEDUCTION-TOTAL - WS-ADJ-ORIG-DED-TOT
            COMPUTE WS-ADJ-DELTA-NET =
                    WS-PAYMENT-NET - WS-ADJ-ORIG-NET
        .

        APPLY-ADJUSTMENT-TO-YTD.
            MOVE WS-ADJ-DELTA-GROSS TO WS-ER-WAGES
            PERFORM CALCULATE-EMPLOYER-TAXES
            PERFORM ADD-EMPLOYER-TAXES-TO-MASTER

            COMPUTE EM-YTD-HOURS-REGULAR =
                    EM-YTD-HOURS-REGULAR + WS-ADJ-DELTA-HRS-REG
            COMPUTE EM-YTD-HOURS-OVERTIME =
                    EM-YTD-HOURS-OVERTIME + WS-ADJ-DELTA-HRS-OT
            COMPUTE EM-YTD-HOURS-DOUBLETIME =
                    EM-YTD-HOURS-DOUBLETIME + WS-ADJ-DELTA-HRS-DT
            COMPUTE EM-YTD-GROSS-PAY =
                    EM-YTD-GROSS-PAY + WS-ADJ-DELTA-GROSS
            COMPUTE EM-YTD-NET-PAY =
                    EM-YTD-NET-PAY + WS-ADJ-DELTA-NET

            COMPUTE EM-QTD-GROSS-PAY =
                    EM-QTD-GROSS-PAY + WS-ADJ-DELTA-GROSS
            COMPUTE EM-QTD-FEDERAL-TAX =
                    EM-QTD-FEDERAL-TAX + WS-ADJ-DELTA-FEDERAL
            COMPUTE EM-QTD-STATE-TAX =
                    EM-QTD-STATE-TAX + WS-ADJ-DELTA-STATE
            COMPUTE EM-QTD-FICA-TAX =
                    EM-QTD-FICA-TAX + WS-ADJ-DELTA-FICA
            COMPUTE EM-YTD-FEDERAL-TAX =
                    EM-YTD-FEDERAL-TAX + WS-ADJ-DELTA-FEDERAL
            COMPUTE EM-YTD-STATE-TAX =
                    EM-YTD-STATE-TAX + WS-ADJ-DELTA-STATE
            COMPUTE EM-YTD-FICA-TAX =
                    EM-YTD-FICA-TAX + WS-ADJ-DELTA-FICA

      *>    The wrong hours also accrued leave; reprice the accrual
      *>    at the corrected hours so no phantom vacation or sick
      *>    time stays on the balance. The balances are unsigned,
      *>    so a backout bigger than what is left stops at zero.
            COMPUTE WS-ADJ-VAC-WORK ROUNDED =
                    EM-VAC-BALANCE
                    + (AJ-CORRECT-HOURS - AJ-ORIGINAL-HOURS)
                    * C-VAC-ACCRUAL-RATE
            IF WS-ADJ-VAC-WORK < 0
                MOVE 0 TO WS-ADJ-VAC-WORK
            END-IF
            MOVE WS-ADJ-VAC-WORK TO EM-VAC-BALANCE

            COMPUTE WS-ADJ-SICK-WORK ROUNDED =
                    EM-SICK-BALANCE
                    + (AJ-CORRECT-HOURS - AJ-ORIGINAL-HOURS)
                    * C-SICK-ACCRUAL-RATE
            IF WS-ADJ-SICK-WORK < 0
                MOVE 0 TO WS-ADJ-SICK-WORK
            END-IF
            MOVE WS-ADJ-SICK-WORK TO EM-SICK-BALANCE

            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to update YTD totals for "
                        WS-EMPLOYEE-NAME
            END-REWRITE
        .

        ACCUMULATE-ADJUSTMENT-GL.
      *>    Same department slotting as a pay run, but posting the
      *>    signed differences instead of the full payment. An
      *>    adjustment has no timecard, so it posts to the
      *>    employee's home department like the original run did.
            MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
            PERFORM LOCATE-GL-DEPT-ENTRY
            IF NOT GL-DEPT-FOUND
                EXIT PARAGRAPH
            END-IF

            ADD WS-ADJ-DELTA-GROSS TO GL-GROSS-WAGES(WS-GL-IDX)
            ADD WS-ADJ-DELTA-OT TO GL-OT-WAGES(WS-GL-IDX)
            ADD WS-ADJ-DELTA-FEDERAL TO
                    GL-FEDERAL-WITHHELD(WS-GL-IDX)
            ADD WS-ADJ-DELTA-STATE TO GL-STATE-WITHHELD(WS-GL-IDX)
            ADD WS-ADJ-DELTA-FICA TO GL-FICA-WITHHELD(WS-GL-IDX)
            PERFORM ACCUMULATE-EMPLOYER-TAX-GL
        .

        WRITE-ADJUSTMENT-REGISTER-LINE.
      *>    One offsetting register line per adjustment, rolled into
      *>    the same run totals the pay-run lines use so the register
      *>    still foots to the GL extract and the bank file.
            MOVE AJ-ORIGINAL-HOURS TO WS-ADJ-ORIG-HRS-DSP
            MOVE AJ-CORRECT-HOURS TO WS-ADJ-NEW-HRS-DSP
            MOVE WS-ADJ-DELTA-GROSS TO WS-ADJ-GROSS-DSP
            MOVE WS-ADJ-DELTA-DED TO WS-ADJ-DED-DSP
            MOVE WS-ADJ-DELTA-NET TO WS-ADJ-NET-DSP

            MOVE SPACES TO WS-REGISTER-LINE
            STRING "ADJUSTMENT  " DELIMITED BY SIZE
                WS-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                " HOURS " DELIMITED BY SIZE
                WS-ADJ-ORIG-HRS-DSP DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                WS-ADJ-NEW-HRS-DSP DELIMITED BY SIZE
                "  GROSS " DELIMITED BY SIZE
                WS-ADJ-GROSS-DSP DELIMITED BY SIZE
                "  DEDUCTIONS " DELIMITED BY SIZE
                WS-ADJ-DED-DSP DELIMITED BY SIZE
                "  NET " DELIMITED BY SIZE
                WS-ADJ-NET-DSP DELIMITED BY SIZE
                INTO WS-REGISTER-LINE
            END-STRING
            MOVE WS-REGISTER-LINE TO PAYROLL-REGISTER-RECORD
            WRITE PAYROLL-REGISTER-RECORD

            ADD WS-ADJ-DELTA-REG TO WS-REG-TOTAL-REG
            ADD WS-ADJ-DELTA-OT TO WS-REG-TOTAL-OT
            ADD WS-ADJ-DELTA-GROSS TO WS-REG-TOTAL-PAY
            ADD WS-ADJ-DELTA-DED TO WS-REG-TOTAL-DEDUCTIONS
            ADD WS-ADJ-DELTA-NET TO WS-REG-TOTAL-NET
            ADD 1 TO WS-REG-LINE-COUNT
        .

        WRITE-ADJUSTMENT-ACH-RECORD.
      *>    Offsetting bank entry: a negative NET claws back part of
      *>    the wrong deposit, a positive one pays what is still
      *>    owed, using the same bank reference as the original.
      *>    Same guard as WRITE-ACH-RECORD: an account the bank has
      *>    bounced (or a master with no bank details) gets no line.
      *>    An amount still owed prints as a check; money to claw
      *>    back cannot ride a check, so that stays on the
      *>    exception file for the treasurer to collect.
      *>    An account still in prenote is treated the same way:
      *>    the payment being corrected went out as a check.
            IF EM-BANK-BAD OR EM-BANK-ROUTING = SPACES
                    OR EM-IN-PRENOTE
                MOVE "BADBANK" TO WS-EXCEPTION-TYPE
                IF EM-IN-PRENOTE AND NOT EM-BANK-BAD
                        AND EM-BANK-ROUTING NOT = SPACES
                    MOVE WS-PRENOTE-TAG TO WS-EXCEPTION-TYPE
                END-IF
                PERFORM WRITE-EXCEPTION-RECORD
                IF WS-ADJ-DELTA-NET > 0
                    MOVE WS-ADJ-DELTA-NET TO WS-CHECK-AMOUNT
                    MOVE WS-ADJ-ACH-TAG TO WS-CHECK-REASON
                    PERFORM WRITE-PRINTED-CHECK
                END-IF
                EXIT PARAGRAPH
            END-IF

            MOVE WS-ADJ-DELTA-NET TO WS-ADJ-NET-DSP

            MOVE SPACES TO WS-ACH-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  ROUTING="     DELIMITED BY SIZE
                EM-BANK-ROUTING  DELIMITED BY SIZE
                "  ACCOUNT="     DELIMITED BY SIZE
                EM-BANK-ACCOUNT  DELIMITED BY SIZE
                "  NET="         DELIMITED BY SIZE
                WS-ADJ-NET-DSP   DELIMITED BY SIZE
                "  "             DELIMITED BY SIZE
                WS-ADJ-ACH-TAG   DELIMITED BY SIZE
                INTO WS-ACH-LINE
            END-STRING
            MOVE WS-ACH-LINE TO ACH-RECORD
            WRITE ACH-RECORD
        .

        ID-CONVERSION-MODE.
      *>    One-time cutover from the name-keyed master: the old
      *>    file (renamed EMPMASTO.DAT beforehand) is swept in name
      *>    order, each record gets the next six-digit ID, and the
      *>    new ID-keyed EMPMAST.DAT plus an ID/name cross-reference
      *>    listing are written so payroll can re-key the timecard
      *>    deck. Run once against an empty new master.
            OPEN INPUT EMPLOYEE-MASTER-OLD-FILE
            IF EMPMASTO-MISSING
                DISPLAY "No EMPMASTO.DAT to convert - rename the "
                    "old master first."
                EXIT PARAGRAPH
            END-IF
            IF NOT EMPMASTO-OK
                DISPLAY "Unable to open old master, status "
                    WS-EMPMASTO-STATUS
                EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT ID-XREF-FILE
            IF NOT IDXREF-OK
                DISPLAY "Unable to open cross-reference, status "
                    WS-IDXREF-STATUS
            END-IF

            PERFORM UNTIL EMPMASTO-EOF OR NOT EMPMASTO-OK
                READ EMPLOYEE-MASTER-OLD-FILE NEXT RECORD
                    AT END
                        SET EMPMASTO-EOF TO TRUE
                    NOT AT END
                        PERFORM CONVERT-MASTER-RECORD
                END-READ
            END-PERFORM

            CLOSE EMPLOYEE-MASTER-OLD-FILE
            CLOSE ID-XREF-FILE

            DISPLAY "Conversion complete: " WS-CONV-COUNT
                " employees assigned IDs."
        .

        CONVERT-MASTER-RECORD.
            ADD 1 TO WS-CONV-COUNT
            MOVE WS-CONV-COUNT TO WS-CONV-NEXT-ID

            INITIALIZE EMPLOYEE-MASTER-RECORD
            MOVE WS-CONV-NEXT-ID TO EM-EMPLOYEE-ID
            MOVE OEM-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
            MOVE OEM-PAY-RATE-BASE TO EM-PAY-RATE-BASE
            MOVE OEM-OT-MODIFIER TO EM-OT-MODIFIER
            MOVE OEM-YTD-HOURS-REGULAR TO EM-YTD-HOURS-REGULAR
            MOVE OEM-YTD-HOURS-OVERTIME TO EM-YTD-HOURS-OVERTIME
            MOVE OEM-YTD-HOURS-DOUBLETIME TO EM-YTD-HOURS-DOUBLETIME
            MOVE OEM-YTD-GROSS-PAY TO EM-YTD-GROSS-PAY
            MOVE OEM-YTD-NET-PAY TO EM-YTD-NET-PAY
            MOVE OEM-DEPT-CODE TO EM-DEPT-CODE
            MOVE OEM-BANK-ROUTING TO EM-BANK-ROUTING
            MOVE OEM-BANK-ACCOUNT TO EM-BANK-ACCOUNT
      *>    Fields newer than the old layout: INITIALIZE above zeroed
      *>    them; everyone on the old master is an active employee.
            SET EM-ACTIVE TO TRUE

            WRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to write converted record for "
                        OEM-EMPLOYEE-NAME
            END-WRITE

            MOVE SPACES TO WS-XREF-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                OEM-EMPLOYEE-NAME DELIMITED BY SIZE
                INTO WS-XREF-LINE
            END-STRING
            MOVE WS-XREF-LINE TO ID-XREF-RECORD
            WRITE ID-XREF-RECORD
        .

        BALANCING-REPORT.
      *>    Proves the run before the bank file goes anywhere: cards
      *>    read must equal paid plus skipped, and the register's
      *>    grand totals must agree with the GL extract totals and
      *>    with the net that actually went to (or was held back
      *>    from) the bank file. Any miss makes the run end with
      *>    return code 8 so the scheduler holds the release.
            OPEN OUTPUT BALANCE-REPORT-FILE
            IF NOT BALRPT-OK
                DISPLAY "Unable to open balancing report, status "
                    WS-BALRPT-STATUS
            ELSE
                SET GEN-BALANCE-WRITTEN TO TRUE
            END-IF

            MOVE 'N' TO WS-BAL-OUT-FLAG

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-BAL-LINE
            STRING "BATCH BALANCING REPORT - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-BAL-LINE
            END-STRING
            PERFORM WRITE-BALANCE-LINE

            MOVE SPACES TO WS-BAL-LINE
            STRING "CARDS READ=" DELIMITED BY SIZE
                WS-TIMECARD-RECORD-COUNT DELIMITED BY SIZE
                "  PAID=" DELIMITED BY SIZE
                WS-BAL-CARDS-PAID DELIMITED BY SIZE
                "  SKIPPED=" DELIMITED BY SIZE
                WS-BAL-CARDS-SKIPPED DELIMITED BY SIZE
                INTO WS-BAL-LINE
            END-STRING
            PERFORM WRITE-BALANCE-LINE

            IF WS-TIMECARD-RECORD-COUNT NOT =
                    WS-BAL-CARDS-PAID + WS-BAL-CARDS-SKIPPED
                SET RUN-OUT-OF-BALANCE TO TRUE
                MOVE "CARD COUNTS DO NOT FOOT" TO WS-BAL-LINE
                PERFORM WRITE-BALANCE-LINE
            END-IF

      *>    Salaried payments come off the master, not a card, so
      *>    they are counted apart; their money foots with the rest
      *>    in the checks below.
            MOVE SPACES TO WS-BAL-LINE
            STRING "SALARIED PAID FROM MASTER=" DELIMITED BY SIZE
                WS-BAL-SALARY-PAID DELIMITED BY SIZE
                INTO WS-BAL-LINE
            END-STRING
            PERFORM WRITE-BALANCE-LINE

      *>    GL extract totals, summed back out of the same table
      *>    WRITE-GL-EXTRACT printed from.
            MOVE 0 TO WS-BAL-GL-GROSS
            MOVE 0 TO WS-BAL-GL-DED
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                ADD GL-GROSS-WAGES(WS-GL-IDX) TO WS-BAL-GL-GROSS
                ADD GL-FEDERAL-WITHHELD(WS-GL-IDX) TO WS-BAL-GL-DED
                ADD GL-STATE-WITHHELD(WS-GL-IDX) TO WS-BAL-GL-DED
                ADD GL-FICA-WITHHELD(WS-GL-IDX) TO WS-BAL-GL-DED
                ADD GL-OTHER-WITHHELD(WS-GL-IDX) TO WS-BAL-GL-DED
            END-PERFORM

            PERFORM FOOT-ACH-FILE-NET

            MOVE "REGISTER GROSS VS GL GROSS" TO WS-BAL-LABEL
            MOVE WS-REG-TOTAL-PAY TO WS-BAL-AMT-A
            MOVE WS-BAL-GL-GROSS TO WS-BAL-AMT-B
            PERFORM WRITE-BALANCE-CHECK

            MOVE "REGISTER DEDS VS GL DEDS" TO WS-BAL-LABEL
            MOVE WS-REG-TOTAL-DEDUCTIONS TO WS-BAL-AMT-A
            MOVE WS-BAL-GL-DED TO WS-BAL-AMT-B
            PERFORM WRITE-BALANCE-CHECK

      *>    The bank side is footed off ACHOUT.DAT itself, not the
      *>    in-storage accumulator: after a crash between the bank
      *>    write and its checkpoint, a restart re-pays into the
      *>    extended file, and only the file shows the duplicate.
      *>    Net held back from a flagged bank account still belongs
      *>    to the run's net, so it counts with the bank file here.
            MOVE "REGISTER NET VS ACH NET" TO WS-BAL-LABEL
            MOVE WS-REG-TOTAL-NET TO WS-BAL-AMT-A
            COMPUTE WS-BAL-AMT-B =
                    WS-BAL-ACH-FILE-NET + WS-BAL-NOBANK-NET
            PERFORM WRITE-BALANCE-CHECK

      *>    Storage-vs-file on the same number says which side broke
      *>    when the check above misses: file high means duplicated
      *>    deposits on a restart, file low means lost writes.
            MOVE "ACH NET IN STORAGE VS FILE" TO WS-BAL-LABEL
            MOVE WS-BAL-ACH-NET TO WS-BAL-AMT-A
            MOVE WS-BAL-ACH-FILE-NET TO WS-BAL-AMT-B
            PERFORM WRITE-BALANCE-CHECK

            IF RUN-OUT-OF-BALANCE
                MOVE "VERDICT: OUT OF BALANCE" TO WS-BAL-LINE
                PERFORM WRITE-BALANCE-LINE
                DISPLAY "RUN OUT OF BALANCE - hold the bank file."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "VERDICT: IN BALANCE" TO WS-BAL-LINE
                PERFORM WRITE-BALANCE-LINE
                DISPLAY "Run in balance."
            END-IF

            CLOSE BALANCE-REPORT-FILE
        .

        FOOT-ACH-FILE-NET.
      *>    Re-reads the bank file the run just closed and sums the
      *>    NET column - the same fixed position LOAD-ACHOUT-TABLE
      *>    parses - so the balancing verdict rests on what will
      *>    actually be handed to the bank. An unreadable file
      *>    leaves the total at zero, which fails the net check on
      *>    the safe side.
            MOVE 0 TO WS-BAL-ACH-FILE-NET
      *>    A final-pay run writes no bank file; the one on disk is
      *>    the last batch's and foots nothing of this run.
            IF RUN-MODE-FINAL
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ACH-FILE
            IF NOT ACH-OK
                DISPLAY "Unable to foot bank file, status "
                    WS-ACH-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL ACH-EOF OR NOT ACH-OK
                READ ACH-FILE
                    AT END
                        SET ACH-EOF TO TRUE
                    NOT AT END
                        COMPUTE WS-BAL-ACH-FILE-NET =
                                WS-BAL-ACH-FILE-NET
                                + FUNCTION NUMVAL(ACH-RECORD(90:11))
                END-READ
            END-PERFORM

            CLOSE ACH-FILE
        .

        WRITE-BALANCE-CHECK.
      *>    WS-BAL-LABEL and both amounts must be set by the caller;
      *>    a mismatch marks the whole run out of balance.
            MOVE WS-BAL-AMT-A TO WS-BAL-AMT-A-DSP
            MOVE WS-BAL-AMT-B TO WS-BAL-AMT-B-DSP

            MOVE SPACES TO WS-BAL-LINE
            IF WS-BAL-AMT-A = WS-BAL-AMT-B
                STRING WS-BAL-LABEL DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-BAL-AMT-A-DSP DELIMITED BY SIZE
                    " = " DELIMITED BY SIZE
                    WS-BAL-AMT-B-DSP DELIMITED BY SIZE
                    "  OK" DELIMITED BY SIZE
                    INTO WS-BAL-LINE
                END-STRING
            ELSE
                SET RUN-OUT-OF-BALANCE TO TRUE
                STRING WS-BAL-LABEL DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-BAL-AMT-A-DSP DELIMITED BY SIZE
                    " <> " DELIMITED BY SIZE
                    WS-BAL-AMT-B-DSP DELIMITED BY SIZE
                    "  OUT OF BALANCE" DELIMITED BY SIZE
                    INTO WS-BAL-LINE
                END-STRING
            END-IF
            PERFORM WRITE-BALANCE-LINE
        .

        WRITE-BALANCE-LINE.
            MOVE WS-BAL-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
        .

        VARIANCE-REVIEW.
      *>    Balancing proves the run foots; this asks whether what
      *>    it paid looks like what these people are usually paid.
      *>    Everything paid in the period so far (BATCH and any
      *>    RESUBMIT) is set against each employee's average over
      *>    recent paid periods, and department totals against the
      *>    prior period. Flagged: a gross or net swing past the
      *>    thresholds, a payee with no pay in the window, net over
      *>    the cap, and bank details changed since the last pay
      *>    run. The REVW record it logs is what RELEASE signs.
            MOVE 0 TO WS-VAR-EMP-COUNT
            MOVE 0 TO WS-VDEPT-COUNT
            MOVE 0 TO WS-VAR-PAID-COUNT
            MOVE 0 TO WS-VAR-FLAGGED-COUNT
            MOVE 0 TO WS-VAR-DEPT-FLAGGED
            MOVE 'N' TO WS-VAR-OVERFLOW

            PERFORM FIND-VARIANCE-WINDOW
            PERFORM COLLECT-VARIANCE-HISTORY
            PERFORM FIND-LAST-PAY-RUN-TIME
            PERFORM MARK-BANK-CHANGES
            PERFORM TOTAL-VARIANCE-DEPTS

            OPEN OUTPUT VARIANCE-REPORT-FILE
            IF NOT VARRPT-OK
                DISPLAY "Unable to open variance review, status "
                    WS-VARRPT-STATUS
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-VAR-LINE
            STRING "PAYROLL VARIANCE REVIEW - PERIOD " DELIMITED BY SIZE
                WS-CURRENT-PERIOD DELIMITED BY SIZE
                "  PAY DATE " DELIMITED BY SIZE
                WS-PERIOD-PAY-DATE DELIMITED BY SIZE
                "  RUN " DELIMITED BY SIZE
                WS-RUN-MODE DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-VAR-LINE
            END-STRING
            PERFORM WRITE-VARIANCE-LINE

            MOVE SPACES TO WS-VAR-LINE
            IF WS-VAR-WINDOW-COUNT = 0
                STRING "NO PRIOR PERIODS IN PAY HISTORY - "
                        DELIMITED BY SIZE
                    "EVERY PAYEE IS NEW" DELIMITED BY SIZE
                    INTO WS-VAR-LINE
                END-STRING
            ELSE
                STRING "AVERAGES OVER " DELIMITED BY SIZE
                    WS-VAR-WINDOW-COUNT DELIMITED BY SIZE
                    " PRIOR PERIODS THROUGH " DELIMITED BY SIZE
                    WS-VAR-PRIOR-PERIOD DELIMITED BY SIZE
                    "  BANK CHANGES SINCE " DELIMITED BY SIZE
                    WS-VAR-BANK-SINCE DELIMITED BY SIZE
                    INTO WS-VAR-LINE
                END-STRING
            END-IF
            PERFORM WRITE-VARIANCE-LINE
            IF VAR-TABLE-FULL
                MOVE "EMPLOYEE TABLE FULL AT 5000 - REVIEW INCOMPLETE"
                    TO WS-VAR-LINE
                PERFORM WRITE-VARIANCE-LINE
            END-IF

            MOVE SPACES TO WS-VAR-LINE
            PERFORM WRITE-VARIANCE-LINE
            MOVE "EMP ID NAME" TO WS-VAR-LINE
            MOVE "GROSS" TO WS-VAR-LINE(46:5)
            MOVE "AVG GROSS" TO WS-VAR-LINE(55:9)
            MOVE "NET" TO WS-VAR-LINE(74:3)
            MOVE "AVG NET" TO WS-VAR-LINE(83:7)
            MOVE "FLAGS" TO WS-VAR-LINE(92:5)
            PERFORM WRITE-VARIANCE-LINE

            PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                    UNTIL WS-VAR-IDX > WS-VAR-EMP-COUNT
                IF VAR-CUR-PAID(WS-VAR-IDX) = 'Y'
                    PERFORM REVIEW-VARIANCE-EMPLOYEE
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-VAR-LINE
            PERFORM WRITE-VARIANCE-LINE
            MOVE "DEPT  HEADS" TO WS-VAR-LINE
            MOVE "THIS GROSS" TO WS-VAR-LINE(15:10)
            MOVE "PRIOR HEADS" TO WS-VAR-LINE(27:11)
            MOVE "PRIOR GROSS" TO WS-VAR-LINE(40:11)
            MOVE "CHANGE" TO WS-VAR-LINE(58:6)
            MOVE "FLAGS" TO WS-VAR-LINE(66:5)
            PERFORM WRITE-VARIANCE-LINE
            PERFORM VARYING WS-VDEPT-IDX FROM 1 BY 1
                    UNTIL WS-VDEPT-IDX > WS-VDEPT-COUNT
                PERFORM REVIEW-VARIANCE-DEPT
            END-PERFORM

            MOVE SPACES TO WS-VAR-LINE
            PERFORM WRITE-VARIANCE-LINE
            STRING "REVIEW TOTALS  PAID=" DELIMITED BY SIZE
                WS-VAR-PAID-COUNT DELIMITED BY SIZE
                "  FLAGGED=" DELIMITED BY SIZE
                WS-VAR-FLAGGED-COUNT DELIMITED BY SIZE
                "  DEPTS FLAGGED=" DELIMITED BY SIZE
                WS-VAR-DEPT-FLAGGED DELIMITED BY SIZE
                INTO WS-VAR-LINE
            END-STRING
            PERFORM WRITE-VARIANCE-LINE
            MOVE SPACES TO WS-VAR-LINE
            STRING "HOLD ACHOUT.DAT AND THE CHECKS UNTIL RELEASE "
                    DELIMITED BY SIZE
                "IS LOGGED" DELIMITED BY SIZE
                INTO WS-VAR-LINE
            END-STRING
            PERFORM WRITE-VARIANCE-LINE
            CLOSE VARIANCE-REPORT-FILE

      *>    The sign-off is owed for this review; log it.
            PERFORM OPEN-RUN-LOG
            IF RUNLOG-OK
                INITIALIZE RUN-LOG-RECORD
                MOVE WS-RUN-MODE TO RL-MODE
                MOVE "REVW" TO RL-PHASE
                MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
                MOVE WS-CURRENT-PERIOD TO RL-PARM
                MOVE WS-VAR-PAID-COUNT TO RL-COUNT-1
                MOVE WS-VAR-FLAGGED-COUNT TO RL-COUNT-2
                WRITE RUN-LOG-RECORD
                CLOSE RUN-LOG-FILE
            END-IF

            DISPLAY "Variance review: " WS-VAR-PAID-COUNT " paid, "
                WS-VAR-FLAGGED-COUNT " flagged, "
                WS-VAR-DEPT-FLAGGED " departments flagged - "
                "RELEASE required before the bank file goes."
        .

        FIND-VARIANCE-WINDOW.
      *>    The latest prior periods history shows paid. Early in
      *>    the year the live file holds too few, so the archived
      *>    years are read as well.
            MOVE 0 TO WS-VAR-WINDOW-COUNT
            MOVE 0 TO WS-VAR-PRIOR-PERIOD
            MOVE 'N' TO WS-VAR-ARCHIVE
            OPEN INPUT PAY-HISTORY-FILE
            IF PAYHIST-OK
                PERFORM UNTIL PAYHIST-EOF OR NOT PAYHIST-OK
                    READ PAY-HISTORY-FILE
                        AT END
                            SET PAYHIST-EOF TO TRUE
                        NOT AT END
                            PERFORM NOTE-WINDOW-PERIOD
                    END-READ
                END-PERFORM
                CLOSE PAY-HISTORY-FILE
            END-IF

            IF WS-VAR-WINDOW-COUNT < C-VAR-AVG-PERIODS
                OPEN INPUT PAY-HISTORY-ARCHIVE-FILE
                IF PAYHARCH-OK
                    SET VAR-READ-ARCHIVE TO TRUE
                    PERFORM UNTIL PAYHARCH-EOF OR NOT PAYHARCH-OK
                        READ PAY-HISTORY-ARCHIVE-FILE
                            AT END
                                SET PAYHARCH-EOF TO TRUE
                            NOT AT END
                                MOVE PAY-HISTORY-ARCH-RECORD
                                    TO PAY-HISTORY-RECORD
                                PERFORM NOTE-WINDOW-PERIOD
                        END-READ
                    END-PERFORM
                    CLOSE PAY-HISTORY-ARCHIVE-FILE
                END-IF
            END-IF

            PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                    UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                IF WS-VAR-WINDOW-PERIOD(WS-VAR-SLOT)
                        > WS-VAR-PRIOR-PERIOD
                    MOVE WS-VAR-WINDOW-PERIOD(WS-VAR-SLOT)
                        TO WS-VAR-PRIOR-PERIOD
                END-IF
            END-PERFORM
        .

        NOTE-WINDOW-PERIOD.
      *>    Keeps the highest C-VAR-AVG-PERIODS period numbers
      *>    below the current one; a full window drops its lowest.
            IF PH-PERIOD-NUMBER NOT NUMERIC
                    OR PH-PERIOD-NUMBER = 0
                    OR PH-PERIOD-NUMBER >= WS-CURRENT-PERIOD
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                    UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                IF WS-VAR-WINDOW-PERIOD(WS-VAR-SLOT) = PH-PERIOD-NUMBER
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM

            IF WS-VAR-WINDOW-COUNT < C-VAR-AVG-PERIODS
                ADD 1 TO WS-VAR-WINDOW-COUNT
                MOVE PH-PERIOD-NUMBER
                    TO WS-VAR-WINDOW-PERIOD(WS-VAR-WINDOW-COUNT)
                EXIT PARAGRAPH
            END-IF

            MOVE 1 TO WS-VAR-LOW-SLOT
            PERFORM VARYING WS-VAR-SLOT FROM 2 BY 1
                    UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                IF WS-VAR-WINDOW-PERIOD(WS-VAR-SLOT)
                        < WS-VAR-WINDOW-PERIOD(WS-VAR-LOW-SLOT)
                    MOVE WS-VAR-SLOT TO WS-VAR-LOW-SLOT
                END-IF
            END-PERFORM
            IF PH-PERIOD-NUMBER > WS-VAR-WINDOW-PERIOD(WS-VAR-LOW-SLOT)
                MOVE PH-PERIOD-NUMBER
                    TO WS-VAR-WINDOW-PERIOD(WS-VAR-LOW-SLOT)
            END-IF
        .

        COLLECT-VARIANCE-HISTORY.
            IF VAR-READ-ARCHIVE
                OPEN INPUT PAY-HISTORY-ARCHIVE-FILE
                IF PAYHARCH-OK
                    PERFORM UNTIL PAYHARCH-EOF OR NOT PAYHARCH-OK
                        READ PAY-HISTORY-ARCHIVE-FILE
                            AT END
                                SET PAYHARCH-EOF TO TRUE
                            NOT AT END
                                MOVE PAY-HISTORY-ARCH-RECORD
                                    TO PAY-HISTORY-RECORD
                                PERFORM COLLECT-VARIANCE-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE PAY-HISTORY-ARCHIVE-FILE
                END-IF
            END-IF

            OPEN INPUT PAY-HISTORY-FILE
            IF NOT PAYHIST-OK
                DISPLAY "Unable to open pay history for the "
                    "variance review, status " WS-PAYHIST-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYHIST-EOF OR NOT PAYHIST-OK
                READ PAY-HISTORY-FILE
                    AT END
                        SET PAYHIST-EOF TO TRUE
                    NOT AT END
                        PERFORM COLLECT-VARIANCE-RECORD
                END-READ
            END-PERFORM
            CLOSE PAY-HISTORY-FILE
        .

        COLLECT-VARIANCE-RECORD.
            IF PH-PERIOD-NUMBER NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF PH-PERIOD-NUMBER = WS-CURRENT-PERIOD
                PERFORM LOCATE-VARIANCE-ENTRY
                IF VAR-ENTRY-FOUND
                    MOVE 'Y' TO VAR-CUR-PAID(WS-VAR-IDX)
                    MOVE PH-EMPLOYEE-NAME
                        TO VAR-EMPLOYEE-NAME(WS-VAR-IDX)
                    ADD PH-GROSS-PAY TO VAR-CUR-GROSS(WS-VAR-IDX)
                    ADD PH-NET-PAY TO VAR-CUR-NET(WS-VAR-IDX)
                END-IF
                EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-VAR-SLOT
            PERFORM VARYING WS-VAR-LOW-SLOT FROM 1 BY 1
                    UNTIL WS-VAR-LOW-SLOT > WS-VAR-WINDOW-COUNT
                IF WS-VAR-WINDOW-PERIOD(WS-VAR-LOW-SLOT)
                        = PH-PERIOD-NUMBER
                    MOVE WS-VAR-LOW-SLOT TO WS-VAR-SLOT
                END-IF
            END-PERFORM
            IF WS-VAR-SLOT = 0
                EXIT PARAGRAPH
            END-IF

            PERFORM LOCATE-VARIANCE-ENTRY
            IF NOT VAR-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF
            ADD PH-GROSS-PAY TO VAR-HIST-GROSS(WS-VAR-IDX)
            ADD PH-NET-PAY TO VAR-HIST-NET(WS-VAR-IDX)
            MOVE 'Y' TO VAR-HIST-PAID-IN(WS-VAR-IDX, WS-VAR-SLOT)
            IF PH-PERIOD-NUMBER = WS-VAR-PRIOR-PERIOD
                MOVE 'Y' TO VAR-LAST-PAID(WS-VAR-IDX)
                ADD PH-GROSS-PAY TO VAR-LAST-GROSS(WS-VAR-IDX)
                ADD PH-NET-PAY TO VAR-LAST-NET(WS-VAR-IDX)
            END-IF
        .

        LOCATE-VARIANCE-ENTRY.
      *>    Positions WS-VAR-IDX on PH-EMPLOYEE-ID's slot, opening
      *>    one on first sight while there is room.
            MOVE 'N' TO WS-VAR-FOUND
            PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                    UNTIL WS-VAR-IDX > WS-VAR-EMP-COUNT
                IF VAR-EMPLOYEE-ID(WS-VAR-IDX) = PH-EMPLOYEE-ID
                    SET VAR-ENTRY-FOUND TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM

            IF WS-VAR-EMP-COUNT >= 5000
                SET VAR-TABLE-FULL TO TRUE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VAR-EMP-COUNT
            SET WS-VAR-IDX TO WS-VAR-EMP-COUNT
            INITIALIZE WS-VAR-ENTRY(WS-VAR-IDX)
            MOVE PH-EMPLOYEE-ID TO VAR-EMPLOYEE-ID(WS-VAR-IDX)
            MOVE PH-EMPLOYEE-NAME TO VAR-EMPLOYEE-NAME(WS-VAR-IDX)
            SET VAR-ENTRY-FOUND TO TRUE
        .

        FIND-LAST-PAY-RUN-TIME.
      *>    Bank details changed after the last BATCH or RESUBMIT
      *>    ended have never been paid into. This run's own end
      *>    record is not written yet.
            MOVE "00000000000000" TO WS-VAR-BANK-SINCE
            OPEN INPUT RUN-LOG-FILE
            IF NOT RUNLOG-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL RUNLOG-EOF OR NOT RUNLOG-OK
                READ RUN-LOG-FILE
                    AT END
                        SET RUNLOG-EOF TO TRUE
                    NOT AT END
                        IF RL-PHASE = "END"
                                AND (RL-MODE = "BATCH"
                                    OR RL-MODE = "RESUBM")
                            MOVE RL-TIMESTAMP TO WS-VAR-BANK-SINCE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-LOG-FILE
        .

        MARK-BANK-CHANGES.
            OPEN INPUT MAINT-AUDIT-FILE
            IF NOT MAINTAUD-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL MAINTAUD-EOF OR NOT MAINTAUD-OK
                READ MAINT-AUDIT-FILE
                    AT END
                        SET MAINTAUD-EOF TO TRUE
                    NOT AT END
                        IF MA-ACTION = "CHANGE"
                                AND (MA-FIELD = "ROUTING"
                                    OR MA-FIELD = "ACCT")
                                AND MA-TIMESTAMP > WS-VAR-BANK-SINCE
                            PERFORM MARK-ONE-BANK-CHANGE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MAINT-AUDIT-FILE
        .

        MARK-ONE-BANK-CHANGE.
            PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                    UNTIL WS-VAR-IDX > WS-VAR-EMP-COUNT
                IF VAR-EMPLOYEE-ID(WS-VAR-IDX) = MA-EMPLOYEE-ID
                    MOVE 'Y' TO VAR-BANK-CHANGED(WS-VAR-IDX)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
        .

        TOTAL-VARIANCE-DEPTS.
      *>    Both periods are totalled under each employee's home
      *>    department as it stands today.
            PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                    UNTIL WS-VAR-IDX > WS-VAR-EMP-COUNT
                IF VAR-CUR-PAID(WS-VAR-IDX) = 'Y'
                        OR VAR-LAST-PAID(WS-VAR-IDX) = 'Y'
                    MOVE VAR-EMPLOYEE-ID(WS-VAR-IDX) TO EM-EMPLOYEE-ID
                    READ EMPLOYEE-MASTER-FILE
                        INVALID KEY
                            MOVE "????" TO WS-VAR-DEPT
                        NOT INVALID KEY
                            MOVE EM-DEPT-CODE TO WS-VAR-DEPT
                    END-READ
                    PERFORM LOCATE-VARIANCE-DEPT
                    IF VAR-CUR-PAID(WS-VAR-IDX) = 'Y'
                        ADD 1 TO VDEPT-CUR-HEADS(WS-VDEPT-IDX)
                        ADD VAR-CUR-GROSS(WS-VAR-IDX)
                            TO VDEPT-CUR-GROSS(WS-VDEPT-IDX)
                        ADD VAR-CUR-NET(WS-VAR-IDX)
                            TO VDEPT-CUR-NET(WS-VDEPT-IDX)
                    END-IF
                    IF VAR-LAST-PAID(WS-VAR-IDX) = 'Y'
                        ADD 1 TO VDEPT-PRIOR-HEADS(WS-VDEPT-IDX)
                        ADD VAR-LAST-GROSS(WS-VAR-IDX)
                            TO VDEPT-PRIOR-GROSS(WS-VDEPT-IDX)
                        ADD VAR-LAST-NET(WS-VAR-IDX)
                            TO VDEPT-PRIOR-NET(WS-VDEPT-IDX)
                    END-IF
                END-IF
            END-PERFORM
        .

        LOCATE-VARIANCE-DEPT.
      *>    A full table folds the overflow into its last slot
      *>    rather than drop the money from the comparison.
            PERFORM VARYING WS-VDEPT-IDX FROM 1 BY 1
                    UNTIL WS-VDEPT-IDX > WS-VDEPT-COUNT
                IF VDEPT-CODE(WS-VDEPT-IDX) = WS-VAR-DEPT
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-VDEPT-COUNT >= 200
                SET WS-VDEPT-IDX TO 200
                MOVE "****" TO VDEPT-CODE(WS-VDEPT-IDX)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VDEPT-COUNT
            SET WS-VDEPT-IDX TO WS-VDEPT-COUNT
            INITIALIZE WS-VDEPT-ENTRY(WS-VDEPT-IDX)
            MOVE WS-VAR-DEPT TO VDEPT-CODE(WS-VDEPT-IDX)
        .

        REVIEW-VARIANCE-EMPLOYEE.
            ADD 1 TO WS-VAR-PAID-COUNT
            MOVE SPACES TO WS-VAR-FLAGS
            MOVE 1 TO WS-VAR-FLAG-PTR
            MOVE 0 TO WS-VAR-AVG-GROSS
            MOVE 0 TO WS-VAR-AVG-NET

            MOVE 0 TO WS-VAR-PAY-COUNT
            PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                    UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                IF VAR-HIST-PAID-IN(WS-VAR-IDX, WS-VAR-SLOT) = 'Y'
                    ADD 1 TO WS-VAR-PAY-COUNT
                END-IF
            END-PERFORM

            IF WS-VAR-PAY-COUNT = 0
                STRING "NEWPAYEE " DELIMITED BY SIZE
                    INTO WS-VAR-FLAGS WITH POINTER WS-VAR-FLAG-PTR
                END-STRING
            ELSE
                COMPUTE WS-VAR-AVG-GROSS ROUNDED =
                        VAR-HIST-GROSS(WS-VAR-IDX) / WS-VAR-PAY-COUNT
                COMPUTE WS-VAR-AVG-NET ROUNDED =
                        VAR-HIST-NET(WS-VAR-IDX) / WS-VAR-PAY-COUNT

                COMPUTE WS-VAR-SWING =
                        VAR-CUR-GROSS(WS-VAR-IDX) - WS-VAR-AVG-GROSS
                IF WS-VAR-SWING < 0
                    COMPUTE WS-VAR-SWING = 0 - WS-VAR-SWING
                END-IF
                IF WS-VAR-SWING > C-VAR-SWING-MIN
                        AND WS-VAR-SWING >
                            WS-VAR-AVG-GROSS * C-VAR-SWING-PCT
                    STRING "GROSSVAR " DELIMITED BY SIZE
                        INTO WS-VAR-FLAGS WITH POINTER WS-VAR-FLAG-PTR
                    END-STRING
                END-IF

                COMPUTE WS-VAR-SWING =
                        VAR-CUR-NET(WS-VAR-IDX) - WS-VAR-AVG-NET
                IF WS-VAR-SWING < 0
                    COMPUTE WS-VAR-SWING = 0 - WS-VAR-SWING
                END-IF
                IF WS-VAR-SWING > C-VAR-SWING-MIN
                        AND WS-VAR-SWING >
                            WS-VAR-AVG-NET * C-VAR-SWING-PCT
                    STRING "NETVAR " DELIMITED BY SIZE
                        INTO WS-VAR-FLAGS WITH POINTER WS-VAR-FLAG-PTR
                    END-STRING
                END-IF
            END-IF

            IF VAR-CUR-NET(WS-VAR-IDX) > C-VAR-NET-CAP
                STRING "NETCAP " DELIMITED BY SIZE
                    INTO WS-VAR-FLAGS WITH POINTER WS-VAR-FLAG-PTR
                END-STRING
            END-IF
            IF VAR-BANK-CHANGED(WS-VAR-IDX) = 'Y'
                STRING "BANKCHG " DELIMITED BY SIZE
                    INTO WS-VAR-FLAGS WITH POINTER WS-VAR-FLAG-PTR
                END-STRING
            END-IF

      *>    Only what needs a look is listed; the register has the
      *>    rest.
            IF WS-VAR-FLAGS = SPACES
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VAR-FLAGGED-COUNT
            MOVE VAR-CUR-GROSS(WS-VAR-IDX) TO WS-VAR-AMT1-DSP
            MOVE WS-VAR-AVG-GROSS TO WS-VAR-AMT2-DSP
            MOVE VAR-CUR-NET(WS-VAR-IDX) TO WS-VAR-AMT3-DSP
            MOVE WS-VAR-AVG-NET TO WS-VAR-AMT4-DSP
            MOVE SPACES TO WS-VAR-LINE
            STRING VAR-EMPLOYEE-ID(WS-VAR-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                VAR-EMPLOYEE-NAME(WS-VAR-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT1-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT2-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT3-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT4-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VAR-FLAGS DELIMITED BY SIZE
                INTO WS-VAR-LINE
            END-STRING
            PERFORM WRITE-VARIANCE-LINE
        .

        REVIEW-VARIANCE-DEPT.
            MOVE SPACES TO WS-VAR-FLAGS
            COMPUTE WS-VAR-SWING = VDEPT-CUR-GROSS(WS-VDEPT-IDX)
                    - VDEPT-PRIOR-GROSS(WS-VDEPT-IDX)
            MOVE WS-VAR-SWING TO WS-VAR-AMT3-DSP
            IF WS-VAR-SWING < 0
                COMPUTE WS-VAR-SWING = 0 - WS-VAR-SWING
            END-IF
            EVALUATE TRUE
                WHEN WS-VAR-PRIOR-PERIOD = 0
                    CONTINUE
                WHEN VDEPT-PRIOR-HEADS(WS-VDEPT-IDX) = 0
                    MOVE "NEWDEPT" TO WS-VAR-FLAGS
                WHEN VDEPT-CUR-HEADS(WS-VDEPT-IDX) = 0
                    MOVE "NOTPAID" TO WS-VAR-FLAGS
                WHEN WS-VAR-SWING > C-VAR-DEPT-MIN
                        AND WS-VAR-SWING >
                            VDEPT-PRIOR-GROSS(WS-VDEPT-IDX)
                                * C-VAR-DEPT-PCT
                    MOVE "DEPTVAR" TO WS-VAR-FLAGS
            END-EVALUATE
            IF WS-VAR-FLAGS NOT = SPACES
                ADD 1 TO WS-VAR-DEPT-FLAGGED
            END-IF

            MOVE VDEPT-CUR-HEADS(WS-VDEPT-IDX) TO WS-VAR-HEADS-DSP
            MOVE VDEPT-CUR-GROSS(WS-VDEPT-IDX) TO WS-VAR-AMT1-DSP
            MOVE VDEPT-PRIOR-HEADS(WS-VDEPT-IDX) TO WS-VAR-HEADS2-DSP
            MOVE VDEPT-PRIOR-GROSS(WS-VDEPT-IDX) TO WS-VAR-AMT2-DSP
            MOVE SPACES TO WS-VAR-LINE
            STRING VDEPT-CODE(WS-VDEPT-IDX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VAR-HEADS-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT1-DSP DELIMITED BY SIZE
                "        " DELIMITED BY SIZE
                WS-VAR-HEADS2-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT2-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VAR-AMT3-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VAR-FLAGS DELIMITED BY SIZE
                INTO WS-VAR-LINE
            END-STRING
            PERFORM WRITE-VARIANCE-LINE
        .

        WRITE-VARIANCE-LINE.
            MOVE WS-VAR-LINE TO VARIANCE-REPORT-RECORD
            WRITE VARIANCE-REPORT-RECORD
        .

        RELEASE-MODE.
      *>    The reviewer's sign-off on the latest variance review:
      *>    RELEASE followed by the reviewer's initials. The SIGN
      *>    record it logs is what the scheduler waits for before
      *>    ACHOUT.DAT goes to the bank and the checks are mailed.
      *>    A run that ended out of balance (or never ended) is not
      *>    released without FORCE, and one already signed is not
      *>    signed again.
            UNSTRING WS-CMD-UPPER DELIMITED BY ALL " "
                INTO WS-REL-WORD WS-REL-REVIEWER
            END-UNSTRING
            IF WS-REL-REVIEWER = SPACES OR WS-REL-REVIEWER = "FORCE"
                DISPLAY "Key the reviewer's initials after RELEASE. "
                    "Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM FIND-LATEST-REVIEW
            IF WS-REL-REVW-TIME = SPACES
                DISPLAY "No variance review on the run log - nothing "
                    "to release. Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            IF REL-RUN-SIGNED
                DISPLAY "Period " WS-REL-PERIOD " already released by "
                    FUNCTION TRIM(WS-REL-SIGN-BY) " at "
                    WS-REL-SIGN-TIME "."
                EXIT PARAGRAPH
            END-IF
            IF (NOT REL-RUN-ENDED OR WS-REL-RUN-RC NOT = 0)
                    AND NOT RUN-FORCED
                DISPLAY "The " FUNCTION TRIM(WS-REL-REVW-MODE)
                    " run of period " WS-REL-PERIOD " did not end "
                    "clean - fix and rerun it, or key FORCE to "
                    "release it anyway. Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-RUN-LOG
            IF NOT RUNLOG-OK
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            INITIALIZE RUN-LOG-RECORD
            MOVE WS-RUN-MODE TO RL-MODE
            MOVE "SIGN" TO RL-PHASE
            MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
            MOVE WS-REL-REVIEWER TO RL-PARM
            MOVE WS-REL-PAID TO RL-COUNT-1
            MOVE WS-REL-FLAGGED TO RL-COUNT-2
            WRITE RUN-LOG-RECORD
            CLOSE RUN-LOG-FILE

            DISPLAY "Period " WS-REL-PERIOD " "
                FUNCTION TRIM(WS-REL-REVW-MODE) " run released by "
                FUNCTION TRIM(WS-REL-REVIEWER) " - " WS-REL-FLAGGED
                " flagged payments reviewed."
        .

        ACH-RETURN-MODE.
      *>    Connects the bank's bounced deposits back to payroll:
      *>    each return is matched to the deposit instruction we
      *>    actually sent, the employee's bank reference is marked
      *>    bad so the next run cannot send to the same dead
      *>    account, the bounce is logged with the run's other
      *>    exceptions, and the treasurer gets a reissue list of
      *>    everyone still owed their net.
            OPEN INPUT ACH-RETURN-FILE
            IF NOT ACHRET-OK
                DISPLAY "Unable to open bank return file, status "
                    WS-ACHRET-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM READ-CHECK-SEQUENCE
            PERFORM LOAD-ACHOUT-TABLE
            IF ACHOUT-TABLE-FULL
                DISPLAY "Deposit file exceeds the 5000-entry match "
                    "table - returns run refused rather than "
                    "matched incompletely."
                CLOSE ACH-RETURN-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-EXCEPTION-FILE

      *>    Appended, not truncated: the reissue list also carries
      *>    voided-check payments the treasurer may not have
      *>    actioned yet, and wiping those here would leave the
      *>    check register saying VOID with nothing anywhere
      *>    saying the employee is still owed the money.
            OPEN EXTEND REISSUE-FILE
            IF WS-REISSUE-STATUS = "35"
                OPEN OUTPUT REISSUE-FILE
            END-IF
            IF NOT REISSUE-OK
                DISPLAY "Unable to open reissue list, status "
                    WS-REISSUE-STATUS
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-REISSUE-LINE
            STRING "REPLACEMENT PAYMENTS OWED - RETURNS RUN "
                    DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                INTO WS-REISSUE-LINE
            END-STRING
            MOVE WS-REISSUE-LINE TO REISSUE-RECORD
            WRITE REISSUE-RECORD

            PERFORM UNTIL ACHRET-EOF
                READ ACH-RETURN-FILE
                    AT END
                        SET ACHRET-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RET-READ-COUNT
                        PERFORM PROCESS-ACH-RETURN
                END-READ
            END-PERFORM

            CLOSE ACH-RETURN-FILE
            CLOSE REISSUE-FILE

            DISPLAY "Returns processed: " WS-RET-READ-COUNT
                " read, " WS-RET-MATCH-COUNT " matched, "
                WS-RET-NOMATCH-COUNT " unmatched, "
                WS-RET-PRENOTE-COUNT " prenotes returned."
        .

        LOAD-ACHOUT-TABLE.
      *>    The deposit file is small enough to hold in storage, so
      *>    it is read once and every return is matched against the
      *>    table instead of rescanning the file per return. The
      *>    name and amount columns are at fixed positions in the
      *>    line WRITE-ACH-RECORD built.
            MOVE 0 TO WS-ACHOUT-COUNT
            MOVE 'N' TO WS-ACHOUT-OVERFLOW
            OPEN INPUT ACH-FILE
            IF NOT ACH-OK
                DISPLAY "Unable to open deposit file, status "
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL ACH-EOF OR NOT ACH-OK
                READ ACH-FILE
                    AT END
                        SET ACH-EOF TO TRUE
                    NOT AT END
                        MOVE ACH-RECORD TO WS-ACH-LINE
                        PERFORM NOTE-ACHOUT-LINE
                END-READ
            END-PERFORM

            CLOSE ACH-FILE
        .

        LOAD-ACHOUT-GENERATION.
      *>    Every deposit file kept for the return's period - the
      *>    batch, a resubmit, any corrections - goes into the table
      *>    together, since the return does not say which run sent
      *>    the money.
            MOVE 0 TO WS-ACHOUT-COUNT
            MOVE 'N' TO WS-ACHOUT-OVERFLOW
            MOVE 0 TO WS-RET-GEN-COUNT
            OPEN INPUT GEN-CATALOG-FILE
            IF GENCAT-OK
                PERFORM UNTIL GENCAT-EOF OR NOT GENCAT-OK
                    READ GEN-CATALOG-FILE
                        AT END
                            SET GENCAT-EOF TO TRUE
                        NOT AT END
                            PERFORM NOTE-ACHOUT-GENERATION
                    END-READ
                END-PERFORM
                CLOSE GEN-CATALOG-FILE
            END-IF
            IF WS-RET-GEN-COUNT = 0
                DISPLAY "No deposit file kept for period "
                    WS-RET-PERIOD " - its returns cannot be matched."
                EXIT PARAGRAPH
            END-IF

            OPEN INPUT GENERATION-FILE
            IF NOT PAYGEN-OK
                DISPLAY "Unable to open output generation store, "
                    "status " WS-PAYGEN-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYGEN-EOF OR NOT PAYGEN-OK
                READ GENERATION-FILE
                    AT END
                        SET PAYGEN-EOF TO TRUE
                    NOT AT END
                        IF GN-FILE-ID = "ACHOUT"
                            PERFORM NOTE-GENERATION-ACH-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GENERATION-FILE
        .

        NOTE-ACHOUT-GENERATION.
            IF GC-PERIOD = WS-RET-PERIOD
                    AND GC-FILE-ID = "ACHOUT"
                    AND GC-RETAINED
                IF WS-RET-GEN-COUNT < 20
                    ADD 1 TO WS-RET-GEN-COUNT
                    MOVE GC-GEN-NUMBER
                        TO WS-RET-GEN-NUMBER(WS-RET-GEN-COUNT)
                ELSE
                    SET ACHOUT-TABLE-FULL TO TRUE
                END-IF
            END-IF
        .

        NOTE-GENERATION-ACH-LINE.
            MOVE 'N' TO WS-RET-GEN-FOUND
            PERFORM VARYING WS-RET-GEN-IDX FROM 1 BY 1
                    UNTIL WS-RET-GEN-IDX > WS-RET-GEN-COUNT
                IF WS-RET-GEN-NUMBER(WS-RET-GEN-IDX) = GN-GEN-NUMBER
                    SET RET-GEN-SELECTED TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF RET-GEN-SELECTED
                MOVE GN-DATA TO WS-ACH-LINE
                PERFORM NOTE-ACHOUT-LINE
            END-IF
        .

        NOTE-ACHOUT-LINE.
      *>    WS-ACH-LINE holds one deposit line as WRITE-ACH-RECORD
      *>    built it.
            IF WS-ACHOUT-COUNT < 5000
                ADD 1 TO WS-ACHOUT-COUNT
                SET WS-RET-IDX TO WS-ACHOUT-COUNT
                MOVE WS-ACH-LINE(1:6) TO WS-ACHOUT-ID(WS-RET-IDX)
                MOVE WS-ACH-LINE(90:11) TO WS-ACHOUT-NET(WS-RET-IDX)
                MOVE WS-ACH-LINE(103:10) TO WS-ACHOUT-TAG(WS-RET-IDX)
            ELSE
                SET ACHOUT-TABLE-FULL TO TRUE
            END-IF
        .

        PROCESS-ACH-RETURN.
            MOVE 'N' TO WS-RET-MATCHED
            MOVE AR-AMOUNT TO WS-RET-AMOUNT-DSP

      *>    A return naming its pay period is matched against the
      *>    deposit files kept for that period, not whichever run
      *>    last overwrote ACHOUT.DAT. The table is reloaded only
      *>    when the period changes from the return before.
            MOVE 0 TO WS-RET-PERIOD
            IF AR-PERIOD NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(AR-PERIOD) = 0
                COMPUTE WS-RET-PERIOD = FUNCTION NUMVAL(AR-PERIOD)
            END-IF
            IF WS-RET-PERIOD NOT = WS-ACHOUT-PERIOD
                IF WS-RET-PERIOD = 0
                    PERFORM LOAD-ACHOUT-TABLE
                ELSE
                    PERFORM LOAD-ACHOUT-GENERATION
                END-IF
                MOVE WS-RET-PERIOD TO WS-ACHOUT-PERIOD
                IF ACHOUT-TABLE-FULL
                    DISPLAY "Deposit files for period " WS-RET-PERIOD
                        " exceed the match table - returns past "
                        "its end are reported unmatched."
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            IF AR-AMOUNT = 0
                PERFORM PROCESS-PRENOTE-RETURN
                EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-ACHOUT-COUNT
                IF WS-ACHOUT-ID(WS-RET-IDX) = AR-EMPLOYEE-ID
                        AND WS-ACHOUT-NET(WS-RET-IDX) =
                            WS-RET-AMOUNT-DSP
                    SET RETURN-MATCHED TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            MOVE AR-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE SPACES TO WS-EMPLOYEE-NAME
            MOVE 0 TO WS-HOURS

            IF NOT RETURN-MATCHED
      *>        A return we never sent (or an amount that does not
      *>        agree) is its own problem - flag it for a person,
      *>        do not touch the master.
                ADD 1 TO WS-RET-NOMATCH-COUNT
                MOVE "NOACHMATCH" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
                DISPLAY "Unmatched bank return for "
                    AR-EMPLOYEE-ID " amount " WS-RET-AMOUNT-DSP
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-RET-MATCH-COUNT

      *>    Flag the master first: that read also loads the name, so
      *>    the exception and reissue lines carry it like the run's
      *>    other master-backed exceptions do.
            PERFORM FLAG-BAD-BANK-DETAILS

            MOVE "ACHRETURN" TO WS-EXCEPTION-TYPE
            PERFORM WRITE-EXCEPTION-RECORD

            MOVE SPACES TO WS-REISSUE-LINE
            STRING AR-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                "  AMOUNT=" DELIMITED BY SIZE
                WS-RET-AMOUNT-DSP DELIMITED BY SIZE
                "  REASON=" DELIMITED BY SIZE
                AR-REASON-CODE DELIMITED BY SIZE
                INTO WS-REISSUE-LINE
            END-STRING
            MOVE WS-REISSUE-LINE TO REISSUE-RECORD
            WRITE REISSUE-RECORD

      *>    The replacement payment prints right here instead of
      *>    waiting on the treasurer to work the reissue list by
      *>    typewriter; the list itself remains the control copy.
            MOVE AR-AMOUNT TO WS-CHECK-AMOUNT
            MOVE "REISSUE" TO WS-CHECK-REASON
            PERFORM WRITE-PRINTED-CHECK
        .

        PROCESS-PRENOTE-RETURN.
      *>    A zero-dollar return is a bounced prenote: no money
      *>    moved, so there is nothing to reissue - the account is
      *>    marked bad, which keeps the employee on printed checks
      *>    until MAINT keys new details. The prenote may have gone
      *>    out on an earlier deposit file than the one on disk, so
      *>    an employee still waiting out a prenote is accepted
      *>    without a match on this file.
            PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-ACHOUT-COUNT
                IF WS-ACHOUT-ID(WS-RET-IDX) = AR-EMPLOYEE-ID
                        AND WS-ACHOUT-TAG(WS-RET-IDX) =
                            WS-PRENOTE-TAG
                    SET RETURN-MATCHED TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            MOVE AR-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE SPACES TO WS-EMPLOYEE-NAME
            MOVE 0 TO WS-HOURS

            MOVE AR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    MOVE 'N' TO WS-RET-MATCHED
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                    IF EM-PRENOTE-SENT
                        SET RETURN-MATCHED TO TRUE
                    END-IF
            END-READ

            IF NOT RETURN-MATCHED
                ADD 1 TO WS-RET-NOMATCH-COUNT
                MOVE "NOACHMATCH" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
                DISPLAY "Unmatched prenote return for "
                    AR-EMPLOYEE-ID
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-RET-PRENOTE-COUNT

      *>    Details MAINT has changed since the prenote went out
      *>    are not the ones the bank refused: the new account is
      *>    waiting on its own prenote and is left alone.
            IF EM-PRENOTE-DUE
                MOVE "PRENOTEOLD" TO WS-EXCEPTION-TYPE
                PERFORM WRITE-EXCEPTION-RECORD
                EXIT PARAGRAPH
            END-IF

            SET EM-BANK-BAD TO TRUE
            MOVE SPACE TO EM-PRENOTE-STATUS
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to flag bank details for "
                        AR-EMPLOYEE-ID
            END-REWRITE

            MOVE "PRENOTERET" TO WS-EXCEPTION-TYPE
            PERFORM WRITE-EXCEPTION-RECORD
        .

        FLAG-BAD-BANK-DETAILS.
            MOVE AR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    DISPLAY "Returned deposit for employee not on "
                        "master: " AR-EMPLOYEE-ID
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                    SET EM-BANK-BAD TO TRUE
                    REWRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Unable to flag bank details "
                                "for " AR-EMPLOYEE-ID
                    END-REWRITE
            END-READ
        .

        PRENOTE-REPORT-MODE.
      *>    Lists every account still in its prenote: Due ones go
      *>    out on the next pay run's deposit file, Sent ones show
      *>    the period the prenote went in. Each line carries the
      *>    period the account takes its first deposit and that
      *>    period's pay date, so payroll can answer the employee
      *>    asking when the checks stop.
            PERFORM LOAD-PAY-PERIOD-TABLE
            OPEN OUTPUT PRENOTE-REPORT-FILE
            IF NOT PRNRPT-OK
                DISPLAY "Unable to open prenote report, status "
                    WS-PRNRPT-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-PRN-LINE
            STRING "ACCOUNTS IN PRENOTE - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                INTO WS-PRN-LINE
            END-STRING
            MOVE WS-PRN-LINE TO PRENOTE-REPORT-RECORD
            WRITE PRENOTE-REPORT-RECORD

            MOVE LOW-VALUES TO EM-EMPLOYEE-ID
            START EMPLOYEE-MASTER-FILE
                KEY IS NOT LESS THAN EM-EMPLOYEE-ID
                INVALID KEY
                    SET EMPMAST-EOF TO TRUE
            END-START

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF EM-IN-PRENOTE AND NOT EM-TERMINATED
                                AND NOT EM-BANK-BAD
                                AND EM-BANK-ROUTING NOT = SPACES
                            PERFORM REPORT-PRENOTE-ACCOUNT
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PRENOTE-REPORT-FILE

            DISPLAY "Prenote report complete: " WS-PRN-COUNT
                " accounts in prenote."
        .

        REPORT-PRENOTE-ACCOUNT.
      *>    A Due account's go-live is projected from the first
      *>    open period, the one the next pay run will send it in.
            ADD 1 TO WS-PRN-COUNT
            MOVE SPACES TO WS-PRN-STATE
            IF EM-PRENOTE-SENT
                MOVE EM-PRENOTE-LIVE-PERIOD TO WS-PRENOTE-NEXT
                STRING "SENT IN PERIOD " DELIMITED BY SIZE
                    EM-PRENOTE-PERIOD DELIMITED BY SIZE
                    INTO WS-PRN-STATE
                END-STRING
            ELSE
                MOVE "DUE ON NEXT DEPOSIT FILE" TO WS-PRN-STATE
                MOVE 0 TO WS-PRENOTE-NEXT
                PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                        UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                    IF WS-PER-STATUS(WS-PER-IDX) = "O"
                            AND (WS-PRENOTE-NEXT = 0
                            OR WS-PER-NUMBER(WS-PER-IDX)
                                < WS-PRENOTE-NEXT)
                        MOVE WS-PER-NUMBER(WS-PER-IDX)
                            TO WS-PRENOTE-NEXT
                    END-IF
                END-PERFORM
                PERFORM C-PRENOTE-WAIT-PERIODS TIMES
                    PERFORM FIND-NEXT-PRENOTE-PERIOD
                END-PERFORM
            END-IF

            MOVE WS-PRENOTE-NEXT TO WS-PRN-LIVE-DSP
            MOVE "UNKNOWN" TO WS-PRN-LIVE-DATE
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-NUMBER(WS-PER-IDX) = WS-PRENOTE-NEXT
                    MOVE WS-PER-PAY-DATE(WS-PER-IDX)
                        TO WS-PRN-LIVE-DATE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            MOVE SPACES TO WS-PRN-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  ROUTING=" DELIMITED BY SIZE
                EM-BANK-ROUTING DELIMITED BY SIZE
                "  ACCOUNT=" DELIMITED BY SIZE
                EM-BANK-ACCOUNT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PRN-STATE DELIMITED BY SIZE
                "  LIVE PERIOD " DELIMITED BY SIZE
                WS-PRN-LIVE-DSP DELIMITED BY SIZE
                " PAY DATE " DELIMITED BY SIZE
                WS-PRN-LIVE-DATE DELIMITED BY SIZE
                INTO WS-PRN-LINE
            END-STRING
            MOVE WS-PRN-LINE TO PRENOTE-REPORT-RECORD
            WRITE PRENOTE-REPORT-RECORD
        .

        QUARTERLY-REPORT-MODE.
      *>    Quarter close: prints one withholding line per employee
      *>    with wages this quarter plus company totals (the 941
      *>    deposit reconciliation), then zeroes the quarter buckets
      *>    so the next quarter starts clean. Run once, after the
      *>    quarter's last payroll. The state unemployment wage
      *>    report comes out of the same sweep, and the totals carry
      *>    the employer's taxes and the quarter's FUTA liability.
            OPEN OUTPUT QTR-REPORT-FILE
            IF NOT QTRRPT-OK
                DISPLAY "Unable to open quarterly report, status "
                    WS-QTRRPT-STATUS
      *>        Nothing closed - end nonzero so the run log's END
      *>        record does not read as a completed quarter close
      *>        and block the retry.
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT SUI-REPORT-FILE
            IF NOT SUIRPT-OK
                DISPLAY "Unable to open state wage report, status "
                    WS-SUIRPT-STATUS
                CLOSE QTR-REPORT-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            IF WS-THIS-QTR-ID = SPACES
                PERFORM COMPUTE-QUARTER-ID
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-QTR-LINE
            STRING "QUARTERLY WITHHOLDING SUMMARY - RUN "
                    DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO QTR-REPORT-RECORD
            WRITE QTR-REPORT-RECORD

            MOVE SPACES TO WS-QTR-LINE
            STRING "STATE UNEMPLOYMENT WAGE REPORT - QUARTER "
                    DELIMITED BY SIZE
                WS-THIS-QTR-ID DELIMITED BY SPACE
                " - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO SUI-REPORT-RECORD
            WRITE SUI-REPORT-RECORD

      *>    A hard read error ends the sweep too - looping on a file
      *>    that can no longer be read would never reach AT END.
            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF EM-QTD-GROSS-PAY > 0
                            PERFORM REPORT-QUARTER-EMPLOYEE
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-QTR-TOTAL-GROSS TO WS-QTR-TOT-GROSS-DSP
            MOVE WS-QTR-TOTAL-FED TO WS-QTR-TOT-FED-DSP
            MOVE WS-QTR-TOTAL-STATE TO WS-QTR-TOT-STATE-DSP
            MOVE WS-QTR-TOTAL-FICA TO WS-QTR-TOT-FICA-DSP
            MOVE SPACES TO WS-QTR-LINE
            STRING "TOTAL  EMPLOYEES=" DELIMITED BY SIZE
                WS-QTR-EMP-COUNT DELIMITED BY SIZE
                "  GROSS=" DELIMITED BY SIZE
                WS-QTR-TOT-GROSS-DSP DELIMITED BY SIZE
                "  FED=" DELIMITED BY SIZE
                WS-QTR-TOT-FED-DSP DELIMITED BY SIZE
                "  STATE=" DELIMITED BY SIZE
                WS-QTR-TOT-STATE-DSP DELIMITED BY SIZE
                "  FICA=" DELIMITED BY SIZE
                WS-QTR-TOT-FICA-DSP DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO QTR-REPORT-RECORD
            WRITE QTR-REPORT-RECORD

            MOVE WS-QTR-TOTAL-ER-SS TO WS-QTR-ER-DSP-1
            MOVE WS-QTR-TOTAL-ER-MED TO WS-QTR-ER-DSP-2
            MOVE WS-QTR-TOTAL-FUTA TO WS-QTR-ER-DSP-3
            MOVE WS-QTR-TOTAL-SUTA TO WS-QTR-ER-DSP-4
            MOVE SPACES TO WS-QTR-LINE
            STRING "EMPLOYER  SS=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-1 DELIMITED BY SIZE
                "  MEDICARE=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-2 DELIMITED BY SIZE
                "  FUTA=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-3 DELIMITED BY SIZE
                "  SUTA=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-4 DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO QTR-REPORT-RECORD
            WRITE QTR-REPORT-RECORD

      *>    Form 940 asks the FUTA liability quarter by quarter;
      *>    each close prints its own and the year so far.
            MOVE WS-QTR-TOTAL-FUTA-WAGES TO WS-QTR-ER-DSP-1
            MOVE WS-QTR-TOTAL-FUTA TO WS-QTR-ER-DSP-2
            MOVE WS-QTR-YTD-FUTA TO WS-QTR-ER-DSP-3
            MOVE SPACES TO WS-QTR-LINE
            STRING "FUTA LIABILITY QUARTER " DELIMITED BY SIZE
                WS-THIS-QTR-ID DELIMITED BY SPACE
                "  TAXABLE WAGES=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-1 DELIMITED BY SIZE
                "  LIABILITY=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-2 DELIMITED BY SIZE
                "  YEAR TO DATE=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-3 DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO QTR-REPORT-RECORD
            WRITE QTR-REPORT-RECORD

            MOVE WS-QTR-TOTAL-GROSS TO WS-QTR-ER-DSP-1
            MOVE WS-QTR-TOTAL-SUTA-WAGES TO WS-QTR-ER-DSP-2
            MOVE WS-QTR-TOTAL-SUI-EXCESS TO WS-QTR-ER-DSP-3
            MOVE WS-QTR-TOTAL-SUTA TO WS-QTR-ER-DSP-4
            MOVE SPACES TO WS-QTR-LINE
            STRING "TOTAL  EMPLOYEES=" DELIMITED BY SIZE
                WS-QTR-EMP-COUNT DELIMITED BY SIZE
                "  TOTAL=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-1 DELIMITED BY SIZE
                "  TAXABLE=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-2 DELIMITED BY SIZE
                "  EXCESS=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-3 DELIMITED BY SIZE
                "  DUE=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-4 DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO SUI-REPORT-RECORD
            WRITE SUI-REPORT-RECORD

            CLOSE SUI-REPORT-FILE
            CLOSE QTR-REPORT-FILE

            DISPLAY "Quarterly summary complete: " WS-QTR-EMP-COUNT
                " employees reported, quarter buckets reset."
        .

        REPORT-QUARTER-EMPLOYEE.
            ADD 1 TO WS-QTR-EMP-COUNT
            ADD EM-QTD-GROSS-PAY TO WS-QTR-TOTAL-GROSS
            ADD EM-QTD-FEDERAL-TAX TO WS-QTR-TOTAL-FED
            ADD EM-QTD-STATE-TAX TO WS-QTR-TOTAL-STATE
            ADD EM-QTD-FICA-TAX TO WS-QTR-TOTAL-FICA

            MOVE EM-QTD-GROSS-PAY TO WS-QTR-GROSS-DSP
            MOVE EM-QTD-FEDERAL-TAX TO WS-QTR-FED-DSP
            MOVE EM-QTD-STATE-TAX TO WS-QTR-STATE-DSP
            MOVE EM-QTD-FICA-TAX TO WS-QTR-FICA-DSP

            MOVE SPACES TO WS-QTR-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  GROSS=" DELIMITED BY SIZE
                WS-QTR-GROSS-DSP DELIMITED BY SIZE
                "  FED=" DELIMITED BY SIZE
                WS-QTR-FED-DSP DELIMITED BY SIZE
                "  STATE=" DELIMITED BY SIZE
                WS-QTR-STATE-DSP DELIMITED BY SIZE
                "  FICA=" DELIMITED BY SIZE
                WS-QTR-FICA-DSP DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO QTR-REPORT-RECORD
            WRITE QTR-REPORT-RECORD

      *>    State wage report line: all wages paid in the quarter,
      *>    the part still under the state wage base, and the
      *>    excess over it.
            PERFORM CLEAR-UNSET-EMPLOYER-TAXES
            ADD EM-QTD-ER-SS TO WS-QTR-TOTAL-ER-SS
            ADD EM-QTD-ER-MEDICARE TO WS-QTR-TOTAL-ER-MED
            ADD EM-QTD-FUTA-TAX TO WS-QTR-TOTAL-FUTA
            ADD EM-QTD-FUTA-WAGES TO WS-QTR-TOTAL-FUTA-WAGES
            ADD EM-YTD-FUTA-TAX TO WS-QTR-YTD-FUTA
            ADD EM-QTD-SUTA-TAX TO WS-QTR-TOTAL-SUTA
            ADD EM-QTD-SUTA-WAGES TO WS-QTR-TOTAL-SUTA-WAGES
            COMPUTE WS-QTR-SUI-EXCESS =
                    EM-QTD-GROSS-PAY - EM-QTD-SUTA-WAGES
            ADD WS-QTR-SUI-EXCESS TO WS-QTR-TOTAL-SUI-EXCESS

            MOVE EM-QTD-GROSS-PAY TO WS-QTR-ER-DSP-1
            MOVE EM-QTD-SUTA-WAGES TO WS-QTR-ER-DSP-2
            MOVE WS-QTR-SUI-EXCESS TO WS-QTR-ER-DSP-3
            MOVE SPACES TO WS-QTR-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  TOTAL=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-1 DELIMITED BY SIZE
                "  TAXABLE=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-2 DELIMITED BY SIZE
                "  EXCESS=" DELIMITED BY SIZE
                WS-QTR-ER-DSP-3 DELIMITED BY SIZE
                INTO WS-QTR-LINE
            END-STRING
            MOVE WS-QTR-LINE TO SUI-REPORT-RECORD
            WRITE SUI-REPORT-RECORD

      *>    Close the quarter for this employee.
            MOVE 0 TO EM-QTD-GROSS-PAY
            MOVE 0 TO EM-QTD-FEDERAL-TAX
            MOVE 0 TO EM-QTD-STATE-TAX
            MOVE 0 TO EM-QTD-FICA-TAX
            MOVE 0 TO EM-QTD-ER-SS
            MOVE 0 TO EM-QTD-ER-MEDICARE
            MOVE 0 TO EM-QTD-FUTA-TAX
            MOVE 0 TO EM-QTD-FUTA-WAGES
            MOVE 0 TO EM-QTD-SUTA-TAX
            MOVE 0 TO EM-QTD-SUTA-WAGES
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to reset quarter for "
                        EM-EMPLOYEE-NAME
            END-REWRITE
        .

        W2-EXTRACT-MODE.
      *>    Year end: one wage-and-tax record per employee paid this
      *>    year, straight off the master's year accumulators, for
      *>    the W-2 print service. Leaves the master untouched - the
      *>    year buckets are cleared by the separate new-year setup,
      *>    not by this extract.
            OPEN OUTPUT W2-EXTRACT-FILE
            IF NOT W2-OK
                DISPLAY "Unable to open W-2 extract, status "
                    WS-W2-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF EM-YTD-GROSS-PAY > 0
                            PERFORM WRITE-W2-EXTRACT-RECORD
                        END-IF
                END-READ
            END-PERFORM

            CLOSE W2-EXTRACT-FILE

            DISPLAY "W-2 extract complete: " WS-W2-WRITE-COUNT
                " records written."
        .

        WRITE-W2-EXTRACT-RECORD.
            INITIALIZE W2-EXTRACT-RECORD
            MOVE EM-EMPLOYEE-ID TO W2-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO W2-EMPLOYEE-NAME
            MOVE FUNCTION CURRENT-DATE(1:4) TO W2-TAX-YEAR
            MOVE EM-YTD-GROSS-PAY TO W2-GROSS-WAGES
            MOVE EM-YTD-FEDERAL-TAX TO W2-FEDERAL-TAX
            MOVE EM-YTD-STATE-TAX TO W2-STATE-TAX
            MOVE EM-YTD-FICA-TAX TO W2-FICA-TAX
            WRITE W2-EXTRACT-RECORD
            ADD 1 TO WS-W2-WRITE-COUNT
        .

        YEAREND-MODE.
      *>    The year-end close, run once after the W-2 extract: the
      *>    closing year totals leave for the year-history archive,
      *>    every year and quarter accumulator resets so January
      *>    cannot inherit last year's figures, vacation above the
      *>    carryover cap is forfeited and reported, and the live
      *>    pay history rolls into its archive so the HIST sweep
      *>    stops paying for every year since the beginning.
            PERFORM CHECK-W2-EXTRACT-DONE
            IF PERIOD-RUN-REFUSED
                EXIT PARAGRAPH
            END-IF

            OPEN EXTEND YEAR-HISTORY-FILE
            IF YEARHIST-NEW-FILE
                OPEN OUTPUT YEAR-HISTORY-FILE
            END-IF
            IF NOT YEARHIST-OK
                DISPLAY "Unable to open year history, status "
                    WS-YEARHIST-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT YEAREND-REPORT-FILE
            IF NOT YRENDRPT-OK
                DISPLAY "Unable to open year-end report, status "
                    WS-YRENDRPT-STATUS
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-YE-LINE
            STRING "YEAR-END CLOSE " DELIMITED BY SIZE
                WS-YE-TAX-YEAR DELIMITED BY SIZE
                " - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-YE-LINE
            END-STRING
            MOVE WS-YE-LINE TO YEAREND-REPORT-RECORD
            WRITE YEAREND-REPORT-RECORD

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        PERFORM CLOSE-EMPLOYEE-YEAR
                END-READ
            END-PERFORM

            MOVE WS-YE-FORFEIT-TOTAL TO WS-YE-FORF-TOT-DSP
            MOVE SPACES TO WS-YE-LINE
            STRING "EMPLOYEES CLOSED=" DELIMITED BY SIZE
                WS-YE-EMP-COUNT DELIMITED BY SIZE
                "  VACATION FORFEITED=" DELIMITED BY SIZE
                WS-YE-FORF-TOT-DSP DELIMITED BY SIZE
                INTO WS-YE-LINE
            END-STRING
            MOVE WS-YE-LINE TO YEAREND-REPORT-RECORD
            WRITE YEAREND-REPORT-RECORD

            CLOSE YEAR-HISTORY-FILE
            CLOSE YEAREND-REPORT-FILE

            PERFORM ARCHIVE-PAY-HISTORY

            DISPLAY "Year-end close complete: " WS-YE-EMP-COUNT
                " employees closed, " WS-YE-ARCH-COUNT
                " history records archived."
        .

        CHECK-W2-EXTRACT-DONE.
      *>    The close destroys the year totals the W-2 extract is
      *>    built from, so it refuses to run until this year's
      *>    extract is actually on disk.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YE-TAX-YEAR
            OPEN INPUT W2-EXTRACT-FILE
            IF NOT W2-OK
                DISPLAY "No W-2 extract on disk - run W2 before "
                    "the year-end close. Run refused."
                SET PERIOD-RUN-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            READ W2-EXTRACT-FILE
                AT END
                    DISPLAY "W-2 extract is empty - run W2 before "
                        "the year-end close. Run refused."
                    SET PERIOD-RUN-REFUSED TO TRUE
                    MOVE 8 TO RETURN-CODE
                NOT AT END
                    IF W2-TAX-YEAR NOT = WS-YE-TAX-YEAR
                        DISPLAY "W-2 extract on disk is for "
                            W2-TAX-YEAR " not " WS-YE-TAX-YEAR
                            " - run W2 first. Run refused."
                        SET PERIOD-RUN-REFUSED TO TRUE
                        MOVE 8 TO RETURN-CODE
                    END-IF
            END-READ
            CLOSE W2-EXTRACT-FILE
        .

        CLOSE-EMPLOYEE-YEAR.
      *>    One employee: archive the closing figures, cap the
      *>    vacation carryover, zero every year and quarter bucket,
      *>    and put the record back.
            ADD 1 TO WS-YE-EMP-COUNT

            MOVE 0 TO WS-YE-FORFEITED
            IF EM-VAC-BALANCE > C-VAC-CARRYOVER-MAX
                COMPUTE WS-YE-FORFEITED =
                        EM-VAC-BALANCE - C-VAC-CARRYOVER-MAX
                MOVE C-VAC-CARRYOVER-MAX TO EM-VAC-BALANCE
                ADD WS-YE-FORFEITED TO WS-YE-FORFEIT-TOTAL
            END-IF

            INITIALIZE YEAR-HISTORY-RECORD
            MOVE WS-YE-TAX-YEAR TO YH-TAX-YEAR
            MOVE EM-EMPLOYEE-ID TO YH-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO YH-EMPLOYEE-NAME
            MOVE EM-YTD-HOURS-REGULAR TO YH-YTD-HOURS-REGULAR
            MOVE EM-YTD-HOURS-OVERTIME TO YH-YTD-HOURS-OVERTIME
            MOVE EM-YTD-HOURS-DOUBLETIME TO YH-YTD-HOURS-DOUBLETIME
            MOVE EM-YTD-HOURS-LEAVE TO YH-YTD-HOURS-LEAVE
            MOVE EM-YTD-GROSS-PAY TO YH-YTD-GROSS-PAY
            MOVE EM-YTD-NET-PAY TO YH-YTD-NET-PAY
            MOVE EM-YTD-FEDERAL-TAX TO YH-YTD-FEDERAL-TAX
            MOVE EM-YTD-STATE-TAX TO YH-YTD-STATE-TAX
            MOVE EM-YTD-FICA-TAX TO YH-YTD-FICA-TAX
            MOVE WS-YE-FORFEITED TO YH-VAC-FORFEITED
            WRITE YEAR-HISTORY-RECORD

            MOVE EM-YTD-GROSS-PAY TO WS-YE-GROSS-DSP
            MOVE EM-YTD-NET-PAY TO WS-YE-NET-DSP
            MOVE EM-VAC-BALANCE TO WS-YE-VAC-DSP
            MOVE WS-YE-FORFEITED TO WS-YE-FORF-DSP
            MOVE SPACES TO WS-YE-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  GROSS=" DELIMITED BY SIZE
                WS-YE-GROSS-DSP DELIMITED BY SIZE
                "  NET=" DELIMITED BY SIZE
                WS-YE-NET-DSP DELIMITED BY SIZE
                "  VAC CARRIED=" DELIMITED BY SIZE
                WS-YE-VAC-DSP DELIMITED BY SIZE
                "  FORFEITED=" DELIMITED BY SIZE
                WS-YE-FORF-DSP DELIMITED BY SIZE
                INTO WS-YE-LINE
            END-STRING
            MOVE WS-YE-LINE TO YEAREND-REPORT-RECORD
            WRITE YEAREND-REPORT-RECORD

            MOVE 0 TO EM-YTD-HOURS-REGULAR
            MOVE 0 TO EM-YTD-HOURS-OVERTIME
            MOVE 0 TO EM-YTD-HOURS-DOUBLETIME
            MOVE 0 TO EM-YTD-HOURS-LEAVE
            MOVE 0 TO EM-YTD-GROSS-PAY
            MOVE 0 TO EM-YTD-NET-PAY
            MOVE 0 TO EM-YTD-FEDERAL-TAX
            MOVE 0 TO EM-YTD-STATE-TAX
            MOVE 0 TO EM-YTD-FICA-TAX
            MOVE 0 TO EM-QTD-GROSS-PAY
            MOVE 0 TO EM-QTD-FEDERAL-TAX
            MOVE 0 TO EM-QTD-STATE-TAX
            MOVE 0 TO EM-QTD-FICA-TAX
            MOVE 0 TO EM-QTD-ER-SS
            MOVE 0 TO EM-QTD-ER-MEDICARE
            MOVE 0 TO EM-QTD-FUTA-TAX
            MOVE 0 TO EM-QTD-FUTA-WAGES
            MOVE 0 TO EM-QTD-SUTA-TAX
            MOVE 0 TO EM-QTD-SUTA-WAGES
            MOVE 0 TO EM-YTD-ER-SS
            MOVE 0 TO EM-YTD-ER-MEDICARE
            MOVE 0 TO EM-YTD-FUTA-TAX
            MOVE 0 TO EM-YTD-FUTA-WAGES
            MOVE 0 TO EM-YTD-SUTA-TAX
            MOVE 0 TO EM-YTD-SUTA-WAGES

            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to close year for "
                        EM-EMPLOYEE-NAME
            END-REWRITE
        .

        ARCHIVE-PAY-HISTORY.
      *>    Moves the closed year's payment detail to the archive
      *>    and truncates the live file, so next year's HIST sweep
      *>    reads one year, not all of them. The archive keeps the
      *>    record image; a wage inquiry older than the live file
      *>    is answered from PAYHARCH.DAT with the same layout.
            OPEN INPUT PAY-HISTORY-FILE
            IF NOT PAYHIST-OK
                DISPLAY "No live pay history to archive, status "
                    WS-PAYHIST-STATUS
                EXIT PARAGRAPH
            END-IF

            OPEN EXTEND PAY-HISTORY-ARCHIVE-FILE
            IF PAYHARCH-NEW-FILE
                OPEN OUTPUT PAY-HISTORY-ARCHIVE-FILE
            END-IF
            IF NOT PAYHARCH-OK
                DISPLAY "Unable to open history archive, status "
                    WS-PAYHARCH-STATUS
                CLOSE PAY-HISTORY-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL PAYHIST-EOF
                READ PAY-HISTORY-FILE
                    AT END
                        SET PAYHIST-EOF TO TRUE
                    NOT AT END
                        MOVE SPACES TO PAY-HISTORY-ARCH-RECORD
                        MOVE PAY-HISTORY-RECORD
                            TO PAY-HISTORY-ARCH-RECORD
                        WRITE PAY-HISTORY-ARCH-RECORD
                        ADD 1 TO WS-YE-ARCH-COUNT
                END-READ
            END-PERFORM

            CLOSE PAY-HISTORY-FILE
            CLOSE PAY-HISTORY-ARCHIVE-FILE

      *>    Truncate the live file only after the archive closed
      *>    cleanly - a failed archive must not cost the detail.
            OPEN OUTPUT PAY-HISTORY-FILE
            CLOSE PAY-HISTORY-FILE
        .

        VERIFY-MODE.
      *>    Master-versus-history integrity check, read-only: after
      *>    a crash-restart, an adjustment backout and a returns
      *>    run in the same week, this is how an auditor's question
      *>    becomes a report instead of a week of adding-machine
      *>    tape. Any discrepancy ends the run with return code 8.
            MOVE FUNCTION CURRENT-DATE(1:4) TO WS-VFY-TAX-YEAR

            OPEN OUTPUT VERIFY-REPORT-FILE
            IF NOT VFYRPT-OK
                DISPLAY "Unable to open verify report, status "
                    WS-VFYRPT-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-VFY-LINE
            STRING "MASTER/HISTORY VERIFICATION " DELIMITED BY SIZE
                WS-VFY-TAX-YEAR DELIMITED BY SIZE
                " - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-AUDIT-TIME DELIMITED BY SIZE
                INTO WS-VFY-LINE
            END-STRING
            PERFORM WRITE-VERIFY-LINE

            PERFORM FOOT-HISTORY-FOR-VERIFY

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        PERFORM VERIFY-EMPLOYEE
                END-READ
            END-PERFORM

            MOVE SPACES TO WS-VFY-LINE
            STRING "EMPLOYEES CHECKED=" DELIMITED BY SIZE
                WS-VFY-EMP-COUNT DELIMITED BY SIZE
                "  DISCREPANCIES=" DELIMITED BY SIZE
                WS-VFY-DISC-COUNT DELIMITED BY SIZE
                INTO WS-VFY-LINE
            END-STRING
            PERFORM WRITE-VERIFY-LINE

            IF WS-VFY-DISC-COUNT > 0
                MOVE "VERDICT: DISCREPANCIES FOUND" TO WS-VFY-LINE
                PERFORM WRITE-VERIFY-LINE
                DISPLAY "Verification found " WS-VFY-DISC-COUNT
                    " discrepancies - see VERIFRPT.DAT."
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "VERDICT: MASTER AGREES WITH HISTORY"
                    TO WS-VFY-LINE
                PERFORM WRITE-VERIFY-LINE
                DISPLAY "Verification clean: master agrees with "
                    "history."
            END-IF

            CLOSE VERIFY-REPORT-FILE
        .

        FOOT-HISTORY-FOR-VERIFY.
      *>    One pass over the live history, summing this year's
      *>    records per employee. Correction records (types A and
      *>    R) carry signed differences and foot in as they posted;
      *>    hours are classified by pay type the way UPDATE-YTD
      *>    classified them.
            OPEN INPUT PAY-HISTORY-FILE
            IF NOT PAYHIST-OK
                DISPLAY "Unable to open pay history, status "
                    WS-PAYHIST-STATUS
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL PAYHIST-EOF
                READ PAY-HISTORY-FILE
                    AT END
                        SET PAYHIST-EOF TO TRUE
                    NOT AT END
                        IF PH-PAY-DATE(1:4) = WS-VFY-TAX-YEAR
                            PERFORM ACCUMULATE-VERIFY-RECORD
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PAY-HISTORY-FILE
        .

        ACCUMULATE-VERIFY-RECORD.
            MOVE 'N' TO WS-VFY-FOUND
            PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                    UNTIL WS-VFY-IDX > WS-VFY-SUM-COUNT
                IF VFY-EMP-ID(WS-VFY-IDX) = PH-EMPLOYEE-ID
                    SET VFY-SLOT-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            IF NOT VFY-SLOT-FOUND
                IF WS-VFY-SUM-COUNT >= 5000
                    DISPLAY "Verify table full - history for "
                        PH-EMPLOYEE-ID " not footed."
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-VFY-SUM-COUNT
                SET WS-VFY-IDX TO WS-VFY-SUM-COUNT
                INITIALIZE WS-VFY-ENTRY(WS-VFY-IDX)
                MOVE PH-EMPLOYEE-ID TO VFY-EMP-ID(WS-VFY-IDX)
            END-IF

            ADD PH-GROSS-PAY TO VFY-GROSS(WS-VFY-IDX)
            ADD PH-NET-PAY TO VFY-NET(WS-VFY-IDX)
            ADD PH-FEDERAL-TAX TO VFY-FEDERAL(WS-VFY-IDX)
            ADD PH-STATE-TAX TO VFY-STATE(WS-VFY-IDX)
            ADD PH-FICA-TAX TO VFY-FICA(WS-VFY-IDX)

            MOVE PH-PAY-TYPE TO WS-PAY-TYPE
            EVALUATE TRUE
                WHEN PAY-TYPE-VACATION
                    ADD PH-HOURS-REGULAR TO
                        VFY-VAC-TAKEN(WS-VFY-IDX)
                WHEN PAY-TYPE-SICK
                    ADD PH-HOURS-REGULAR TO
                        VFY-SICK-TAKEN(WS-VFY-IDX)
                WHEN PAY-TYPE-WORKED
                    ADD PH-HOURS-REGULAR TO
                        VFY-HOURS-WORKED(WS-VFY-IDX)
                    ADD PH-HOURS-OVERTIME TO
                        VFY-HOURS-WORKED(WS-VFY-IDX)
                    ADD PH-HOURS-DOUBLETIME TO
                        VFY-HOURS-WORKED(WS-VFY-IDX)
            END-EVALUATE
        .

        VERIFY-EMPLOYEE.
            ADD 1 TO WS-VFY-EMP-COUNT
            MOVE 'N' TO WS-VFY-EMP-BAD

            MOVE 'N' TO WS-VFY-FOUND
            PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                    UNTIL WS-VFY-IDX > WS-VFY-SUM-COUNT
                IF VFY-EMP-ID(WS-VFY-IDX) = EM-EMPLOYEE-ID
                    SET VFY-SLOT-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
      *>    No history this year reads as zeros - a master bucket
      *>    with money in it then fails the foot, which is right.
            IF NOT VFY-SLOT-FOUND
                IF WS-VFY-SUM-COUNT >= 5000
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-VFY-SUM-COUNT
                SET WS-VFY-IDX TO WS-VFY-SUM-COUNT
                INITIALIZE WS-VFY-ENTRY(WS-VFY-IDX)
                MOVE EM-EMPLOYEE-ID TO VFY-EMP-ID(WS-VFY-IDX)
            END-IF

            MOVE "YTD GROSS" TO WS-VFY-LABEL
            MOVE EM-YTD-GROSS-PAY TO WS-VFY-AMT-A
            MOVE VFY-GROSS(WS-VFY-IDX) TO WS-VFY-AMT-B
            PERFORM VERIFY-ONE-AMOUNT

            MOVE "YTD NET" TO WS-VFY-LABEL
            MOVE EM-YTD-NET-PAY TO WS-VFY-AMT-A
            MOVE VFY-NET(WS-VFY-IDX) TO WS-VFY-AMT-B
            PERFORM VERIFY-ONE-AMOUNT

            MOVE "YTD FED" TO WS-VFY-LABEL
            MOVE EM-YTD-FEDERAL-TAX TO WS-VFY-AMT-A
            MOVE VFY-FEDERAL(WS-VFY-IDX) TO WS-VFY-AMT-B
            PERFORM VERIFY-ONE-AMOUNT

            MOVE "YTD STATE" TO WS-VFY-LABEL
            MOVE EM-YTD-STATE-TAX TO WS-VFY-AMT-A
            MOVE VFY-STATE(WS-VFY-IDX) TO WS-VFY-AMT-B
            PERFORM VERIFY-ONE-AMOUNT

            MOVE "YTD FICA" TO WS-VFY-LABEL
            MOVE EM-YTD-FICA-TAX TO WS-VFY-AMT-A
            MOVE VFY-FICA(WS-VFY-IDX) TO WS-VFY-AMT-B
            PERFORM VERIFY-ONE-AMOUNT

      *>    A quarter bucket can never hold more than its year
      *>    bucket - the quarter is part of the year.
            IF EM-QTD-GROSS-PAY > EM-YTD-GROSS-PAY
                MOVE "QTD GROSS" TO WS-VFY-LABEL
                MOVE EM-QTD-GROSS-PAY TO WS-VFY-AMT-A
                MOVE EM-YTD-GROSS-PAY TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
            IF EM-QTD-FEDERAL-TAX > EM-YTD-FEDERAL-TAX
                MOVE "QTD FED" TO WS-VFY-LABEL
                MOVE EM-QTD-FEDERAL-TAX TO WS-VFY-AMT-A
                MOVE EM-YTD-FEDERAL-TAX TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
            IF EM-QTD-STATE-TAX > EM-YTD-STATE-TAX
                MOVE "QTD STATE" TO WS-VFY-LABEL
                MOVE EM-QTD-STATE-TAX TO WS-VFY-AMT-A
                MOVE EM-YTD-STATE-TAX TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
            IF EM-QTD-FICA-TAX > EM-YTD-FICA-TAX
                MOVE "QTD FICA" TO WS-VFY-LABEL
                MOVE EM-QTD-FICA-TAX TO WS-VFY-AMT-A
                MOVE EM-YTD-FICA-TAX TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF

            PERFORM VERIFY-LEAVE-BALANCES
            PERFORM VERIFY-ROUTING-NUMBER

            IF VFY-EMP-HAS-DISC
                ADD 1 TO WS-VFY-DISC-COUNT
            END-IF
        .

        VERIFY-ONE-AMOUNT.
            IF WS-VFY-AMT-A NOT = WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
        .

        VERIFY-LEAVE-BALANCES.
      *>    The opening balance carried into this year is not on
      *>    file, so the year's history bounds the balance instead
      *>    of reproducing it exactly: it can never sit below what
      *>    this year alone accrued less took (the carry-in is
      *>    never negative), and vacation can never sit above that
      *>    floor by more than the carryover cap the year-end
      *>    close enforces. Sick time carries uncapped, so only
      *>    the floor applies to it. A final-paid employee's
      *>    balances were paid out or forfeited at separation.
            IF EM-FINAL-PAID
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-VFY-VAC-EXPECT ROUNDED =
                    VFY-HOURS-WORKED(WS-VFY-IDX)
                    * C-VAC-ACCRUAL-RATE
                    - VFY-VAC-TAKEN(WS-VFY-IDX)
            COMPUTE WS-VFY-SICK-EXPECT ROUNDED =
                    VFY-HOURS-WORKED(WS-VFY-IDX)
                    * C-SICK-ACCRUAL-RATE
                    - VFY-SICK-TAKEN(WS-VFY-IDX)

      *>    One hour of slack on each bound: the accrual rounds per
      *>    run on the master but once over the total here, and
      *>    that difference is arithmetic, not a discrepancy.
            IF EM-VAC-BALANCE < WS-VFY-VAC-EXPECT - 1.00
                    OR EM-VAC-BALANCE > WS-VFY-VAC-EXPECT
                        + C-VAC-CARRYOVER-MAX + 1.00
                MOVE "VAC BAL" TO WS-VFY-LABEL
                MOVE EM-VAC-BALANCE TO WS-VFY-AMT-A
                MOVE WS-VFY-VAC-EXPECT TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF

            IF EM-SICK-BALANCE < WS-VFY-SICK-EXPECT - 1.00
                MOVE "SICK BAL" TO WS-VFY-LABEL
                MOVE EM-SICK-BALANCE TO WS-VFY-AMT-A
                MOVE WS-VFY-SICK-EXPECT TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
        .

        VERIFY-ROUTING-NUMBER.
      *>    The ABA check digit: three times the first digit of
      *>    each group of three, plus seven times the second, plus
      *>    the third, must divide evenly by ten. Blank routing is
      *>    legitimate - that employee is paid by printed check.
            IF EM-BANK-ROUTING = SPACES
                EXIT PARAGRAPH
            END-IF
            IF EM-BANK-ROUTING IS NOT NUMERIC
                MOVE "ROUTING" TO WS-VFY-LABEL
                MOVE 0 TO WS-VFY-AMT-A
                MOVE 0 TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
                EXIT PARAGRAPH
            END-IF

            MOVE EM-BANK-ROUTING TO WS-VFY-ROUTING
            COMPUTE WS-VFY-RT-SUM =
                    3 * (WS-VFY-RT-DIGIT(1) + WS-VFY-RT-DIGIT(4)
                        + WS-VFY-RT-DIGIT(7))
                    + 7 * (WS-VFY-RT-DIGIT(2) + WS-VFY-RT-DIGIT(5)
                        + WS-VFY-RT-DIGIT(8))
                    + WS-VFY-RT-DIGIT(3) + WS-VFY-RT-DIGIT(6)
                    + WS-VFY-RT-DIGIT(9)
            IF FUNCTION MOD(WS-VFY-RT-SUM 10) NOT = 0
                MOVE "ROUTING" TO WS-VFY-LABEL
                MOVE 0 TO WS-VFY-AMT-A
                MOVE 0 TO WS-VFY-AMT-B
                PERFORM WRITE-VERIFY-DISCREPANCY
            END-IF
        .

        WRITE-VERIFY-DISCREPANCY.
            SET VFY-EMP-HAS-DISC TO TRUE
            MOVE WS-VFY-AMT-A TO WS-VFY-AMT-A-DSP
            MOVE WS-VFY-AMT-B TO WS-VFY-AMT-B-DSP

            MOVE SPACES TO WS-VFY-LINE
            IF WS-VFY-LABEL = "ROUTING"
                STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    EM-EMPLOYEE-NAME DELIMITED BY SIZE
                    "  ROUTING FAILS CHECK DIGIT: "
                        DELIMITED BY SIZE
                    EM-BANK-ROUTING DELIMITED BY SIZE
                    INTO WS-VFY-LINE
                END-STRING
            ELSE
                STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    EM-EMPLOYEE-NAME DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-VFY-LABEL DELIMITED BY SIZE
                    "  MASTER=" DELIMITED BY SIZE
                    WS-VFY-AMT-A-DSP DELIMITED BY SIZE
                    "  EXPECTED=" DELIMITED BY SIZE
                    WS-VFY-AMT-B-DSP DELIMITED BY SIZE
                    INTO WS-VFY-LINE
                END-STRING
            END-IF
            PERFORM WRITE-VERIFY-LINE
        .

        WRITE-VERIFY-LINE.
            MOVE WS-VFY-LINE TO VERIFY-REPORT-RECORD
            WRITE VERIFY-REPORT-RECORD
        .

        LEAVE-REPORT-MODE.
      *>    One line per active employee with the vacation and sick
      *>    hours actually available, so supervisors approve against
      *>    the balance instead of a guess.
            OPEN OUTPUT LEAVE-REPORT-FILE
            IF NOT LEAVERPT-OK
                DISPLAY "Unable to open leave report, status "
                    WS-LEAVERPT-STATUS
                EXIT PARAGRAPH
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-LEAVE-LINE
            STRING "LEAVE BALANCE REPORT - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                INTO WS-LEAVE-LINE
            END-STRING
            MOVE WS-LEAVE-LINE TO LEAVE-REPORT-RECORD
            WRITE LEAVE-REPORT-RECORD

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF NOT EM-TERMINATED
                            PERFORM REPORT-LEAVE-BALANCE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE LEAVE-REPORT-FILE

            DISPLAY "Leave balance report complete: "
                WS-LEAVE-EMP-COUNT " employees."
        .

        REPORT-LEAVE-BALANCE.
            ADD 1 TO WS-LEAVE-EMP-COUNT
            MOVE EM-VAC-BALANCE TO WS-LEAVE-VAC-DSP
            MOVE EM-SICK-BALANCE TO WS-LEAVE-SICK-DSP
            MOVE EM-YTD-HOURS-LEAVE TO WS-LEAVE-YTD-DSP

            MOVE SPACES TO WS-LEAVE-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  VACATION=" DELIMITED BY SIZE
                WS-LEAVE-VAC-DSP DELIMITED BY SIZE
                "  SICK=" DELIMITED BY SIZE
                WS-LEAVE-SICK-DSP DELIMITED BY SIZE
                "  LEAVE TAKEN YTD=" DELIMITED BY SIZE
                WS-LEAVE-YTD-DSP DELIMITED BY SIZE
                INTO WS-LEAVE-LINE
            END-STRING
            MOVE WS-LEAVE-LINE TO LEAVE-REPORT-RECORD
            WRITE LEAVE-REPORT-RECORD
        .

        OPEN-EMPLOYEE-MASTER.
            IF NOT EMPMAST-IS-OPEN
                OPEN I-O EMPLOYEE-MASTER-FILE
                IF EMPMAST-NEW-FILE
                    OPEN OUTPUT EMPLOYEE-MASTER-FILE
                    CLOSE EMPLOYEE-MASTER-FILE
                    OPEN I-O EMPLOYEE-MASTER-FILE
                END-IF
                SET EMPMAST-IS-OPEN TO TRUE
            END-IF
        .

        CLOSE-EMPLOYEE-MASTER.
            IF EMPMAST-IS-OPEN
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF
        .

        OPEN-DEDUCTION-FILE.
      *>    Same create-on-first-use handling as the employee
      *>    master: a shop with no deductions on file yet simply
      *>    gets an empty one.
            IF NOT EMPDED-IS-OPEN
                OPEN I-O EMPLOYEE-DEDUCTION-FILE
                IF EMPDED-NEW-FILE
                    OPEN OUTPUT EMPLOYEE-DEDUCTION-FILE
                    CLOSE EMPLOYEE-DEDUCTION-FILE
                    OPEN I-O EMPLOYEE-DEDUCTION-FILE
                END-IF
                SET EMPDED-IS-OPEN TO TRUE
            END-IF
        .

        CLOSE-DEDUCTION-FILE.
            IF EMPDED-IS-OPEN
                CLOSE EMPLOYEE-DEDUCTION-FILE
            END-IF
        .

        OPEN-PAYROLL-REGISTER.
      *>    On a batch restart (WS-LAST-CHECKPOINT > 0, set by
      *>    READ-CHECKPOINT before this runs) the prior run's register
      *>    lines are still good - extend the file instead of
      *>    truncating it, and skip re-writing the header block.
            IF WS-LAST-CHECKPOINT > 0
                OPEN EXTEND PAYROLL-REGISTER-FILE
            ELSE
                OPEN OUTPUT PAYROLL-REGISTER-FILE
            END-IF
            IF NOT PAYREG-OK
                DISPLAY "Unable to open payroll register, status "
                    WS-PAYREG-STATUS
            END-IF
            SET PAYREG-IS-OPEN TO TRUE
            IF WS-LAST-CHECKPOINT = 0
                PERFORM WRITE-REGISTER-HEADER
            END-IF
        .

        CLOSE-PAYROLL-REGISTER.
            IF PAYREG-IS-OPEN
                PERFORM WRITE-REGISTER-TOTALS
                CLOSE PAYROLL-REGISTER-FILE
            END-IF
        .

        OPEN-EXCEPTION-FILE.
      *>    Same restart handling as OPEN-PAYROLL-REGISTER: append to
      *>    the prior run's exception file instead of losing it. The
      *>    returns, adjustment and final pay runs also append -
      *>    none may wipe out the pay run's own exceptions (the
      *>    BADBANK lines are the treasurer's manual-check list,
      *>    the FINALDUE lines what the FINAL run is working).
            IF WS-LAST-CHECKPOINT > 0 OR RUN-MODE-ACHRET
                    OR RUN-MODE-ADJUST OR RUN-MODE-RETRO
                    OR RUN-MODE-ACCRUE OR RUN-MODE-FINAL
                OPEN EXTEND EXCEPTION-FILE
                IF WS-EXCEPTION-STATUS = "35"
                    OPEN OUTPUT EXCEPTION-FILE
                END-IF
            ELSE
                OPEN OUTPUT EXCEPTION-FILE
            END-IF
            IF NOT EXCEPTION-OK
                DISPLAY "Unable to open exception file, status "
                    WS-EXCEPTION-STATUS
            END-IF
            SET EXCEPTION-IS-OPEN TO TRUE
        .

        CLOSE-EXCEPTION-FILE.
            IF EXCEPTION-IS-OPEN
                CLOSE EXCEPTION-FILE
            END-IF
        .

        READ-CHECKPOINT.
      *>    Picks up WS-LAST-CHECKPOINT, plus the register and GL
      *>    department running totals, from a prior interrupted batch
      *>    run, if any, so a restart resumes those totals instead of
      *>    starting them back over at zero. No checkpoint file, or an
      *>    empty one, means start from the beginning.
            MOVE 0 TO WS-LAST-CHECKPOINT
            MOVE 0 TO WS-GL-DEPT-COUNT
            MOVE 0 TO WS-REMIT-COUNT
            INITIALIZE WS-REGISTER-TOTALS
            INITIALIZE WS-GL-TOTALS-TABLE
            INITIALIZE WS-REMIT-TABLE
            INITIALIZE WS-BALANCE-COUNTERS
            OPEN INPUT CHECKPOINT-FILE
            IF CHECKPOINT-OK
                READ CHECKPOINT-FILE
                    NOT AT END
                        MOVE CHECKPOINT-RECORD(1:6) TO
                            WS-LAST-CHECKPOINT
                END-READ
                IF WS-LAST-CHECKPOINT > 0
                    MOVE 'N' TO WS-CKPT-SHAPE
      *>            The GL count is three digits now the table
      *>            holds 200 departments; a two-digit count from
      *>            an older checkpoint reads as non-numeric here
      *>            and restarts the batch from the top.
                    READ CHECKPOINT-FILE
                        NOT AT END
                            IF CHECKPOINT-RECORD(1:3) IS NUMERIC
                                MOVE CHECKPOINT-RECORD(1:3) TO
                                    WS-GL-DEPT-COUNT
                            ELSE
                                SET CKPT-SHAPE-BAD TO TRUE
                            END-IF
                    END-READ
                    READ CHECKPOINT-FILE
                        NOT AT END
                            MOVE CHECKPOINT-RECORD(1:55) TO
                                WS-REGISTER-TOTALS
                    END-READ
      *>            The balance-counters record arrived with this
      *>            version of the checkpoint. A checkpoint written
      *>            by the prior version has a GL department line
      *>            here instead; trusting it would shift every GL
      *>            record by one, so the shape is verified and a
      *>            wrong one restarts the batch from the top.
                    READ CHECKPOINT-FILE
                        AT END
                            SET CKPT-SHAPE-BAD TO TRUE
                        NOT AT END
                            IF CHECKPOINT-RECORD(1:12) IS NUMERIC
                                MOVE CHECKPOINT-RECORD(1:40) TO
                                    WS-BALANCE-COUNTERS
                                IF WS-BAL-SALARY-PAID IS NOT NUMERIC
                                    MOVE 0 TO WS-BAL-SALARY-PAID
                                END-IF
                            ELSE
                                SET CKPT-SHAPE-BAD TO TRUE
                            END-IF
                    END-READ
                    PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                            UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                                OR CKPT-SHAPE-BAD
                        READ CHECKPOINT-FILE
                            AT END
                                SET CKPT-SHAPE-BAD TO TRUE
                            NOT AT END
                                MOVE CHECKPOINT-RECORD(1:114) TO
                                    WS-GL-DEPT-ENTRY(WS-GL-IDX)
                                IF GL-ER-SS(WS-GL-IDX) IS NOT NUMERIC
                                    MOVE 0 TO GL-ER-SS(WS-GL-IDX)
                                    MOVE 0 TO GL-ER-MEDICARE(WS-GL-IDX)
                                    MOVE 0 TO GL-ER-FUTA(WS-GL-IDX)
                                    MOVE 0 TO GL-ER-SUTA(WS-GL-IDX)
                                END-IF
                        END-READ
                    END-PERFORM
      *>            The remittance records arrived with the
      *>            deduction change set; a checkpoint without them
      *>            is an old format and restarts from the top.
                    IF NOT CKPT-SHAPE-BAD
                        READ CHECKPOINT-FILE
                            AT END
                                SET CKPT-SHAPE-BAD TO TRUE
                            NOT AT END
                                IF CHECKPOINT-RECORD(1:2)
                                        IS NUMERIC
                                    MOVE CHECKPOINT-RECORD(1:2)
                                        TO WS-REMIT-COUNT
                                ELSE
                                    SET CKPT-SHAPE-BAD TO TRUE
                                END-IF
                        END-READ
                    END-IF
                    PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
                            UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
                                OR CKPT-SHAPE-BAD
                        READ CHECKPOINT-FILE
                            AT END
                                SET CKPT-SHAPE-BAD TO TRUE
                            NOT AT END
                                MOVE CHECKPOINT-RECORD(1:15) TO
                                    WS-REMIT-ENTRY(WS-REMIT-IDX)
                        END-READ
                    END-PERFORM
                    IF CKPT-SHAPE-BAD
                        DISPLAY "Checkpoint is not in the current "
                            "format - restarting from the top."
                        MOVE 0 TO WS-LAST-CHECKPOINT
                        MOVE 0 TO WS-GL-DEPT-COUNT
                        MOVE 0 TO WS-REMIT-COUNT
                        INITIALIZE WS-REGISTER-TOTALS
                        INITIALIZE WS-GL-TOTALS-TABLE
                        INITIALIZE WS-REMIT-TABLE
                        INITIALIZE WS-BALANCE-COUNTERS
                    END-IF
                END-IF
                CLOSE CHECKPOINT-FILE
            END-IF
        .

        WRITE-CHECKPOINT.
      *>    Commits progress after an employee has been fully paid
      *>    and written to the register, so a crash later in the run
      *>    cannot double-pay this employee on restart, and so a
      *>    restart can reload the register/GL totals accumulated so
      *>    far instead of losing everything already run this session.
      *>    Only a batch restarts from it: the salaried paragraphs a
      *>    final-pay run shares must not leave one behind.
            IF NOT RUN-MODE-BATCH
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT CHECKPOINT-FILE
            IF NOT CHECKPOINT-OK
                DISPLAY "Unable to open checkpoint file, status "
                    WS-CHECKPOINT-STATUS
            END-IF
            MOVE SPACES TO CHECKPOINT-RECORD
            COMPUTE WS-CKPT-POSITION =
                    WS-TIMECARD-RECORD-COUNT + WS-SAL-SEQ
            MOVE WS-CKPT-POSITION TO CHECKPOINT-RECORD(1:6)
            WRITE CHECKPOINT-RECORD

            MOVE SPACES TO CHECKPOINT-RECORD
            MOVE WS-GL-DEPT-COUNT TO CHECKPOINT-RECORD(1:3)
            WRITE CHECKPOINT-RECORD

            MOVE SPACES TO CHECKPOINT-RECORD
            MOVE WS-REGISTER-TOTALS TO CHECKPOINT-RECORD(1:55)
            WRITE CHECKPOINT-RECORD

            MOVE SPACES TO CHECKPOINT-RECORD
            MOVE WS-BALANCE-COUNTERS TO CHECKPOINT-RECORD(1:40)
            WRITE CHECKPOINT-RECORD

            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                MOVE SPACES TO CHECKPOINT-RECORD
                MOVE WS-GL-DEPT-ENTRY(WS-GL-IDX) TO
                    CHECKPOINT-RECORD(1:114)
                WRITE CHECKPOINT-RECORD
            END-PERFORM

            MOVE SPACES TO CHECKPOINT-RECORD
            MOVE WS-REMIT-COUNT TO CHECKPOINT-RECORD(1:2)
            WRITE CHECKPOINT-RECORD

            PERFORM VARYING WS-REMIT-IDX FROM 1 BY 1
                    UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
                MOVE SPACES TO CHECKPOINT-RECORD
                MOVE WS-REMIT-ENTRY(WS-REMIT-IDX) TO
                    CHECKPOINT-RECORD(1:15)
                WRITE CHECKPOINT-RECORD
            END-PERFORM

            CLOSE CHECKPOINT-FILE
        .

        CLEAR-CHECKPOINT.
      *>    Normal end of run: reset the checkpoint so the next
      *>    scheduled run starts from the top of a fresh timecard
      *>    file instead of treating it as a restart.
            OPEN OUTPUT CHECKPOINT-FILE
            IF NOT CHECKPOINT-OK
                DISPLAY "Unable to open checkpoint file, status "
                    WS-CHECKPOINT-STATUS
            END-IF
            MOVE SPACES TO CHECKPOINT-RECORD
            MOVE 0 TO CHECKPOINT-RECORD(1:6)
            WRITE CHECKPOINT-RECORD
            CLOSE CHECKPOINT-FILE
        .

        LOAD-PAY-PERIOD-TABLE.
      *>    Reads the whole pay-period calendar into storage. No
      *>    calendar on file leaves the table empty - the selection
      *>    below decides whether that is fatal for this run mode.
            MOVE 0 TO WS-PERIOD-COUNT
            OPEN INPUT PAY-PERIOD-FILE
            IF NOT PAYPERD-OK
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL PAYPERD-EOF OR NOT PAYPERD-OK
                READ PAY-PERIOD-FILE
                    AT END
                        SET PAYPERD-EOF TO TRUE
                    NOT AT END
                        IF WS-PERIOD-COUNT < 600
                            ADD 1 TO WS-PERIOD-COUNT
                            SET WS-PER-IDX TO WS-PERIOD-COUNT
                            MOVE PP-PERIOD-NUMBER TO
                                WS-PER-NUMBER(WS-PER-IDX)
                            MOVE PP-PERIOD-END-DATE TO
                                WS-PER-END-DATE(WS-PER-IDX)
                            MOVE PP-PAY-DATE TO
                                WS-PER-PAY-DATE(WS-PER-IDX)
                            MOVE PP-STATUS TO
                                WS-PER-STATUS(WS-PER-IDX)
                        ELSE
                            DISPLAY "Pay period table full - "
                                "calendar truncated at 600 periods."
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PAY-PERIOD-FILE
        .

        SELECT-CURRENT-PAY-PERIOD.
      *>    The run's period is the lowest-numbered period still
      *>    marked open. The calendar is keyed for the whole year,
      *>    so the status byte alone is not the double-pay guard -
      *>    after one period is marked paid the next one is already
      *>    sitting open, and a rerun of the same timecard file
      *>    would quietly pay it again under next week's period.
      *>    CHECK-PERIOD-PAYABLE below is the actual gate: a batch
      *>    may not pay a period whose week has not ended, nor one
      *>    the run log says a batch already paid. The interactive
      *>    console falls back to the wall-clock date already
      *>    preset at start-up.
            MOVE 0 TO WS-CURRENT-PERIOD
            MOVE 0 TO WS-CURRENT-PER-IDX
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-STATUS(WS-PER-IDX) = "O"
                        AND (WS-CURRENT-PERIOD = 0
                        OR WS-PER-NUMBER(WS-PER-IDX)
                            < WS-CURRENT-PERIOD)
                    MOVE WS-PER-NUMBER(WS-PER-IDX)
                        TO WS-CURRENT-PERIOD
                    MOVE WS-PER-IDX TO WS-CURRENT-PER-IDX
                END-IF
            END-PERFORM

            IF WS-CURRENT-PERIOD > 0
                SET WS-PER-IDX TO WS-CURRENT-PER-IDX
                MOVE WS-PER-END-DATE(WS-PER-IDX)
                    TO WS-PERIOD-END-DATE
                MOVE WS-PER-PAY-DATE(WS-PER-IDX)
                    TO WS-PERIOD-PAY-DATE
                DISPLAY "Pay period " WS-CURRENT-PERIOD
                    " ending " WS-PERIOD-END-DATE
                    ", pay date " WS-PERIOD-PAY-DATE
                IF RUN-MODE-BATCH AND NOT RUN-FORCED
                    PERFORM CHECK-PERIOD-PAYABLE
                END-IF
            ELSE
                IF RUN-MODE-BATCH OR RUN-MODE-RESUBMIT
                        OR RUN-MODE-FINAL
                    DISPLAY "No open pay period on PAYPERD.DAT - "
                        "the current period is already marked paid "
                        "or the calendar is missing. Run refused."
                    SET PERIOD-RUN-REFUSED TO TRUE
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        .

        CHECK-PERIOD-PAYABLE.
      *>    Two gates on the selected period, either one enough to
      *>    stop the same timecard file paying twice. First: a week
      *>    that has not ended cannot be paid, so the rerun that
      *>    lands on the next open period is refused instead of
      *>    re-paying the deck under next week's dates. Second: the
      *>    run log - if a clean batch END already carries this
      *>    period, something put the calendar back (a restore, a
      *>    re-key) and the status byte is lying. FORCE skips both,
      *>    for the genuine early-pay nights, and is logged.
            IF WS-PERIOD-END-DATE > FUNCTION CURRENT-DATE(1:8)
                DISPLAY "Pay period " WS-CURRENT-PERIOD
                    " does not end until " WS-PERIOD-END-DATE
                    " - the prior period is already paid. Key "
                    "BATCH FORCE to pay it early. Run refused."
                SET PERIOD-RUN-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-LOG-PERIOD-PAID
            MOVE WS-CURRENT-PERIOD TO WS-LOG-PERIOD-DSP
            OPEN INPUT RUN-LOG-FILE
            IF NOT RUNLOG-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL RUNLOG-EOF OR NOT RUNLOG-OK
                READ RUN-LOG-FILE
                    AT END
                        SET RUNLOG-EOF TO TRUE
                    NOT AT END
                        IF RL-MODE = "BATCH" AND RL-PHASE = "END"
                                AND RL-PARM(1:6) =
                                    WS-LOG-PERIOD-DSP
                                AND RL-RETURN-CODE IS NUMERIC
                                AND RL-RETURN-CODE = 0
                            SET LOG-PERIOD-PAID TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-LOG-FILE

            IF LOG-PERIOD-PAID
                DISPLAY "Run log shows a batch already paid period "
                    WS-CURRENT-PERIOD " - key BATCH FORCE to "
                    "override. Run refused."
                SET PERIOD-RUN-REFUSED TO TRUE
                MOVE 8 TO RETURN-CODE
            END-IF
        .

        MARK-PERIOD-PAID.
      *>    Closes the period once the run has proved itself: the
      *>    status byte flips to paid in the table and the whole
      *>    calendar is rewritten, so a second batch run against the
      *>    same timecard file is refused at start-up.
            IF WS-CURRENT-PER-IDX = 0
                EXIT PARAGRAPH
            END-IF
            SET WS-PER-IDX TO WS-CURRENT-PER-IDX
            MOVE "P" TO WS-PER-STATUS(WS-PER-IDX)

            OPEN OUTPUT PAY-PERIOD-FILE
            IF NOT PAYPERD-OK
                DISPLAY "Unable to rewrite pay period calendar, "
                    "status " WS-PAYPERD-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                MOVE WS-PER-NUMBER(WS-PER-IDX) TO PP-PERIOD-NUMBER
                MOVE WS-PER-END-DATE(WS-PER-IDX)
                    TO PP-PERIOD-END-DATE
                MOVE WS-PER-PAY-DATE(WS-PER-IDX) TO PP-PAY-DATE
                MOVE WS-PER-STATUS(WS-PER-IDX) TO PP-STATUS
                WRITE PAY-PERIOD-RECORD
            END-PERFORM
            CLOSE PAY-PERIOD-FILE

            DISPLAY "Pay period " WS-CURRENT-PERIOD
                " marked paid."
        .

        LOCATE-GL-DEPT-ENTRY.
      *>    Positions WS-GL-IDX on the charge department's slot in
      *>    the GL table (the card's charge department, or the
      *>    employee's home department when none was keyed),
      *>    creating one if this is the department's first posting
      *>    of the run. Leaves GL-DEPT-FOUND off with no slot
      *>    assigned only when the table is full.
            MOVE 'N' TO WS-GL-FOUND
            SET WS-GL-IDX TO 1
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                IF GL-DEPT-CODE(WS-GL-IDX) = WS-CHARGE-DEPT
                    SET GL-DEPT-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            IF NOT GL-DEPT-FOUND
                IF WS-GL-DEPT-COUNT >= 200
                    DISPLAY "GL department table full, unable to "
                        "post department " WS-CHARGE-DEPT
                    MOVE "NOGLSLOT" TO WS-EXCEPTION-TYPE
                    PERFORM WRITE-EXCEPTION-RECORD
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-GL-DEPT-COUNT
                SET WS-GL-IDX TO WS-GL-DEPT-COUNT
                MOVE WS-CHARGE-DEPT TO GL-DEPT-CODE(WS-GL-IDX)
                SET GL-DEPT-FOUND TO TRUE
            END-IF
        .

        ACCUMULATE-GL-TOTALS.
      *>    Rolls this employee's gross/OT wages and withholding into
      *>    the running department total so the GL extract can post
      *>    one summarized line per cost center instead of one line
      *>    per employee.
            PERFORM LOCATE-GL-DEPT-ENTRY
            IF NOT GL-DEPT-FOUND
                EXIT PARAGRAPH
            END-IF

            ADD WS-PAYMENT-TOTAL TO GL-GROSS-WAGES(WS-GL-IDX)
            ADD WS-PAYMENT-OT TO GL-OT-WAGES(WS-GL-IDX)
            ADD WS-DEDUCTION-FEDERAL TO
                    GL-FEDERAL-WITHHELD(WS-GL-IDX)
            ADD WS-DEDUCTION-STATE TO GL-STATE-WITHHELD(WS-GL-IDX)
            ADD WS-DEDUCTION-FICA TO GL-FICA-WITHHELD(WS-GL-IDX)
            ADD WS-DEDUCTION-OTHER TO GL-OTHER-WITHHELD(WS-GL-IDX)
            PERFORM ACCUMULATE-EMPLOYER-TAX-GL
        .

        WRITE-GL-EXTRACT.
      *>    Writes one summarized posting line per department touched
      *>    this run, for accounting's GL posting job to load. Always
      *>    truncates: WS-GL-TOTALS-TABLE was fully reloaded from the
      *>    checkpoint by READ-CHECKPOINT before this run's employees
      *>    were added on top, so it already reflects every department
      *>    total across both the interrupted run and this one.
            OPEN OUTPUT GL-EXTRACT-FILE
            IF NOT GLEXTRACT-OK
                DISPLAY "Unable to open GL extract file, status "
                    WS-GLEXTRACT-STATUS
            ELSE
                SET GEN-GL-WRITTEN TO TRUE
            END-IF
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                PERFORM FORMAT-GL-DEPT-LINE
                MOVE WS-GL-LINE TO GL-EXTRACT-RECORD
                WRITE GL-EXTRACT-RECORD

      *>        The employer's taxes post twice for the department:
      *>        once to payroll tax expense, once to the liability
      *>        owed the agencies until deposited.
                IF GL-ER-SS(WS-GL-IDX) NOT = 0
                        OR GL-ER-MEDICARE(WS-GL-IDX) NOT = 0
                        OR GL-ER-FUTA(WS-GL-IDX) NOT = 0
                        OR GL-ER-SUTA(WS-GL-IDX) NOT = 0
                    MOVE "EREXPENS" TO WS-GL-ER-SIDE
                    PERFORM WRITE-GL-EMPLOYER-TAX-LINE
                    MOVE "ERLIABIL" TO WS-GL-ER-SIDE
                    PERFORM WRITE-GL-EMPLOYER-TAX-LINE
                END-IF
            END-PERFORM
            CLOSE GL-EXTRACT-FILE
        .

        FORMAT-GL-DEPT-LINE.
      *>    Builds the department's posting line in WS-GL-LINE; the
      *>    accrual journal uses the same layout.
            MOVE GL-GROSS-WAGES(WS-GL-IDX) TO WS-GL-GROSS-DSP
            MOVE GL-OT-WAGES(WS-GL-IDX) TO WS-GL-OT-DSP
            MOVE GL-FEDERAL-WITHHELD(WS-GL-IDX)
                TO WS-GL-FEDERAL-DSP
            MOVE GL-STATE-WITHHELD(WS-GL-IDX) TO WS-GL-STATE-DSP
            MOVE GL-FICA-WITHHELD(WS-GL-IDX) TO WS-GL-FICA-DSP
            MOVE GL-OTHER-WITHHELD(WS-GL-IDX) TO WS-GL-OTHER-DSP

            MOVE SPACES TO WS-GL-LINE
            STRING GL-DEPT-CODE(WS-GL-IDX) DELIMITED BY SIZE
                "  GROSS="     DELIMITED BY SIZE
                WS-GL-GROSS-DSP   DELIMITED BY SIZE
                "  OT="        DELIMITED BY SIZE
                WS-GL-OT-DSP      DELIMITED BY SIZE
                "  FED="       DELIMITED BY SIZE
                WS-GL-FEDERAL-DSP DELIMITED BY SIZE
                "  STATE="     DELIMITED BY SIZE
                WS-GL-STATE-DSP   DELIMITED BY SIZE
                "  FICA="      DELIMITED BY SIZE
                WS-GL-FICA-DSP    DELIMITED BY SIZE
                "  OTHER="     DELIMITED BY SIZE
                WS-GL-OTHER-DSP   DELIMITED BY SIZE
                INTO WS-GL-LINE
            END-STRING
        .

        WRITE-GL-EMPLOYER-TAX-LINE.
            PERFORM FORMAT-GL-EMPLOYER-TAX-LINE
            MOVE WS-GL-LINE TO GL-EXTRACT-RECORD
            WRITE GL-EXTRACT-RECORD
        .

        FORMAT-GL-EMPLOYER-TAX-LINE.
            MOVE GL-ER-SS(WS-GL-IDX) TO WS-GL-ER-SS-DSP
            MOVE GL-ER-MEDICARE(WS-GL-IDX) TO WS-GL-ER-MED-DSP
            MOVE GL-ER-FUTA(WS-GL-IDX) TO WS-GL-ER-FUTA-DSP
            MOVE GL-ER-SUTA(WS-GL-IDX) TO WS-GL-ER-SUTA-DSP
            MOVE SPACES TO WS-GL-LINE
            STRING GL-DEPT-CODE(WS-GL-IDX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-GL-ER-SIDE DELIMITED BY SIZE
                "  ER-SS=" DELIMITED BY SIZE
                WS-GL-ER-SS-DSP DELIMITED BY SIZE
                "  ER-MEDICARE=" DELIMITED BY SIZE
                WS-GL-ER-MED-DSP DELIMITED BY SIZE
                "  FUTA=" DELIMITED BY SIZE
                WS-GL-ER-FUTA-DSP DELIMITED BY SIZE
                "  SUTA=" DELIMITED BY SIZE
                WS-GL-ER-SUTA-DSP DELIMITED BY SIZE
                INTO WS-GL-LINE
            END-STRING
        .

        ACCUMULATE-LABOR-DIST.
      *>    Rolls this card's hours and gross into the labor
      *>    distribution table under the department (and job) the
      *>    hours were actually worked for. Overflow only costs the
      *>    report a line, not the payment, so it is a console
      *>    warning rather than a skip.
            MOVE 'N' TO WS-LAB-FOUND
            PERFORM VARYING WS-LAB-IDX FROM 1 BY 1
                    UNTIL WS-LAB-IDX > WS-LAB-COUNT
                IF LAB-DEPT-CODE(WS-LAB-IDX) = WS-CHARGE-DEPT
                        AND LAB-EMPLOYEE-ID(WS-LAB-IDX) =
                            WS-EMPLOYEE-ID
                        AND LAB-JOB-CODE(WS-LAB-IDX) = TC-JOB-CODE
                    SET LAB-ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            IF NOT LAB-ENTRY-FOUND
                IF WS-LAB-COUNT >= 5000
                    DISPLAY "Labor distribution table full, "
                        "report incomplete for " WS-EMPLOYEE-ID
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LAB-COUNT
                SET WS-LAB-IDX TO WS-LAB-COUNT
                MOVE WS-CHARGE-DEPT TO LAB-DEPT-CODE(WS-LAB-IDX)
                MOVE WS-EMPLOYEE-ID TO LAB-EMPLOYEE-ID(WS-LAB-IDX)
                MOVE TC-JOB-CODE TO LAB-JOB-CODE(WS-LAB-IDX)
                MOVE 0 TO LAB-HOURS(WS-LAB-IDX)
                MOVE 0 TO LAB-GROSS(WS-LAB-IDX)
                MOVE SPACE TO LAB-PRINTED(WS-LAB-IDX)
            END-IF

            ADD WS-HOURS TO LAB-HOURS(WS-LAB-IDX)
            ADD WS-PAYMENT-TOTAL TO LAB-GROSS(WS-LAB-IDX)
        .

        WRITE-LABOR-DIST-REPORT.
      *>    One line per employee (and job) under each department
      *>    actually charged this run, with department totals, so
      *>    accounting can see where the lent crews' wages went
      *>    without re-journaling by hand.
            OPEN OUTPUT LABOR-DIST-FILE
            IF NOT LABDIST-OK
                DISPLAY "Unable to open labor distribution report, "
                    "status " WS-LABDIST-STATUS
                EXIT PARAGRAPH
            END-IF
            SET GEN-LABOR-WRITTEN TO TRUE

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-LAB-LINE
            STRING "LABOR DISTRIBUTION - RUN " DELIMITED BY SIZE
                WS-AUDIT-DATE DELIMITED BY SIZE
                "  PERIOD " DELIMITED BY SIZE
                WS-CURRENT-PERIOD DELIMITED BY SIZE
                INTO WS-LAB-LINE
            END-STRING
            MOVE WS-LAB-LINE TO LABOR-DIST-RECORD
            WRITE LABOR-DIST-RECORD

      *>    Grouped by department: the first unprinted entry opens
      *>    its department, the inner sweep prints and marks every
      *>    entry charged to it, then the department total foots.
            PERFORM VARYING WS-LAB-IDX FROM 1 BY 1
                    UNTIL WS-LAB-IDX > WS-LAB-COUNT
                IF LAB-PRINTED(WS-LAB-IDX) = SPACE
                    PERFORM WRITE-LABOR-DEPT-GROUP
                END-IF
            END-PERFORM

            CLOSE LABOR-DIST-FILE
        .

        WRITE-LABOR-DEPT-GROUP.
            MOVE SPACES TO WS-LAB-LINE
            STRING "DEPARTMENT " DELIMITED BY SIZE
                LAB-DEPT-CODE(WS-LAB-IDX) DELIMITED BY SIZE
                INTO WS-LAB-LINE
            END-STRING
            MOVE WS-LAB-LINE TO LABOR-DIST-RECORD
            WRITE LABOR-DIST-RECORD

            MOVE 0 TO WS-LAB-DEPT-HOURS
            MOVE 0 TO WS-LAB-DEPT-GROSS
            PERFORM VARYING WS-LAB-IDX2 FROM 1 BY 1
                    UNTIL WS-LAB-IDX2 > WS-LAB-COUNT
                IF LAB-DEPT-CODE(WS-LAB-IDX2) =
                        LAB-DEPT-CODE(WS-LAB-IDX)
                        AND LAB-PRINTED(WS-LAB-IDX2) = SPACE
                    PERFORM WRITE-LABOR-DETAIL-LINE
                END-IF
            END-PERFORM

            MOVE WS-LAB-DEPT-HOURS TO WS-LAB-TOT-HRS-DSP
            MOVE WS-LAB-DEPT-GROSS TO WS-LAB-TOT-GRS-DSP
            MOVE SPACES TO WS-LAB-LINE
            STRING "  DEPT TOTAL        HOURS=" DELIMITED BY SIZE
                WS-LAB-TOT-HRS-DSP DELIMITED BY SIZE
                "  GROSS=" DELIMITED BY SIZE
                WS-LAB-TOT-GRS-DSP DELIMITED BY SIZE
                INTO WS-LAB-LINE
            END-STRING
            MOVE WS-LAB-LINE TO LABOR-DIST-RECORD
            WRITE LABOR-DIST-RECORD
        .

        WRITE-LABOR-DETAIL-LINE.
            MOVE "Y" TO LAB-PRINTED(WS-LAB-IDX2)
            ADD LAB-HOURS(WS-LAB-IDX2) TO WS-LAB-DEPT-HOURS
            ADD LAB-GROSS(WS-LAB-IDX2) TO WS-LAB-DEPT-GROSS

            MOVE LAB-HOURS(WS-LAB-IDX2) TO WS-LAB-HOURS-DSP
            MOVE LAB-GROSS(WS-LAB-IDX2) TO WS-LAB-GROSS-DSP
            MOVE SPACES TO WS-LAB-LINE
            STRING "  " DELIMITED BY SIZE
                LAB-EMPLOYEE-ID(WS-LAB-IDX2) DELIMITED BY SIZE
                "  JOB=" DELIMITED BY SIZE
                LAB-JOB-CODE(WS-LAB-IDX2) DELIMITED BY SIZE
                "  HOURS=" DELIMITED BY SIZE
                WS-LAB-HOURS-DSP DELIMITED BY SIZE
                "  GROSS=" DELIMITED BY SIZE
                WS-LAB-GROSS-DSP DELIMITED BY SIZE
                INTO WS-LAB-LINE
            END-STRING
            MOVE WS-LAB-LINE TO LABOR-DIST-RECORD
            WRITE LABOR-DIST-RECORD
        .

        CERTIFIED-PAYROLL-MODE.
      *>    Reprints the certified payroll for any period already in
      *>    history - a week the batch printed before a late card
      *>    was resubmitted, or one the agency asks for again.
            PERFORM LOAD-PAY-PERIOD-TABLE
            DISPLAY "Period number (blank for last paid period):"
                WITH NO ADVANCING
            ACCEPT WS-CERT-PERIOD-IN
            MOVE 0 TO WS-CERT-PERIOD
            IF WS-CERT-PERIOD-IN NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-CERT-PERIOD-IN) = 0
                COMPUTE WS-CERT-PERIOD =
                        FUNCTION NUMVAL(WS-CERT-PERIOD-IN)
            END-IF
            IF WS-CERT-PERIOD = 0
                PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                        UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                    IF WS-PER-STATUS(WS-PER-IDX) = "P"
                            AND WS-PER-NUMBER(WS-PER-IDX)
                                > WS-CERT-PERIOD
                        MOVE WS-PER-NUMBER(WS-PER-IDX)
                            TO WS-CERT-PERIOD
                    END-IF
                END-PERFORM
            END-IF
            IF WS-CERT-PERIOD = 0
                DISPLAY "No paid period on the calendar - "
                    "key the period number."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-CERTIFIED-PAYROLL
            DISPLAY "Certified payroll for period " WS-CERT-PERIOD
                ": " WS-CERT-COUNT " lines."
        .

        WRITE-CERTIFIED-PAYROLL.
      *>    Weekly certified payroll in the WH-347 layout for every
      *>    covered job paid in WS-CERT-PERIOD: each worker's
      *>    classification, straight and overtime hours, the rate
      *>    and cash fringe paid, gross, FICA, income tax withheld,
      *>    other deductions and net, footed per job. Built from
      *>    pay history so a restarted run prints the same report
      *>    as one that never stopped.
            MOVE 0 TO WS-CERT-COUNT
            MOVE SPACES TO WS-CERT-WEEK-END
            MOVE SPACES TO WS-CERT-PAY-DATE
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-NUMBER(WS-PER-IDX) = WS-CERT-PERIOD
                    MOVE WS-PER-END-DATE(WS-PER-IDX)
                        TO WS-CERT-WEEK-END
                    MOVE WS-PER-PAY-DATE(WS-PER-IDX)
                        TO WS-CERT-PAY-DATE
                END-IF
            END-PERFORM

            OPEN INPUT PAY-HISTORY-FILE
            IF NOT PAYHIST-OK
                DISPLAY "Unable to open pay history for the "
                    "certified payroll, status " WS-PAYHIST-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYHIST-EOF OR NOT PAYHIST-OK
                READ PAY-HISTORY-FILE
                    AT END
                        SET PAYHIST-EOF TO TRUE
                    NOT AT END
                        IF PH-COVERED-WORK
                                AND PH-PERIOD-NUMBER IS NUMERIC
                                AND PH-PERIOD-NUMBER = WS-CERT-PERIOD
                            PERFORM COLLECT-CERTIFIED-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAY-HISTORY-FILE

            OPEN OUTPUT CERT-PAYROLL-FILE
            IF NOT CERTPAY-OK
                DISPLAY "Unable to open certified payroll, status "
                    WS-CERTPAY-STATUS
                EXIT PARAGRAPH
            END-IF

            IF WS-CERT-COUNT = 0
                MOVE SPACES TO WS-CERT-LINE
                STRING "CERTIFIED PAYROLL - PERIOD " DELIMITED BY SIZE
                    WS-CERT-PERIOD DELIMITED BY SIZE
                    "  NO COVERED WORK PAID" DELIMITED BY SIZE
                    INTO WS-CERT-LINE
                END-STRING
                MOVE WS-CERT-LINE TO CERT-PAYROLL-RECORD
                WRITE CERT-PAYROLL-RECORD
            END-IF

      *>    Grouped by job the same way the labor distribution
      *>    groups by department.
            PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                    UNTIL WS-CERT-IDX > WS-CERT-COUNT
                IF CERT-PRINTED(WS-CERT-IDX) = SPACE
                    PERFORM WRITE-CERTIFIED-JOB-GROUP
                END-IF
            END-PERFORM

            CLOSE CERT-PAYROLL-FILE
        .

        COLLECT-CERTIFIED-LINE.
      *>    One line per worker and classification on the job; a
      *>    week split over several cards foots into one line.
            MOVE 'N' TO WS-CERT-FOUND
            PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                    UNTIL WS-CERT-IDX > WS-CERT-COUNT
                IF CERT-JOB-CODE(WS-CERT-IDX) = PH-JOB-CODE
                        AND CERT-EMPLOYEE-ID(WS-CERT-IDX) =
                            PH-EMPLOYEE-ID
                        AND CERT-WORK-CLASS(WS-CERT-IDX) =
                            PH-WORK-CLASS
                    SET CERT-ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM

            IF NOT CERT-ENTRY-FOUND
                IF WS-CERT-COUNT >= 5000
                    DISPLAY "Certified payroll table full, report "
                        "incomplete for " PH-EMPLOYEE-ID
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-CERT-COUNT
                SET WS-CERT-IDX TO WS-CERT-COUNT
                INITIALIZE WS-CERT-ENTRY(WS-CERT-IDX)
                MOVE PH-JOB-CODE TO CERT-JOB-CODE(WS-CERT-IDX)
                MOVE PH-EMPLOYEE-ID TO CERT-EMPLOYEE-ID(WS-CERT-IDX)
                MOVE PH-EMPLOYEE-NAME TO
                    CERT-EMPLOYEE-NAME(WS-CERT-IDX)
                MOVE PH-WORK-CLASS TO CERT-WORK-CLASS(WS-CERT-IDX)
                MOVE SPACE TO CERT-PRINTED(WS-CERT-IDX)
            END-IF

            MOVE PH-RATE-PAID TO CERT-RATE(WS-CERT-IDX)
            MOVE PH-JOB-FRINGE-RATE TO CERT-FRINGE(WS-CERT-IDX)
            ADD PH-HOURS-REGULAR TO CERT-HOURS-ST(WS-CERT-IDX)
            ADD PH-HOURS-OVERTIME PH-HOURS-DOUBLETIME
                TO CERT-HOURS-OT(WS-CERT-IDX)
            ADD PH-GROSS-PAY TO CERT-GROSS(WS-CERT-IDX)
            ADD PH-FICA-TAX TO CERT-FICA(WS-CERT-IDX)
            ADD PH-FEDERAL-TAX PH-STATE-TAX
                TO CERT-WITHHOLDING(WS-CERT-IDX)
            ADD PH-OTHER-DEDUCTIONS TO CERT-OTHER(WS-CERT-IDX)
            ADD PH-NET-PAY TO CERT-NET(WS-CERT-IDX)
        .

        WRITE-CERTIFIED-JOB-GROUP.
            MOVE SPACES TO WS-CERT-LINE
            STRING "CERTIFIED PAYROLL (WH-347)  JOB " DELIMITED BY SIZE
                CERT-JOB-CODE(WS-CERT-IDX) DELIMITED BY SIZE
                "  WEEK ENDING " DELIMITED BY SIZE
                WS-CERT-WEEK-END DELIMITED BY SIZE
                "  PERIOD " DELIMITED BY SIZE
                WS-CERT-PERIOD DELIMITED BY SIZE
                "  PAY DATE " DELIMITED BY SIZE
                WS-CERT-PAY-DATE DELIMITED BY SIZE
                INTO WS-CERT-LINE
            END-STRING
            MOVE WS-CERT-LINE TO CERT-PAYROLL-RECORD
            WRITE CERT-PAYROLL-RECORD

            MOVE SPACES TO WS-CERT-LINE
            STRING "EMP ID NAME                 CLASS      "
                    DELIMITED BY SIZE
                " ST HR  OT HR   RATE FRINGE" DELIMITED BY SIZE
                "       GROSS         FICA  WITHHOLDING "
                    DELIMITED BY SIZE
                "       OTHER          NET" DELIMITED BY SIZE
                INTO WS-CERT-LINE
            END-STRING
            MOVE WS-CERT-LINE TO CERT-PAYROLL-RECORD
            WRITE CERT-PAYROLL-RECORD

            INITIALIZE WS-CERT-JOB-TOTALS
            MOVE 0 TO WS-CERT-JOB-WORKERS
            PERFORM VARYING WS-CERT-IDX2 FROM 1 BY 1
                    UNTIL WS-CERT-IDX2 > WS-CERT-COUNT
                IF CERT-JOB-CODE(WS-CERT-IDX2) =
                        CERT-JOB-CODE(WS-CERT-IDX)
                        AND CERT-PRINTED(WS-CERT-IDX2) = SPACE
                    PERFORM WRITE-CERTIFIED-DETAIL-LINE
                END-IF
            END-PERFORM

            MOVE WS-CERT-TOT-ST TO WS-CERT-ST-DSP
            MOVE WS-CERT-TOT-OT TO WS-CERT-OT-DSP
            MOVE WS-CERT-TOT-GROSS TO WS-CERT-GROSS-DSP
            MOVE WS-CERT-TOT-FICA TO WS-CERT-FICA-DSP
            MOVE WS-CERT-TOT-WH TO WS-CERT-WH-DSP
            MOVE WS-CERT-TOT-OTHER TO WS-CERT-OTHER-DSP
            MOVE WS-CERT-TOT-NET TO WS-CERT-NET-DSP
            MOVE SPACES TO WS-CERT-LINE
            STRING "JOB TOTAL  WORKERS=" DELIMITED BY SIZE
                WS-CERT-JOB-WORKERS DELIMITED BY SIZE
                "                " DELIMITED BY SIZE
                WS-CERT-ST-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-OT-DSP DELIMITED BY SIZE
                "               " DELIMITED BY SIZE
                WS-CERT-GROSS-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-FICA-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-WH-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-OTHER-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-NET-DSP DELIMITED BY SIZE
                INTO WS-CERT-LINE
            END-STRING
            MOVE WS-CERT-LINE TO CERT-PAYROLL-RECORD
            WRITE CERT-PAYROLL-RECORD
        .

        WRITE-CERTIFIED-DETAIL-LINE.
            MOVE "Y" TO CERT-PRINTED(WS-CERT-IDX2)
            ADD 1 TO WS-CERT-JOB-WORKERS
            ADD CERT-HOURS-ST(WS-CERT-IDX2) TO WS-CERT-TOT-ST
            ADD CERT-HOURS-OT(WS-CERT-IDX2) TO WS-CERT-TOT-OT
            ADD CERT-GROSS(WS-CERT-IDX2) TO WS-CERT-TOT-GROSS
            ADD CERT-FICA(WS-CERT-IDX2) TO WS-CERT-TOT-FICA
            ADD CERT-WITHHOLDING(WS-CERT-IDX2) TO WS-CERT-TOT-WH
            ADD CERT-OTHER(WS-CERT-IDX2) TO WS-CERT-TOT-OTHER
            ADD CERT-NET(WS-CERT-IDX2) TO WS-CERT-TOT-NET

            MOVE CERT-HOURS-ST(WS-CERT-IDX2) TO WS-CERT-ST-DSP
            MOVE CERT-HOURS-OT(WS-CERT-IDX2) TO WS-CERT-OT-DSP
            MOVE CERT-RATE(WS-CERT-IDX2) TO WS-CERT-RATE-DSP
            MOVE CERT-FRINGE(WS-CERT-IDX2) TO WS-CERT-FRINGE-DSP
            MOVE CERT-GROSS(WS-CERT-IDX2) TO WS-CERT-GROSS-DSP
            MOVE CERT-FICA(WS-CERT-IDX2) TO WS-CERT-FICA-DSP
            MOVE CERT-WITHHOLDING(WS-CERT-IDX2) TO WS-CERT-WH-DSP
            MOVE CERT-OTHER(WS-CERT-IDX2) TO WS-CERT-OTHER-DSP
            MOVE CERT-NET(WS-CERT-IDX2) TO WS-CERT-NET-DSP
            MOVE SPACES TO WS-CERT-LINE
            STRING CERT-EMPLOYEE-ID(WS-CERT-IDX2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CERT-EMPLOYEE-NAME(WS-CERT-IDX2)(1:20)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CERT-WORK-CLASS(WS-CERT-IDX2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-ST-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-OT-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-RATE-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-FRINGE-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-GROSS-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-FICA-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-WH-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-OTHER-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CERT-NET-DSP DELIMITED BY SIZE
                INTO WS-CERT-LINE
            END-STRING
            MOVE WS-CERT-LINE TO CERT-PAYROLL-RECORD
            WRITE CERT-PAYROLL-RECORD
        .

        OPEN-ACH-FILE.
      *>    Same restart handling as OPEN-PAYROLL-REGISTER: append to
      *>    the prior run's direct-deposit file instead of losing it.
            IF WS-LAST-CHECKPOINT > 0
                OPEN EXTEND ACH-FILE
            ELSE
                OPEN OUTPUT ACH-FILE
            END-IF
            IF NOT ACH-OK
                DISPLAY "Unable to open direct deposit file, status "
                    WS-ACH-STATUS
            END-IF
            SET ACH-IS-OPEN TO TRUE
        .

        CLOSE-ACH-FILE.
            IF ACH-IS-OPEN
                CLOSE ACH-FILE
            END-IF
        .

        WRITE-ACH-RECORD.
      *>    One direct-deposit instruction per employee, built from
      *>    the employee master's bank reference and this run's net
      *>    pay, for handoff to the bank instead of a screen total.
      *>    An account the bank has already bounced, or a master
      *>    with no bank details at all, gets no deposit line - the
      *>    payment prints as a check instead, with the exception
      *>    line kept so the run's problem list still shows why.
      *>    A final payment never waits for the bank file: the
      *>    FINAL run sums the employee's payments here and prints
      *>    one check once the settlement is complete.
            IF RUN-MODE-FINAL
                ADD WS-PAYMENT-NET TO WS-BAL-NOBANK-NET
                ADD WS-PAYMENT-NET TO WS-FINAL-NET
                ADD WS-PAYMENT-TOTAL TO WS-FINAL-GROSS
                IF NOT FINAL-PAYING-PAYOUT
                    ADD WS-HOURS TO WS-FINAL-HOURS
                END-IF
                EXIT PARAGRAPH
            END-IF

            IF EM-BANK-BAD OR EM-BANK-ROUTING = SPACES
                IF EM-BANK-BAD
                    MOVE "BADBANK" TO WS-EXCEPTION-TYPE
                ELSE
                    MOVE "NOBANK" TO WS-EXCEPTION-TYPE
                END-IF
                PERFORM WRITE-EXCEPTION-RECORD
                ADD WS-PAYMENT-NET TO WS-BAL-NOBANK-NET
                MOVE WS-PAYMENT-NET TO WS-CHECK-AMOUNT
                MOVE WS-EXCEPTION-TYPE TO WS-CHECK-REASON
                PERFORM WRITE-PRINTED-CHECK
                EXIT PARAGRAPH
            END-IF

      *>    An account still in its prenote is not a problem, just
      *>    not proved yet: the payment prints as a check with no
      *>    exception line, until the waiting period runs out.
            IF EM-IN-PRENOTE
                ADD WS-PAYMENT-NET TO WS-BAL-NOBANK-NET
                MOVE WS-PAYMENT-NET TO WS-CHECK-AMOUNT
                MOVE WS-PRENOTE-TAG TO WS-CHECK-REASON
                PERFORM WRITE-PRINTED-CHECK
                EXIT PARAGRAPH
            END-IF

            ADD WS-PAYMENT-NET TO WS-BAL-ACH-NET
            MOVE WS-PAYMENT-NET TO WS-ACH-NET-DSP

            MOVE SPACES TO WS-ACH-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  ROUTING="     DELIMITED BY SIZE
                EM-BANK-ROUTING  DELIMITED BY SIZE
                "  ACCOUNT="     DELIMITED BY SIZE
                EM-BANK-ACCOUNT  DELIMITED BY SIZE
                "  NET="         DELIMITED BY SIZE
                WS-ACH-NET-DSP   DELIMITED BY SIZE
                INTO WS-ACH-LINE
            END-STRING
            MOVE WS-ACH-LINE TO ACH-RECORD
            WRITE ACH-RECORD
        .

        SEND-PRENOTES.
      *>    Runs once the deposit file is open, before anyone is
      *>    paid. Every account MAINT left Due gets its zero-dollar
      *>    prenote on this file and is marked Sent in this period;
      *>    every Sent account whose waiting period has run out
      *>    with no return goes live, so this run deposits to it.
      *>    A restart from a checkpoint extends the deposit file,
      *>    which already holds this period's prenotes, and sends
      *>    none twice. A BATCH rerun from the top (a crash before
      *>    the first checkpoint, or an out-of-balance run redone)
      *>    has just truncated the file, so it writes the period's
      *>    prenotes again without restarting their waiting period.
            MOVE 0 TO WS-PRENOTE-SENT-COUNT
            MOVE 0 TO WS-PRENOTE-LIVE-COUNT
            MOVE LOW-VALUES TO EM-EMPLOYEE-ID
            START EMPLOYEE-MASTER-FILE
                KEY IS NOT LESS THAN EM-EMPLOYEE-ID
                INVALID KEY
                    SET EMPMAST-EOF TO TRUE
            END-START

            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        IF EM-IN-PRENOTE
                            PERFORM CHECK-ONE-PRENOTE
                        END-IF
                END-READ
            END-PERFORM

            IF WS-PRENOTE-SENT-COUNT > 0 OR WS-PRENOTE-LIVE-COUNT > 0
                DISPLAY "Prenotes sent: " WS-PRENOTE-SENT-COUNT
                    ", accounts gone live: " WS-PRENOTE-LIVE-COUNT
            END-IF
        .

        CHECK-ONE-PRENOTE.
      *>    A terminated employee or a bounced account has nothing
      *>    to prove; MAINT starts the cycle over with new details.
            IF EM-TERMINATED OR EM-BANK-BAD
                    OR EM-BANK-ROUTING = SPACES
                EXIT PARAGRAPH
            END-IF

            IF EM-PRENOTE-SENT
                IF RUN-MODE-BATCH AND WS-LAST-CHECKPOINT = 0
                        AND EM-PRENOTE-PERIOD = WS-CURRENT-PERIOD
                    PERFORM WRITE-PRENOTE-LINE
                    ADD 1 TO WS-PRENOTE-SENT-COUNT
                    EXIT PARAGRAPH
                END-IF
                IF WS-CURRENT-PERIOD >= EM-PRENOTE-LIVE-PERIOD
                    MOVE SPACE TO EM-PRENOTE-STATUS
                    REWRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Unable to release prenote for "
                                EM-EMPLOYEE-ID
                    END-REWRITE
                    ADD 1 TO WS-PRENOTE-LIVE-COUNT
                END-IF
                EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-PRENOTE-LINE

      *>    The live period is counted on the calendar, so skipped
      *>    or renumbered periods are honored; past the end of the
      *>    calendar the numbers simply run on.
            MOVE WS-CURRENT-PERIOD TO WS-PRENOTE-NEXT
            PERFORM C-PRENOTE-WAIT-PERIODS TIMES
                PERFORM FIND-NEXT-PRENOTE-PERIOD
            END-PERFORM

            SET EM-PRENOTE-SENT TO TRUE
            MOVE WS-CURRENT-PERIOD TO EM-PRENOTE-PERIOD
            MOVE WS-PRENOTE-NEXT TO EM-PRENOTE-LIVE-PERIOD
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Unable to mark prenote sent for "
                        EM-EMPLOYEE-ID
            END-REWRITE
            ADD 1 TO WS-PRENOTE-SENT-COUNT
        .

        WRITE-PRENOTE-LINE.
      *>    Same line as a deposit, for no money, tagged so the
      *>    returns run knows a bounce of it moved nothing.
            MOVE 0 TO WS-ACH-NET-DSP
            MOVE SPACES TO WS-ACH-LINE
            STRING EM-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EM-EMPLOYEE-NAME DELIMITED BY SIZE
                "  ROUTING="     DELIMITED BY SIZE
                EM-BANK-ROUTING  DELIMITED BY SIZE
                "  ACCOUNT="     DELIMITED BY SIZE
                EM-BANK-ACCOUNT  DELIMITED BY SIZE
                "  NET="         DELIMITED BY SIZE
                WS-ACH-NET-DSP   DELIMITED BY SIZE
                "  "             DELIMITED BY SIZE
                WS-PRENOTE-TAG   DELIMITED BY SIZE
                INTO WS-ACH-LINE
            END-STRING
            MOVE WS-ACH-LINE TO ACH-RECORD
            WRITE ACH-RECORD
        .

        FIND-NEXT-PRENOTE-PERIOD.
      *>    Steps WS-PRENOTE-NEXT to the next period number on the
      *>    calendar above it.
            MOVE 0 TO WS-PRENOTE-FOUND
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-NUMBER(WS-PER-IDX) > WS-PRENOTE-NEXT
                        AND (WS-PRENOTE-FOUND = 0
                        OR WS-PER-NUMBER(WS-PER-IDX)
                            < WS-PRENOTE-FOUND)
                    MOVE WS-PER-NUMBER(WS-PER-IDX)
                        TO WS-PRENOTE-FOUND
                END-IF
            END-PERFORM
            IF WS-PRENOTE-FOUND = 0
                ADD 1 TO WS-PRENOTE-NEXT
            ELSE
                MOVE WS-PRENOTE-FOUND TO WS-PRENOTE-NEXT
            END-IF
        .

        READ-CHECK-SEQUENCE.
      *>    Loads the next check number carried over from prior
      *>    runs. No sequence file yet means the subsystem is new -
      *>    numbering starts at 1.
            MOVE 1 TO WS-NEXT-CHECK-NO
            OPEN INPUT CHECK-SEQUENCE-FILE
            IF CHECKSEQ-OK
                READ CHECK-SEQUENCE-FILE
                    NOT AT END
                        IF CS-NEXT-CHECK-NO IS NUMERIC
                            MOVE CS-NEXT-CHECK-NO
                                TO WS-NEXT-CHECK-NO
                        END-IF
                END-READ
                CLOSE CHECK-SEQUENCE-FILE
            END-IF
            SET CHECK-SEQ-LOADED TO TRUE
        .

        SAVE-CHECK-SEQUENCE.
      *>    Rewritten after every check, the same way the batch
      *>    checkpoint commits per employee: a crash between checks
      *>    costs nothing, and a restart cannot reuse a number.
            OPEN OUTPUT CHECK-SEQUENCE-FILE
            IF NOT CHECKSEQ-OK
                DISPLAY "Unable to save check sequence, status "
                    WS-CHECKSEQ-STATUS
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NEXT-CHECK-NO TO CS-NEXT-CHECK-NO
            WRITE CHECK-SEQUENCE-RECORD
            CLOSE CHECK-SEQUENCE-FILE
        .

        OPEN-CHECK-PRINT-FILE.
      *>    Opened on the first check actually needed, with the
      *>    same restart handling as the bank file: a resumed batch
      *>    extends the checks already printed before the crash.
            IF NOT CHECKPRT-IS-OPEN
                IF WS-LAST-CHECKPOINT > 0
                    OPEN EXTEND CHECK-PRINT-FILE
                    IF WS-CHECKPRT-STATUS = "35"
                        OPEN OUTPUT CHECK-PRINT-FILE
                    END-IF
                ELSE
                    OPEN OUTPUT CHECK-PRINT-FILE
                END-IF
                IF NOT CHECKPRT-OK
                    DISPLAY "Unable to open check print file, "
                        "status " WS-CHECKPRT-STATUS
                END-IF
                SET CHECKPRT-IS-OPEN TO TRUE
            END-IF
        .

        CLOSE-CHECK-PRINT-FILE.
            IF CHECKPRT-IS-OPEN
                CLOSE CHECK-PRINT-FILE
            END-IF
        .

        OPEN-CHECK-REGISTER.
      *>    Cumulative like the maintenance audit trail: every run
      *>    appends, nothing ever truncates, so the register can be
      *>    reconciled against any bank statement.
            IF NOT CHECKREG-IS-OPEN
                OPEN EXTEND CHECK-REGISTER-FILE
                IF CHECKREG-NEW-FILE
                    OPEN OUTPUT CHECK-REGISTER-FILE
                END-IF
                IF NOT CHECKREG-OK
                    DISPLAY "Unable to open check register, status "
                        WS-CHECKREG-STATUS
                END-IF
                SET CHECKREG-IS-OPEN TO TRUE
            END-IF
        .

        CLOSE-CHECK-REGISTER.
            IF CHECKREG-IS-OPEN
                CLOSE CHECK-REGISTER-FILE
            END-IF
        .

        WRITE-PRINTED-CHECK.
      *>    WS-CHECK-AMOUNT and WS-CHECK-REASON must be set by the
      *>    caller; the payee comes from the employee fields already
      *>    loaded. Prints the face and stub, registers the check,
      *>    and commits the advanced sequence immediately.
            IF WS-CHECK-AMOUNT = 0
                EXIT PARAGRAPH
            END-IF

            PERFORM OPEN-CHECK-PRINT-FILE
            PERFORM OPEN-CHECK-REGISTER

            MOVE WS-NEXT-CHECK-NO TO WS-CHECK-NO-DSP
            ADD 1 TO WS-NEXT-CHECK-NO
            ADD 1 TO WS-CHECK-COUNT
            PERFORM SAVE-CHECK-SEQUENCE

            MOVE WS-CHECK-AMOUNT TO WS-CHECK-AMT-DSP
            MOVE SPACES TO WS-CHECK-DATE-DSP
            STRING WS-PERIOD-PAY-DATE(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-PERIOD-PAY-DATE(7:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                WS-PERIOD-PAY-DATE(1:4) DELIMITED BY SIZE
                INTO WS-CHECK-DATE-DSP
            END-STRING

            MOVE ALL "=" TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO WS-CHECK-LINE
            STRING "PAYROLL ACCOUNT" DELIMITED BY SIZE
                "                              CHECK NO "
                    DELIMITED BY SIZE
                WS-CHECK-NO-DSP DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO WS-CHECK-LINE
            STRING "DATE " DELIMITED BY SIZE
                WS-CHECK-DATE-DSP DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO WS-CHECK-LINE
            STRING "PAY TO THE ORDER OF  " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CHECK-AMT-DSP DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO WS-CHECK-LINE
            STRING "MEMO PAYROLL " DELIMITED BY SIZE
                WS-CHECK-REASON DELIMITED BY SIZE
                "  EMPLOYEE " DELIMITED BY SIZE
                WS-EMPLOYEE-ID DELIMITED BY SIZE
                "  PERIOD " DELIMITED BY SIZE
                WS-CURRENT-PERIOD DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE ALL "=" TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

      *>    Stub under the face, so the detached half still names
      *>    the payment.
            MOVE SPACES TO WS-CHECK-LINE
            STRING "STUB  CHECK " DELIMITED BY SIZE
                WS-CHECK-NO-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO WS-CHECK-LINE
            STRING "STUB  NET " DELIMITED BY SIZE
                WS-CHECK-AMT-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CHECK-REASON DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CHECK-DATE-DSP DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            MOVE SPACES TO CHECK-PRINT-RECORD
            WRITE CHECK-PRINT-RECORD

            PERFORM WRITE-CHECK-REGISTER-LINE
        .

        WRITE-CHECK-REGISTER-LINE.
            MOVE SPACES TO WS-CHECK-LINE
            STRING "CHECK " DELIMITED BY SIZE
                WS-CHECK-NO-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-EMPLOYEE-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CHECK-DATE-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CHECK-AMT-DSP DELIMITED BY SIZE
                "  ISSUED " DELIMITED BY SIZE
                WS-CHECK-REASON DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-REGISTER-RECORD
            WRITE CHECK-REGISTER-RECORD

            PERFORM OPEN-POSITIVE-PAY-FILE
            MOVE WS-CHECK-NO-DSP TO PI-CHECK-NO
            MOVE WS-CHECK-AMOUNT TO PI-AMOUNT
            MOVE WS-PERIOD-PAY-DATE TO PI-ISSUE-DATE
            MOVE WS-EMPLOYEE-NAME TO PI-PAYEE
            SET PI-ISSUED TO TRUE
            WRITE POSITIVE-PAY-RECORD
        .

        OPEN-POSITIVE-PAY-FILE.
      *>    One issue file per run, sent to the bank with the run's
      *>    checks; opened on the first check printed or voided,
      *>    with the check print file's restart handling so a
      *>    resumed batch keeps the issues made before the crash.
            IF NOT POSPAY-IS-OPEN
                IF WS-LAST-CHECKPOINT > 0
                    OPEN EXTEND POSITIVE-PAY-FILE
                    IF WS-POSPAY-STATUS = "35"
                        OPEN OUTPUT POSITIVE-PAY-FILE
                    END-IF
                ELSE
                    OPEN OUTPUT POSITIVE-PAY-FILE
                END-IF
                IF NOT POSPAY-OK
                    DISPLAY "Unable to open positive pay file, "
                        "status " WS-POSPAY-STATUS
                END-IF
                SET POSPAY-IS-OPEN TO TRUE
            END-IF
        .

        CLOSE-POSITIVE-PAY-FILE.
            IF POSPAY-IS-OPEN
                CLOSE POSITIVE-PAY-FILE
            END-IF
        .

        VOID-CHECK-MODE.
      *>    Voids a check that was lost, damaged, or never cashed:
      *>    the void lands on the cumulative register so the
      *>    reconciliation knows the number will never clear, and
      *>    the payment goes back on the reissue list so the next
      *>    returns run (or the treasurer) pays it again.
            DISPLAY "Check number to void:" WITH NO ADVANCING
            ACCEPT WS-VOID-CHECK-NO
            DISPLAY "Employee ID:" WITH NO ADVANCING
            ACCEPT WS-VOID-EMP-ID
            DISPLAY "Check amount:" WITH NO ADVANCING
            ACCEPT WS-VOID-AMOUNT

      *>    The bank matches a void on the check number, so the
      *>    number must be one: it is carried zero-filled, the way
      *>    the register prints issued checks.
            IF WS-VOID-CHECK-NO = SPACES
                    OR FUNCTION TEST-NUMVAL(WS-VOID-CHECK-NO) NOT = 0
                DISPLAY "Check number " WS-VOID-CHECK-NO
                    " is not numeric - void refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-REC-CHECK-NO = FUNCTION NUMVAL(WS-VOID-CHECK-NO)
            MOVE WS-REC-CHECK-NO TO WS-VOID-CHECK-NO

            MOVE WS-VOID-EMP-ID TO EM-EMPLOYEE-ID
            MOVE SPACES TO WS-EMPLOYEE-NAME
            READ EMPLOYEE-MASTER-FILE
                INVALID KEY
                    DISPLAY "No master record for " WS-VOID-EMP-ID
                        " - void refused."
                    MOVE 8 TO RETURN-CODE
                    EXIT PARAGRAPH
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            END-READ

            PERFORM FIND-VOIDED-CHECK-ISSUE
            PERFORM OPEN-CHECK-REGISTER
            MOVE WS-VOID-AMOUNT TO WS-VOID-AMT-DSP

      *>    The void is dated like an issued line: the
      *>    reconciliation needs to know when the number stopped
      *>    being expected to clear.
            MOVE SPACES TO WS-CHECK-DATE-DSP
            STRING FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                INTO WS-CHECK-DATE-DSP
            END-STRING

            MOVE SPACES TO WS-CHECK-LINE
            STRING "CHECK " DELIMITED BY SIZE
                WS-VOID-CHECK-NO DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VOID-EMP-ID DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-EMPLOYEE-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CHECK-DATE-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-VOID-AMT-DSP DELIMITED BY SIZE
                "  VOID" DELIMITED BY SIZE
                INTO WS-CHECK-LINE
            END-STRING
            MOVE WS-CHECK-LINE TO CHECK-REGISTER-RECORD
            WRITE CHECK-REGISTER-RECORD

      *>    The bank stops payment on the number from the moment
      *>    the void reaches it.
            PERFORM OPEN-POSITIVE-PAY-FILE
            MOVE WS-REC-CHECK-NO TO PI-CHECK-NO
            MOVE WS-VOID-AMOUNT TO PI-AMOUNT
            MOVE WS-VOID-ISSUE-DATE TO PI-ISSUE-DATE
            MOVE WS-EMPLOYEE-NAME TO PI-PAYEE
            SET PI-VOIDED TO TRUE
            WRITE POSITIVE-PAY-RECORD

      *>    Back into the reissue flow, alongside the bank-return
      *>    reissues, so the payment is owed somewhere visible.
            OPEN EXTEND REISSUE-FILE
            IF WS-REISSUE-STATUS = "35"
                OPEN OUTPUT REISSUE-FILE
            END-IF
            IF NOT REISSUE-OK
                DISPLAY "Unable to open reissue list, status "
                    WS-REISSUE-STATUS
            ELSE
                MOVE SPACES TO WS-REISSUE-LINE
                STRING WS-VOID-EMP-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-EMPLOYEE-NAME DELIMITED BY SIZE
                    "  AMOUNT=" DELIMITED BY SIZE
                    WS-VOID-AMT-DSP DELIMITED BY SIZE
                    "  REASON=VOIDCHECK " DELIMITED BY SIZE
                    WS-VOID-CHECK-NO DELIMITED BY SIZE
                    INTO WS-REISSUE-LINE
                END-STRING
                MOVE WS-REISSUE-LINE TO REISSUE-RECORD
                WRITE REISSUE-RECORD
                CLOSE REISSUE-FILE
            END-IF

            DISPLAY "Check " WS-VOID-CHECK-NO " voided and placed "
                "on the reissue list."
        .

        FIND-VOIDED-CHECK-ISSUE.
      *>    The void record carries the date the check was issued,
      *>    taken from its ISSUED line on the register. A check
      *>    older than the register goes with the date blank.
            MOVE SPACES TO WS-VOID-ISSUE-DATE
            OPEN INPUT CHECK-REGISTER-FILE
            IF NOT CHECKREG-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL CHECKREG-EOF OR NOT CHECKREG-OK
                READ CHECK-REGISTER-FILE
                    AT END
                        SET CHECKREG-EOF TO TRUE
                    NOT AT END
                        IF CHECK-REGISTER-RECORD(1:6) = "CHECK "
                                AND CHECK-REGISTER-RECORD(7:8)
                                    = WS-VOID-CHECK-NO
                                AND CHECK-REGISTER-RECORD(82:6)
                                    = "ISSUED"
                            MOVE SPACES TO WS-VOID-ISSUE-DATE
                            STRING CHECK-REGISTER-RECORD(61:4)
                                    DELIMITED BY SIZE
                                CHECK-REGISTER-RECORD(55:2)
                                    DELIMITED BY SIZE
                                CHECK-REGISTER-RECORD(58:2)
                                    DELIMITED BY SIZE
                                INTO WS-VOID-ISSUE-DATE
                            END-STRING
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHECK-REGISTER-FILE
            IF WS-VOID-ISSUE-DATE = SPACES
                DISPLAY "Check " WS-VOID-CHECK-NO " is not on the "
                    "register as issued - void sent without an "
                    "issue date."
            END-IF
        .

        CHECK-RECONCILE-MODE.
      *>    Ticks the bank's paid checks against the check register
      *>    instead of the treasurer doing it by hand against the
      *>    statement. Every presentment is reported - cleared, paid
      *>    at a different amount, paid on a voided number, paid on
      *>    a number we never issued, or presented a second time -
      *>    and every issued check still unpaid is listed with its
      *>    age. Past the stale-check limit it is flagged for void
      *>    and written to the unclaimed-property list.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REC-TODAY

            OPEN INPUT PAID-CHECK-FILE
            IF NOT PAIDCHK-OK
                DISPLAY "Unable to open bank paid-check file, "
                    "status " WS-PAIDCHK-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-CHECK-REGISTER-TABLE
            IF REC-TABLE-FULL
                DISPLAY "Check register exceeds the 20000-entry "
                    "table - reconciliation refused rather than "
                    "run against part of the register."
                CLOSE PAID-CHECK-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-CLEARED-HISTORY

            OPEN OUTPUT RECON-REPORT-FILE
            IF NOT RECONRPT-OK
                DISPLAY "Unable to open reconciliation report, "
                    "status " WS-RECONRPT-STATUS
                CLOSE PAID-CHECK-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT ESCHEAT-FILE
            IF NOT ESCHEAT-OK
                DISPLAY "Unable to open unclaimed-property list, "
                    "status " WS-ESCHEAT-STATUS
            END-IF
            OPEN EXTEND CLEARED-CHECK-FILE
            IF CHKCLEAR-NEW-FILE
                OPEN OUTPUT CLEARED-CHECK-FILE
            END-IF
            IF NOT CHKCLEAR-OK
                DISPLAY "Unable to open cleared-check file, status "
                    WS-CHKCLEAR-STATUS
            END-IF

            MOVE SPACES TO WS-REC-LINE
            STRING "CHECK RECONCILIATION - RUN " DELIMITED BY SIZE
                WS-REC-TODAY DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD
            MOVE SPACES TO WS-REC-LINE
            MOVE "RESULT" TO WS-REC-LINE(1:6)
            MOVE "CHECK NO" TO WS-REC-LINE(16:8)
            MOVE "EMPLOYEE / PAYEE" TO WS-REC-LINE(25:16)
            MOVE "ISSUED" TO WS-REC-LINE(63:6)
            MOVE "AMOUNT" TO WS-REC-LINE(79:6)
            MOVE "PAID" TO WS-REC-LINE(87:4)
            MOVE "AMOUNT" TO WS-REC-LINE(103:6)
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            PERFORM UNTIL PAIDCHK-EOF OR NOT PAIDCHK-OK
                READ PAID-CHECK-FILE
                    AT END
                        SET PAIDCHK-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-REC-PAID-READ
                        PERFORM RECONCILE-PAID-CHECK
                END-READ
            END-PERFORM
            CLOSE PAID-CHECK-FILE
            CLOSE CLEARED-CHECK-FILE

            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF REC-WAS-ISSUED(WS-REC-IDX)
                        AND REC-VOID-DATE(WS-REC-IDX) = SPACES
                        AND REC-HIST-COUNT(WS-REC-IDX) = 0
                        AND REC-PAID-COUNT(WS-REC-IDX) = 0
                    PERFORM REPORT-OUTSTANDING-CHECK
                END-IF
            END-PERFORM

            PERFORM WRITE-RECON-TOTALS
            CLOSE RECON-REPORT-FILE
            CLOSE ESCHEAT-FILE

            DISPLAY "Reconciliation complete: " WS-REC-PAID-READ
                " paid items, " WS-REC-CLEARED-COUNT " cleared, "
                WS-REC-OUTST-COUNT " outstanding, "
                WS-REC-EXCEPT-COUNT " exceptions."
        .

        LOAD-CHECK-REGISTER-TABLE.
      *>    The register's issue and void lines are at the fixed
      *>    columns WRITE-CHECK-REGISTER-LINE and the VOID run
      *>    print them in; anything else on the file is skipped.
            MOVE 0 TO WS-REC-COUNT
            OPEN INPUT CHECK-REGISTER-FILE
            IF NOT CHECKREG-OK
                DISPLAY "No check register to reconcile against, "
                    "status " WS-CHECKREG-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL CHECKREG-EOF OR NOT CHECKREG-OK
                READ CHECK-REGISTER-FILE
                    AT END
                        SET CHECKREG-EOF TO TRUE
                    NOT AT END
                        PERFORM LOAD-REGISTER-LINE
                END-READ
            END-PERFORM
            CLOSE CHECK-REGISTER-FILE
        .

        LOAD-REGISTER-LINE.
            IF CHECK-REGISTER-RECORD(1:6) NOT = "CHECK "
                    OR CHECK-REGISTER-RECORD(7:8) NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE CHECK-REGISTER-RECORD(7:8) TO WS-REC-CHECK-NO
            MOVE SPACES TO WS-REC-DATE
            STRING CHECK-REGISTER-RECORD(61:4) DELIMITED BY SIZE
                CHECK-REGISTER-RECORD(55:2) DELIMITED BY SIZE
                CHECK-REGISTER-RECORD(58:2) DELIMITED BY SIZE
                INTO WS-REC-DATE
            END-STRING

            PERFORM FIND-REC-ENTRY
            IF NOT REC-ENTRY-FOUND
                IF WS-REC-COUNT >= 20000
                    SET REC-TABLE-FULL TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-REC-COUNT
                SET WS-REC-IDX TO WS-REC-COUNT
                INITIALIZE WS-REC-ENTRY(WS-REC-IDX)
                MOVE WS-REC-CHECK-NO TO REC-CHECK-NO(WS-REC-IDX)
            END-IF

      *>    A void seen without its issue (a check older than the
      *>    register) still names the payee and amount keyed.
            IF CHECK-REGISTER-RECORD(82:4) = "VOID"
                MOVE WS-REC-DATE TO REC-VOID-DATE(WS-REC-IDX)
                IF REC-WAS-ISSUED(WS-REC-IDX)
                    EXIT PARAGRAPH
                END-IF
            ELSE
                SET REC-WAS-ISSUED(WS-REC-IDX) TO TRUE
                MOVE WS-REC-DATE TO REC-ISSUE-DATE(WS-REC-IDX)
            END-IF
            MOVE CHECK-REGISTER-RECORD(17:6)
                TO REC-EMPLOYEE-ID(WS-REC-IDX)
            MOVE CHECK-REGISTER-RECORD(24:30) TO REC-PAYEE(WS-REC-IDX)
            COMPUTE REC-AMOUNT(WS-REC-IDX) =
                    FUNCTION NUMVAL-C(CHECK-REGISTER-RECORD(67:13))
        .

        FIND-REC-ENTRY.
            MOVE 'N' TO WS-REC-FOUND
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF REC-CHECK-NO(WS-REC-IDX) = WS-REC-CHECK-NO
                    SET REC-ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
        .

        LOAD-CLEARED-HISTORY.
      *>    Presentments worked by earlier RECON runs. None on file
      *>    yet simply means this is the first reconciliation.
            OPEN INPUT CLEARED-CHECK-FILE
            IF NOT CHKCLEAR-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL CHKCLEAR-EOF OR NOT CHKCLEAR-OK
                READ CLEARED-CHECK-FILE
                    AT END
                        SET CHKCLEAR-EOF TO TRUE
                    NOT AT END
                        MOVE CC-CHECK-NO TO WS-REC-CHECK-NO
                        PERFORM FIND-REC-ENTRY
                        IF REC-ENTRY-FOUND
                            ADD 1 TO REC-HIST-COUNT(WS-REC-IDX)
                            MOVE CC-PAID-DATE
                                TO REC-HIST-DATE(WS-REC-IDX)
                            MOVE CC-AMOUNT
                                TO REC-HIST-AMOUNT(WS-REC-IDX)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CLEARED-CHECK-FILE
        .

        RECONCILE-PAID-CHECK.
            MOVE PD-CHECK-NO TO WS-REC-CHECK-NO
            MOVE PD-PAID-DATE TO WS-REC-DATE
            MOVE PD-AMOUNT TO WS-REC-PAID-AMT
            PERFORM FIND-REC-ENTRY
            MOVE SPACES TO WS-REC-NOTE

            IF NOT REC-ENTRY-FOUND
                MOVE "NOT ISSUED" TO WS-REC-RESULT
                ADD 1 TO WS-REC-NOTISSUED-COUNT
                ADD 1 TO WS-REC-EXCEPT-COUNT
                PERFORM WRITE-RECON-LINE
                EXIT PARAGRAPH
            END-IF

      *>    The same presentment an earlier run already worked (the
      *>    bank's file sent again, or a statement rerun) is not a
      *>    second payment; it is passed over once.
            IF REC-HIST-COUNT(WS-REC-IDX) > 0
                    AND REC-HIST-SEEN(WS-REC-IDX) NOT = "Y"
                    AND REC-HIST-DATE(WS-REC-IDX) = PD-PAID-DATE
                    AND REC-HIST-AMOUNT(WS-REC-IDX) = PD-AMOUNT
                MOVE "Y" TO REC-HIST-SEEN(WS-REC-IDX)
                ADD 1 TO WS-REC-REPEAT-COUNT
                EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
                WHEN REC-HIST-COUNT(WS-REC-IDX) > 0
                        OR REC-PAID-COUNT(WS-REC-IDX) > 0
                    MOVE "DUPLICATE" TO WS-REC-RESULT
                    ADD 1 TO WS-REC-DUP-COUNT
                WHEN REC-VOID-DATE(WS-REC-IDX) NOT = SPACES
      *>            Paid before the void went in means the check
      *>            had cleared when it was reported lost - the
      *>            reissue is the second payment.
                    IF PD-PAID-DATE >= REC-VOID-DATE(WS-REC-IDX)
                        MOVE "PAID AFT VOID" TO WS-REC-RESULT
                    ELSE
                        MOVE "VOID AFT PAID" TO WS-REC-RESULT
                    END-IF
                    MOVE "VOIDED" TO WS-REC-NOTE
                    MOVE REC-VOID-DATE(WS-REC-IDX) TO WS-REC-NOTE(8:8)
                    ADD 1 TO WS-REC-VOIDPAID-COUNT
                WHEN PD-AMOUNT NOT = REC-AMOUNT(WS-REC-IDX)
                    MOVE "AMOUNT DIFF" TO WS-REC-RESULT
                    ADD 1 TO WS-REC-MISMATCH-COUNT
                WHEN OTHER
                    MOVE "CLEARED" TO WS-REC-RESULT
                    ADD 1 TO WS-REC-CLEARED-COUNT
                    ADD PD-AMOUNT TO WS-REC-CLEARED-AMT
            END-EVALUATE
            IF WS-REC-RESULT NOT = "CLEARED"
                ADD 1 TO WS-REC-EXCEPT-COUNT
            END-IF

            ADD 1 TO REC-PAID-COUNT(WS-REC-IDX)
            MOVE PD-PAID-DATE TO REC-PAID-DATE(WS-REC-IDX)
            MOVE PD-AMOUNT TO REC-PAID-AMOUNT(WS-REC-IDX)
            PERFORM WRITE-RECON-LINE

            MOVE PD-CHECK-NO TO CC-CHECK-NO
            MOVE PD-AMOUNT TO CC-AMOUNT
            MOVE PD-PAID-DATE TO CC-PAID-DATE
            MOVE WS-REC-RESULT TO CC-RESULT
            WRITE CLEARED-CHECK-RECORD
        .

        REPORT-OUTSTANDING-CHECK.
      *>    Aged from the issue date to today; a check dated ahead
      *>    of today (a pay date not yet reached) is age zero.
            MOVE 0 TO WS-REC-AGE
            IF REC-ISSUE-DATE(WS-REC-IDX) IS NUMERIC
                MOVE REC-ISSUE-DATE(WS-REC-IDX) TO WS-REC-DAY
                COMPUTE WS-REC-AGE =
                        FUNCTION INTEGER-OF-DATE(WS-REC-TODAY)
                        - FUNCTION INTEGER-OF-DATE(WS-REC-DAY)
                IF WS-REC-AGE < 0
                    MOVE 0 TO WS-REC-AGE
                END-IF
            END-IF
            MOVE WS-REC-AGE TO WS-REC-AGE-DSP

            ADD 1 TO WS-REC-OUTST-COUNT
            ADD REC-AMOUNT(WS-REC-IDX) TO WS-REC-OUTST-AMT
            MOVE "OUTSTANDING" TO WS-REC-RESULT
            MOVE SPACES TO WS-REC-NOTE
            STRING "AGE " DELIMITED BY SIZE
                WS-REC-AGE-DSP DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
                INTO WS-REC-NOTE
            END-STRING

            IF WS-REC-AGE > C-STALE-CHECK-DAYS
                MOVE "STALE-VOID" TO WS-REC-RESULT
                MOVE "ESCHEAT" TO WS-REC-NOTE(16:7)
                ADD 1 TO WS-REC-STALE-COUNT
                ADD 1 TO WS-REC-EXCEPT-COUNT
                ADD REC-AMOUNT(WS-REC-IDX) TO WS-REC-STALE-AMT
                MOVE REC-AMOUNT(WS-REC-IDX) TO WS-REC-AMT-DSP
                MOVE SPACES TO WS-REC-LINE
                STRING REC-EMPLOYEE-ID(WS-REC-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    REC-PAYEE(WS-REC-IDX) DELIMITED BY SIZE
                    "  CHECK " DELIMITED BY SIZE
                    REC-CHECK-NO(WS-REC-IDX) DELIMITED BY SIZE
                    "  ISSUED " DELIMITED BY SIZE
                    REC-ISSUE-DATE(WS-REC-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-REC-AMT-DSP DELIMITED BY SIZE
                    "  OUTSTANDING " DELIMITED BY SIZE
                    WS-REC-AGE-DSP DELIMITED BY SIZE
                    " DAYS" DELIMITED BY SIZE
                    INTO WS-REC-LINE
                END-STRING
                MOVE WS-REC-LINE TO ESCHEAT-RECORD
                WRITE ESCHEAT-RECORD
            END-IF

            MOVE REC-CHECK-NO(WS-REC-IDX) TO WS-REC-CHECK-NO
            MOVE SPACES TO WS-REC-DATE
            PERFORM WRITE-RECON-LINE
        .

        WRITE-RECON-LINE.
      *>    One report line: the result, the check as registered
      *>    (blank when the bank paid a number we never issued),
      *>    and the bank's side of it, with a note after.
            MOVE SPACES TO WS-REC-LINE
            MOVE WS-REC-RESULT TO WS-REC-LINE(1:14)
            MOVE WS-REC-CHECK-NO TO WS-REC-LINE(16:8)
            IF WS-REC-RESULT NOT = "NOT ISSUED"
                MOVE REC-EMPLOYEE-ID(WS-REC-IDX) TO WS-REC-LINE(25:6)
                MOVE REC-PAYEE(WS-REC-IDX) TO WS-REC-LINE(32:30)
                MOVE REC-ISSUE-DATE(WS-REC-IDX) TO WS-REC-LINE(63:8)
                MOVE REC-AMOUNT(WS-REC-IDX) TO WS-REC-AMT-DSP
                MOVE WS-REC-AMT-DSP TO WS-REC-LINE(72:13)
            END-IF
            IF WS-REC-DATE NOT = SPACES
                MOVE WS-REC-DATE TO WS-REC-LINE(87:8)
                MOVE WS-REC-PAID-AMT TO WS-REC-PAID-DSP
                MOVE WS-REC-PAID-DSP TO WS-REC-LINE(96:13)
            END-IF
            MOVE WS-REC-NOTE TO WS-REC-LINE(111:22)
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD
        .

        WRITE-RECON-TOTALS.
            MOVE SPACES TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-CLEARED-COUNT TO WS-REC-CNT-DSP
            MOVE WS-REC-CLEARED-AMT TO WS-REC-TOT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "CLEARED AS ISSUED      " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-REC-TOT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-OUTST-COUNT TO WS-REC-CNT-DSP
            MOVE WS-REC-OUTST-AMT TO WS-REC-TOT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "OUTSTANDING            " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-REC-TOT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-STALE-COUNT TO WS-REC-CNT-DSP
            MOVE WS-REC-STALE-AMT TO WS-REC-TOT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "  OF WHICH STALE       " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-REC-TOT-DSP DELIMITED BY SIZE
                "  VOID AND REPORT AS UNCLAIMED PROPERTY"
                    DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-MISMATCH-COUNT TO WS-REC-CNT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "AMOUNT MISMATCHES      " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-VOIDPAID-COUNT TO WS-REC-CNT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "PAID ON VOIDED CHECKS  " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-NOTISSUED-COUNT TO WS-REC-CNT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "PAID, NEVER ISSUED     " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-DUP-COUNT TO WS-REC-CNT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "DUPLICATE PRESENTMENTS " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD

            MOVE WS-REC-REPEAT-COUNT TO WS-REC-CNT-DSP
            MOVE SPACES TO WS-REC-LINE
            STRING "ALREADY RECONCILED     " DELIMITED BY SIZE
                WS-REC-CNT-DSP DELIMITED BY SIZE
                INTO WS-REC-LINE
            END-STRING
            MOVE WS-REC-LINE TO RECON-REPORT-RECORD
            WRITE RECON-REPORT-RECORD
        .

        ACCRUAL-MODE.
      *>    Month-end wage accrual: ACCRUE yyyymm (blank = the month
      *>    just ended). Wages worked in the month but paid in the
      *>    next are estimated per employee for every calendar
      *>    period straddling the month end - from pay history when
      *>    the period has since been paid, from the open period's
      *>    timecard deck when it is on file, otherwise from the
      *>    employee's recent average - prorated by the period's
      *>    workdays inside the month, and posted by department
      *>    with withholding and employer cost. ACCRUAL.DAT carries
      *>    the entry dated the month's last day and its reversal
      *>    dated the first of the next. The master is not changed.
            PERFORM COMPUTE-ACCRUAL-MONTH
            IF NOT ACR-MONTH-VALID
                DISPLAY "Key the month as ACCRUE yyyymm, or ACCRUE "
                    "alone for last month. Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-PAY-PERIOD-TABLE
            IF WS-PERIOD-COUNT = 0
                DISPLAY "No pay-period calendar on PAYPERD.DAT - "
                    "nothing to accrue against. Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            PERFORM SELECT-CURRENT-PAY-PERIOD
            MOVE WS-CURRENT-PERIOD TO WS-ACR-OPEN-PERIOD

            PERFORM LOAD-ACCRUAL-CARDS
            PERFORM FIND-ACCRUAL-PERIODS
            IF ACR-RUN-INCOMPLETE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            IF WS-ACR-PER-COUNT = 0
                DISPLAY "No pay period straddles the end of "
                    WS-ACR-MONTH " - the accrual is empty."
            END-IF

      *>    The average window is the paid periods before the
      *>    earliest straddling one, found the way the variance
      *>    review finds its own.
            MOVE 0 TO WS-CURRENT-PERIOD
            PERFORM VARYING WS-ACR-SLOT FROM 1 BY 1
                    UNTIL WS-ACR-SLOT > WS-ACR-PER-COUNT
                IF WS-CURRENT-PERIOD = 0
                        OR ACR-PER-NUMBER(WS-ACR-SLOT)
                            < WS-CURRENT-PERIOD
                    MOVE ACR-PER-NUMBER(WS-ACR-SLOT)
                        TO WS-CURRENT-PERIOD
                END-IF
            END-PERFORM
            IF WS-ACR-PER-COUNT > 0
                PERFORM FIND-VARIANCE-WINDOW
                PERFORM COLLECT-ACCRUAL-HISTORY
            END-IF

      *>    Employer tax is figured as of the month being closed.
            MOVE WS-ACR-END-DATE TO WS-PERIOD-PAY-DATE
            PERFORM OPEN-EXCEPTION-FILE

            MOVE LOW-VALUES TO EM-EMPLOYEE-ID
            START EMPLOYEE-MASTER-FILE
                KEY IS NOT LESS THAN EM-EMPLOYEE-ID
                INVALID KEY
                    SET EMPMAST-EOF TO TRUE
            END-START
            PERFORM UNTIL EMPMAST-EOF OR NOT EMPMAST-OK
                    OR WS-ACR-PER-COUNT = 0
                READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                        SET EMPMAST-EOF TO TRUE
                    NOT AT END
                        PERFORM ESTIMATE-ACCRUAL-EMPLOYEE
                END-READ
            END-PERFORM

            PERFORM WRITE-ACCRUAL-JOURNAL

            IF ACR-TABLE-FULL
                DISPLAY "Accrual employee or timecard table full at "
                    "5000 - estimate incomplete."
                SET ACR-RUN-INCOMPLETE TO TRUE
            END-IF
            IF ACR-RUN-INCOMPLETE AND RETURN-CODE < 4
      *>        Ends nonzero so the month is not logged as accrued
      *>        and may be run again once the cause is fixed.
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY "Accrual for " WS-ACR-MONTH ": "
                WS-ACR-EMP-POSTED " employees, " WS-GL-DEPT-COUNT
                " departments, dated " WS-ACR-END-DATE
                ", reversed " WS-ACR-REV-DATE "."
        .

        COMPUTE-ACCRUAL-MONTH.
      *>    The month keyed after ACCRUE, or the month before today
      *>    when none was keyed. Sets the month's last day (the
      *>    entry date) and the first day of the next (reversal).
            MOVE 'N' TO WS-ACR-MONTH-OK
            MOVE SPACES TO WS-ACR-MONTH-IN
            UNSTRING WS-CMD-UPPER DELIMITED BY ALL " "
                INTO WS-REL-WORD WS-ACR-MONTH-IN
            END-UNSTRING
            IF WS-ACR-MONTH-IN = SPACES OR WS-ACR-MONTH-IN = "FORCE"
                MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ACR-MONTH
                IF WS-ACR-MM = 1
                    SUBTRACT 1 FROM WS-ACR-YEAR
                    MOVE 12 TO WS-ACR-MM
                ELSE
                    SUBTRACT 1 FROM WS-ACR-MM
                END-IF
            ELSE
                IF WS-ACR-MONTH-IN(1:6) NOT NUMERIC
                        OR WS-ACR-MONTH-IN(7:2) NOT = SPACES
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-ACR-MONTH-IN(1:6) TO WS-ACR-MONTH
            END-IF
            IF WS-ACR-MM < 1 OR WS-ACR-MM > 12
                    OR WS-ACR-YEAR < 1601
                EXIT PARAGRAPH
            END-IF

            IF WS-ACR-MM = 12
                COMPUTE WS-ACR-REV-DATE =
                        (WS-ACR-YEAR + 1) * 10000 + 101
            ELSE
                COMPUTE WS-ACR-REV-DATE =
                        WS-ACR-YEAR * 10000 + (WS-ACR-MM + 1) * 100 + 1
            END-IF
            COMPUTE WS-ACR-END-DAY =
                    FUNCTION INTEGER-OF-DATE(WS-ACR-REV-DATE) - 1
            COMPUTE WS-ACR-END-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-ACR-END-DAY)
            SET ACR-MONTH-VALID TO TRUE
        .

        LOAD-ACCRUAL-CARDS.
      *>    The deck on file is the open period's; its hours are
      *>    summed by employee and charge department. Unpaid
      *>    absence cards earn nothing and are passed over.
            MOVE 0 TO WS-ACR-CARD-COUNT
            MOVE 0 TO WS-ACR-CARD-READ
            OPEN INPUT TIMECARD-FILE
            IF NOT TIMECARD-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL TIMECARD-EOF OR NOT TIMECARD-OK
                READ TIMECARD-FILE
                    AT END
                        SET TIMECARD-EOF TO TRUE
                    NOT AT END
                        PERFORM NOTE-ACCRUAL-CARD
                END-READ
            END-PERFORM
            CLOSE TIMECARD-FILE
        .

        NOTE-ACCRUAL-CARD.
            IF TC-HOURS NOT NUMERIC OR TC-PAY-TYPE = "U"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ACR-CARD-READ
            MOVE 'N' TO WS-ACR-FOUND
            PERFORM VARYING WS-ACR-CARD-IDX FROM 1 BY 1
                    UNTIL WS-ACR-CARD-IDX > WS-ACR-CARD-COUNT
                IF ACRC-EMPLOYEE-ID(WS-ACR-CARD-IDX) = TC-EMPLOYEE-ID
                        AND ACRC-DEPT(WS-ACR-CARD-IDX)
                            = TC-CHARGE-DEPT
                    SET ACR-ENTRY-FOUND TO TRUE
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF NOT ACR-ENTRY-FOUND
                IF WS-ACR-CARD-COUNT >= 5000
                    SET ACR-TABLE-FULL TO TRUE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-ACR-CARD-COUNT
                SET WS-ACR-CARD-IDX TO WS-ACR-CARD-COUNT
                INITIALIZE WS-ACR-CARD-ENTRY(WS-ACR-CARD-IDX)
                MOVE TC-EMPLOYEE-ID
                    TO ACRC-EMPLOYEE-ID(WS-ACR-CARD-IDX)
                MOVE TC-CHARGE-DEPT TO ACRC-DEPT(WS-ACR-CARD-IDX)
            END-IF
            EVALUATE TC-PAY-TYPE
                WHEN "V"
                WHEN "S"
                WHEN "H"
                    ADD TC-HOURS TO ACRC-LEAVE(WS-ACR-CARD-IDX)
                WHEN OTHER
                    ADD TC-HOURS TO ACRC-WORKED(WS-ACR-CARD-IDX)
            END-EVALUATE
        .

        FIND-ACCRUAL-PERIODS.
      *>    A period straddles the month end when it starts on or
      *>    before the month's last day and is paid after it. A
      *>    period that ended inside the month but pays in the next
      *>    is wholly the month's.
            MOVE 0 TO WS-ACR-PER-COUNT
            PERFORM VARYING WS-ACR-SUB FROM 1 BY 1
                    UNTIL WS-ACR-SUB > WS-PERIOD-COUNT
                    OR ACR-RUN-INCOMPLETE
                IF WS-PER-PAY-DATE(WS-ACR-SUB) IS NUMERIC
                        AND WS-PER-END-DATE(WS-ACR-SUB) IS NUMERIC
                        AND WS-PER-PAY-DATE(WS-ACR-SUB)
                            > WS-ACR-END-DATE
                    MOVE WS-PER-END-DATE(WS-ACR-SUB)
                        TO WS-PERIOD-END-DATE
                    PERFORM COMPUTE-PERIOD-START
                    IF WS-SAL-FIRST-DAY <= WS-ACR-END-DAY
                        PERFORM NOTE-ACCRUAL-PERIOD
                    END-IF
                END-IF
            END-PERFORM
        .

        NOTE-ACCRUAL-PERIOD.
      *>    WS-ACR-SUB is the period's calendar slot; the period's
      *>    first and last days are in WS-SAL-FIRST-DAY/-LAST-DAY.
            IF WS-ACR-PER-COUNT >= 4
                DISPLAY "More than 4 pay periods straddle the end "
                    "of " WS-ACR-MONTH " - check the pay dates on "
                    "PAYPERD.DAT. Run refused."
                SET ACR-RUN-INCOMPLETE TO TRUE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ACR-PER-COUNT
            MOVE WS-ACR-PER-COUNT TO WS-ACR-SLOT
            MOVE WS-PER-NUMBER(WS-ACR-SUB)
                TO ACR-PER-NUMBER(WS-ACR-SLOT)
            MOVE WS-PER-END-DATE(WS-ACR-SUB)
                TO ACR-PER-END-DATE(WS-ACR-SLOT)
            MOVE WS-PER-PAY-DATE(WS-ACR-SUB)
                TO ACR-PER-PAY-DATE(WS-ACR-SLOT)

            MOVE 0 TO ACR-PER-DAYS(WS-ACR-SLOT)
            MOVE 0 TO ACR-PER-DAYS-IN(WS-ACR-SLOT)
            PERFORM VARYING WS-SAL-DAY FROM WS-SAL-FIRST-DAY BY 1
                    UNTIL WS-SAL-DAY > WS-SAL-LAST-DAY
                IF FUNCTION MOD(WS-SAL-DAY - 1, 7) < 5
                    ADD 1 TO ACR-PER-DAYS(WS-ACR-SLOT)
                    IF WS-SAL-DAY <= WS-ACR-END-DAY
                        ADD 1 TO ACR-PER-DAYS-IN(WS-ACR-SLOT)
                    END-IF
                END-IF
            END-PERFORM
            IF ACR-PER-DAYS(WS-ACR-SLOT) = 0
                MOVE 0 TO ACR-PER-SHARE(WS-ACR-SLOT)
            ELSE
                COMPUTE ACR-PER-SHARE(WS-ACR-SLOT) ROUNDED =
                        ACR-PER-DAYS-IN(WS-ACR-SLOT)
                        / ACR-PER-DAYS(WS-ACR-SLOT)
            END-IF

            EVALUATE TRUE
                WHEN WS-PER-STATUS(WS-ACR-SUB) = "P"
                    SET ACR-FROM-HISTORY(WS-ACR-SLOT) TO TRUE
                WHEN WS-PER-NUMBER(WS-ACR-SUB) = WS-ACR-OPEN-PERIOD
                        AND WS-ACR-CARD-COUNT > 0
                    SET ACR-FROM-CARDS(WS-ACR-SLOT) TO TRUE
                WHEN OTHER
                    SET ACR-FROM-AVERAGE(WS-ACR-SLOT) TO TRUE
            END-EVALUATE
            MOVE ACR-PER-SHARE(WS-ACR-SLOT) TO WS-ACR-SHARE-DSP
            DISPLAY "Period " ACR-PER-NUMBER(WS-ACR-SLOT)
                " ending " ACR-PER-END-DATE(WS-ACR-SLOT)
                " paid " ACR-PER-PAY-DATE(WS-ACR-SLOT) ": "
                ACR-PER-DAYS-IN(WS-ACR-SLOT) " of "
                ACR-PER-DAYS(WS-ACR-SLOT) " workdays ("
                WS-ACR-SHARE-DSP ") in the month, source "
                ACR-PER-SOURCE(WS-ACR-SLOT)
        .

        COLLECT-ACCRUAL-HISTORY.
      *>    One pass over history (and the archive, when the window
      *>    reached back into it) picks up the paid straddling
      *>    periods and the average window, by employee.
            MOVE 0 TO WS-ACR-EMP-COUNT
            INITIALIZE WS-ACR-COMPANY
            IF VAR-READ-ARCHIVE
                OPEN INPUT PAY-HISTORY-ARCHIVE-FILE
                IF PAYHARCH-OK
                    PERFORM UNTIL PAYHARCH-EOF OR NOT PAYHARCH-OK
                        READ PAY-HISTORY-ARCHIVE-FILE
                            AT END
                                SET PAYHARCH-EOF TO TRUE
                            NOT AT END
                                MOVE PAY-HISTORY-ARCH-RECORD
                                    TO PAY-HISTORY-RECORD
                                PERFORM COLLECT-ACCRUAL-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE PAY-HISTORY-ARCHIVE-FILE
                END-IF
            END-IF

            OPEN INPUT PAY-HISTORY-FILE
            IF NOT PAYHIST-OK
                DISPLAY "Unable to open pay history for the "
                    "accrual, status " WS-PAYHIST-STATUS
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYHIST-EOF OR NOT PAYHIST-OK
                READ PAY-HISTORY-FILE
                    AT END
                        SET PAYHIST-EOF TO TRUE
                    NOT AT END
                        PERFORM COLLECT-ACCRUAL-RECORD
                END-READ
            END-PERFORM
            CLOSE PAY-HISTORY-FILE
        .

        COLLECT-ACCRUAL-RECORD.
      *>    Slots 1-4 take the paid straddling periods, slot 5 the
      *>    average window; anything else is not wanted here.
            IF PH-PERIOD-NUMBER NOT NUMERIC OR PH-PERIOD-NUMBER = 0
                EXIT PARAGRAPH
            END-IF
            IF PH-OTHER-DEDUCTIONS NOT NUMERIC
                MOVE 0 TO PH-OTHER-DEDUCTIONS
            END-IF
            MOVE 0 TO WS-ACR-SLOT
            PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                    UNTIL WS-VAR-SLOT > WS-ACR-PER-COUNT
                IF ACR-PER-NUMBER(WS-VAR-SLOT) = PH-PERIOD-NUMBER
                        AND ACR-FROM-HISTORY(WS-VAR-SLOT)
                    MOVE WS-VAR-SLOT TO WS-ACR-SLOT
                END-IF
            END-PERFORM
            IF WS-ACR-SLOT = 0
                PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                        UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                    IF WS-VAR-WINDOW-PERIOD(WS-VAR-SLOT)
                            = PH-PERIOD-NUMBER
                        MOVE 5 TO WS-ACR-SLOT
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
            IF WS-ACR-SLOT = 0
                EXIT PARAGRAPH
            END-IF

            MOVE PH-EMPLOYEE-ID TO WS-ACR-EMP-ID
            SET ACR-ADD-ENTRY TO TRUE
            PERFORM LOCATE-ACCRUAL-ENTRY
            IF NOT ACR-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF
            ADD PH-GROSS-PAY
                TO ACR-SUM-GROSS(WS-ACR-IDX, WS-ACR-SLOT)
            ADD PH-FEDERAL-TAX
                TO ACR-SUM-FEDERAL(WS-ACR-IDX, WS-ACR-SLOT)
            ADD PH-STATE-TAX
                TO ACR-SUM-STATE(WS-ACR-IDX, WS-ACR-SLOT)
            ADD PH-FICA-TAX
                TO ACR-SUM-FICA(WS-ACR-IDX, WS-ACR-SLOT)
            ADD PH-OTHER-DEDUCTIONS
                TO ACR-SUM-OTHER(WS-ACR-IDX, WS-ACR-SLOT)
            IF WS-ACR-SLOT = 5
                MOVE 'Y' TO ACR-PAID-IN(WS-ACR-IDX, WS-VAR-SLOT)
                ADD PH-GROSS-PAY TO WS-ACR-CO-GROSS
                ADD PH-FEDERAL-TAX TO WS-ACR-CO-FEDERAL
                ADD PH-STATE-TAX TO WS-ACR-CO-STATE
                ADD PH-FICA-TAX TO WS-ACR-CO-FICA
                ADD PH-OTHER-DEDUCTIONS TO WS-ACR-CO-OTHER
            END-IF
        .

        LOCATE-ACCRUAL-ENTRY.
      *>    Positions WS-ACR-IDX on WS-ACR-EMP-ID's slot; opens one
      *>    on first sight only when ACR-ADD-ENTRY is set.
            MOVE 'N' TO WS-ACR-FOUND
            PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                    UNTIL WS-ACR-IDX > WS-ACR-EMP-COUNT
                IF ACR-EMPLOYEE-ID(WS-ACR-IDX) = WS-ACR-EMP-ID
                    SET ACR-ENTRY-FOUND TO TRUE
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF NOT ACR-ADD-ENTRY
                EXIT PARAGRAPH
            END-IF

            IF WS-ACR-EMP-COUNT >= 5000
                SET ACR-TABLE-FULL TO TRUE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ACR-EMP-COUNT
            SET WS-ACR-IDX TO WS-ACR-EMP-COUNT
            INITIALIZE WS-ACR-EMP-ENTRY(WS-ACR-IDX)
            MOVE WS-ACR-EMP-ID TO ACR-EMPLOYEE-ID(WS-ACR-IDX)
            SET ACR-ENTRY-FOUND TO TRUE
        .

        ESTIMATE-ACCRUAL-EMPLOYEE.
      *>    One master record: each straddling period's estimate,
      *>    by the period's source.
            MOVE 'N' TO WS-ACR-POSTED
            MOVE EM-EMPLOYEE-ID TO WS-EMPLOYEE-ID
            MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
            MOVE 0 TO WS-HOURS
            MOVE EM-EMPLOYEE-ID TO WS-ACR-EMP-ID
            MOVE 'N' TO WS-ACR-ADD
            PERFORM LOCATE-ACCRUAL-ENTRY
            PERFORM SET-ACCRUAL-RATES

            PERFORM VARYING WS-ACR-SLOT FROM 1 BY 1
                    UNTIL WS-ACR-SLOT > WS-ACR-PER-COUNT
                EVALUATE TRUE
                    WHEN ACR-FROM-HISTORY(WS-ACR-SLOT)
                        PERFORM ACCRUE-FROM-HISTORY
                    WHEN ACR-FROM-CARDS(WS-ACR-SLOT)
                            AND NOT EM-CLASS-SALARIED
                        PERFORM ACCRUE-FROM-CARDS
                    WHEN OTHER
                        PERFORM ACCRUE-FROM-AVERAGE
                END-EVALUATE
            END-PERFORM

            IF ACR-EMP-POSTED
                ADD 1 TO WS-ACR-EMP-POSTED
            END-IF
        .

        SET-ACCRUAL-RATES.
      *>    Withholding on an estimate runs at the share of gross
      *>    the employee's own window withheld, or the company's
      *>    when the employee has no pay in the window (new hires).
            INITIALIZE WS-ACR-RATES
            MOVE 0 TO WS-ACR-PAY-COUNT
            IF ACR-ENTRY-FOUND
                    AND ACR-SUM-GROSS(WS-ACR-IDX, 5) > 0
                COMPUTE WS-ACR-FED-RATE ROUNDED =
                        ACR-SUM-FEDERAL(WS-ACR-IDX, 5)
                        / ACR-SUM-GROSS(WS-ACR-IDX, 5)
                COMPUTE WS-ACR-STATE-RATE ROUNDED =
                        ACR-SUM-STATE(WS-ACR-IDX, 5)
                        / ACR-SUM-GROSS(WS-ACR-IDX, 5)
                COMPUTE WS-ACR-FICA-RATE ROUNDED =
                        ACR-SUM-FICA(WS-ACR-IDX, 5)
                        / ACR-SUM-GROSS(WS-ACR-IDX, 5)
                COMPUTE WS-ACR-OTHER-RATE ROUNDED =
                        ACR-SUM-OTHER(WS-ACR-IDX, 5)
                        / ACR-SUM-GROSS(WS-ACR-IDX, 5)
                PERFORM VARYING WS-VAR-SLOT FROM 1 BY 1
                        UNTIL WS-VAR-SLOT > WS-VAR-WINDOW-COUNT
                    IF ACR-PAID-IN(WS-ACR-IDX, WS-VAR-SLOT) = 'Y'
                        ADD 1 TO WS-ACR-PAY-COUNT
                    END-IF
                END-PERFORM
            ELSE
                IF WS-ACR-CO-GROSS > 0
                    COMPUTE WS-ACR-FED-RATE ROUNDED =
                            WS-ACR-CO-FEDERAL / WS-ACR-CO-GROSS
                    COMPUTE WS-ACR-STATE-RATE ROUNDED =
                            WS-ACR-CO-STATE / WS-ACR-CO-GROSS
                    COMPUTE WS-ACR-FICA-RATE ROUNDED =
                            WS-ACR-CO-FICA / WS-ACR-CO-GROSS
                    COMPUTE WS-ACR-OTHER-RATE ROUNDED =
                            WS-ACR-CO-OTHER / WS-ACR-CO-GROSS
                END-IF
            END-IF
        .

        ACCRUE-FROM-HISTORY.
      *>    The period has been paid since: its actual pay, cut to
      *>    the month's share. History carries no charge department
      *>    or overtime split, so it posts to the home department.
            IF NOT ACR-ENTRY-FOUND
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ACR-GROSS ROUNDED =
                    ACR-SUM-GROSS(WS-ACR-IDX, WS-ACR-SLOT)
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            MOVE 0 TO WS-ACR-OT
            COMPUTE WS-ACR-FEDERAL ROUNDED =
                    ACR-SUM-FEDERAL(WS-ACR-IDX, WS-ACR-SLOT)
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            COMPUTE WS-ACR-STATE ROUNDED =
                    ACR-SUM-STATE(WS-ACR-IDX, WS-ACR-SLOT)
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            COMPUTE WS-ACR-FICA ROUNDED =
                    ACR-SUM-FICA(WS-ACR-IDX, WS-ACR-SLOT)
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            COMPUTE WS-ACR-OTHER ROUNDED =
                    ACR-SUM-OTHER(WS-ACR-IDX, WS-ACR-SLOT)
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
            PERFORM POST-ACCRUAL-AMOUNT
        .

        ACCRUE-FROM-AVERAGE.
      *>    No pay or cards yet: the employee's average payment over
      *>    the window periods they were paid in. Terminated
      *>    employees are left to their final settlement.
            IF EM-TERMINATED OR NOT ACR-ENTRY-FOUND
                    OR WS-ACR-PAY-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ACR-GROSS ROUNDED =
                    ACR-SUM-GROSS(WS-ACR-IDX, 5) / WS-ACR-PAY-COUNT
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            MOVE 0 TO WS-ACR-OT
            PERFORM APPLY-ACCRUAL-RATES
            MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
            PERFORM POST-ACCRUAL-AMOUNT
        .

        ACCRUE-FROM-CARDS.
      *>    Hourly pay from the deck: worked hours past the standard
      *>    week at the overtime modifier, past the double-time
      *>    threshold at C-DT-MODIFIER, leave at base, each charge
      *>    department taking its share of the premium hours. An
      *>    hourly employee with no card earned nothing this period.
            IF EM-TERMINATED
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-ACR-WORKED
            PERFORM VARYING WS-ACR-CARD-IDX FROM 1 BY 1
                    UNTIL WS-ACR-CARD-IDX > WS-ACR-CARD-COUNT
                IF ACRC-EMPLOYEE-ID(WS-ACR-CARD-IDX) = EM-EMPLOYEE-ID
                    ADD ACRC-WORKED(WS-ACR-CARD-IDX) TO WS-ACR-WORKED
                END-IF
            END-PERFORM
            MOVE 0 TO WS-ACR-OT-HOURS
            MOVE 0 TO WS-ACR-DT-HOURS
            IF WS-ACR-WORKED > C-DOUBLETIME-THRESHOLD
                COMPUTE WS-ACR-DT-HOURS =
                        WS-ACR-WORKED - C-DOUBLETIME-THRESHOLD
                COMPUTE WS-ACR-OT-HOURS =
                        C-DOUBLETIME-THRESHOLD - C-STANDARD-WORK-WEEK
            ELSE
                IF WS-ACR-WORKED > C-STANDARD-WORK-WEEK
                    COMPUTE WS-ACR-OT-HOURS =
                            WS-ACR-WORKED - C-STANDARD-WORK-WEEK
                END-IF
            END-IF

            PERFORM VARYING WS-ACR-CARD-IDX FROM 1 BY 1
                    UNTIL WS-ACR-CARD-IDX > WS-ACR-CARD-COUNT
                IF ACRC-EMPLOYEE-ID(WS-ACR-CARD-IDX) = EM-EMPLOYEE-ID
                    PERFORM ACCRUE-CARD-ENTRY
                END-IF
            END-PERFORM
        .

        ACCRUE-CARD-ENTRY.
            MOVE ACRC-DEPT(WS-ACR-CARD-IDX) TO WS-CHARGE-DEPT
            IF WS-CHARGE-DEPT = SPACES
                MOVE EM-DEPT-CODE TO WS-CHARGE-DEPT
            END-IF
            MOVE 0 TO WS-ACR-HOUR-SHARE
            IF WS-ACR-WORKED > 0
                COMPUTE WS-ACR-HOUR-SHARE ROUNDED =
                        ACRC-WORKED(WS-ACR-CARD-IDX) / WS-ACR-WORKED
            END-IF
            COMPUTE WS-ACR-OT ROUNDED =
                    (WS-ACR-OT-HOURS * EM-OT-MODIFIER
                    + WS-ACR-DT-HOURS * C-DT-MODIFIER)
                    * EM-PAY-RATE-BASE * WS-ACR-HOUR-SHARE
                    * ACR-PER-SHARE(WS-ACR-SLOT)
            COMPUTE WS-ACR-GROSS ROUNDED =
                    (ACRC-WORKED(WS-ACR-CARD-IDX)
                    - (WS-ACR-OT-HOURS + WS-ACR-DT-HOURS)
                        * WS-ACR-HOUR-SHARE
                    + ACRC-LEAVE(WS-ACR-CARD-IDX))
                    * EM-PAY-RATE-BASE * ACR-PER-SHARE(WS-ACR-SLOT)
                    + WS-ACR-OT
            PERFORM APPLY-ACCRUAL-RATES
            PERFORM POST-ACCRUAL-AMOUNT
        .

        APPLY-ACCRUAL-RATES.
            COMPUTE WS-ACR-FEDERAL ROUNDED =
                    WS-ACR-GROSS * WS-ACR-FED-RATE
            COMPUTE WS-ACR-STATE ROUNDED =
                    WS-ACR-GROSS * WS-ACR-STATE-RATE
            COMPUTE WS-ACR-FICA ROUNDED =
                    WS-ACR-GROSS * WS-ACR-FICA-RATE
            COMPUTE WS-ACR-OTHER ROUNDED =
                    WS-ACR-GROSS * WS-ACR-OTHER-RATE
        .

        POST-ACCRUAL-AMOUNT.
      *>    Rolls one estimate into WS-CHARGE-DEPT's GL slot with its
      *>    employer taxes. The estimate is added to year-to-date
      *>    gross in storage only, so the employee's next estimate
      *>    meets the wage bases where this one left off; the master
      *>    is never rewritten by this run.
            IF WS-ACR-GROSS = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM LOCATE-GL-DEPT-ENTRY
            IF NOT GL-DEPT-FOUND
                SET ACR-RUN-INCOMPLETE TO TRUE
                EXIT PARAGRAPH
            END-IF
            ADD WS-ACR-GROSS TO GL-GROSS-WAGES(WS-GL-IDX)
            ADD WS-ACR-OT TO GL-OT-WAGES(WS-GL-IDX)
            ADD WS-ACR-FEDERAL TO GL-FEDERAL-WITHHELD(WS-GL-IDX)
            ADD WS-ACR-STATE TO GL-STATE-WITHHELD(WS-GL-IDX)
            ADD WS-ACR-FICA TO GL-FICA-WITHHELD(WS-GL-IDX)
            ADD WS-ACR-OTHER TO GL-OTHER-WITHHELD(WS-GL-IDX)

            MOVE WS-ACR-GROSS TO WS-ER-WAGES
            PERFORM CALCULATE-EMPLOYER-TAXES
            PERFORM ACCUMULATE-EMPLOYER-TAX-GL
            ADD WS-ACR-GROSS TO EM-YTD-GROSS-PAY
            SET ACR-EMP-POSTED TO TRUE
        .

        WRITE-ACCRUAL-JOURNAL.
      *>    The accrual, then the same lines negated as the entry
      *>    that reverses it on the first of the next month.
            OPEN OUTPUT ACCRUAL-FILE
            IF NOT ACCRUAL-OK
                DISPLAY "Unable to open accrual journal, status "
                    WS-ACCRUAL-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            MOVE "ACCRUAL" TO WS-ACR-ENTRY-TYPE
            MOVE WS-ACR-END-DATE TO WS-ACR-ENTRY-DATE
            PERFORM WRITE-ACCRUAL-ENTRY

            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                PERFORM REVERSE-GL-DEPT-ENTRY
            END-PERFORM
            MOVE "REVERSAL" TO WS-ACR-ENTRY-TYPE
            MOVE WS-ACR-REV-DATE TO WS-ACR-ENTRY-DATE
            PERFORM WRITE-ACCRUAL-ENTRY

            CLOSE ACCRUAL-FILE
        .

        WRITE-ACCRUAL-ENTRY.
            MOVE SPACES TO WS-GL-LINE
            STRING "ENTRY " DELIMITED BY SIZE
                WS-ACR-ENTRY-TYPE DELIMITED BY SPACE
                "  MONTH " DELIMITED BY SIZE
                WS-ACR-MONTH DELIMITED BY SIZE
                "  DATED " DELIMITED BY SIZE
                WS-ACR-ENTRY-DATE DELIMITED BY SIZE
                INTO WS-GL-LINE
            END-STRING
            MOVE WS-GL-LINE TO ACCRUAL-RECORD
            WRITE ACCRUAL-RECORD

            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-DEPT-COUNT
                PERFORM FORMAT-GL-DEPT-LINE
                MOVE WS-GL-LINE TO ACCRUAL-RECORD
                WRITE ACCRUAL-RECORD
                IF GL-ER-SS(WS-GL-IDX) NOT = 0
                        OR GL-ER-MEDICARE(WS-GL-IDX) NOT = 0
                        OR GL-ER-FUTA(WS-GL-IDX) NOT = 0
                        OR GL-ER-SUTA(WS-GL-IDX) NOT = 0
                    MOVE "EREXPENS" TO WS-GL-ER-SIDE
                    PERFORM FORMAT-GL-EMPLOYER-TAX-LINE
                    MOVE WS-GL-LINE TO ACCRUAL-RECORD
                    WRITE ACCRUAL-RECORD
                    MOVE "ERLIABIL" TO WS-GL-ER-SIDE
                    PERFORM FORMAT-GL-EMPLOYER-TAX-LINE
                    MOVE WS-GL-LINE TO ACCRUAL-RECORD
                    WRITE ACCRUAL-RECORD
                END-IF
            END-PERFORM
        .

        REVERSE-GL-DEPT-ENTRY.
            COMPUTE GL-GROSS-WAGES(WS-GL-IDX) =
                    0 - GL-GROSS-WAGES(WS-GL-IDX)
            COMPUTE GL-OT-WAGES(WS-GL-IDX) =
                    0 - GL-OT-WAGES(WS-GL-IDX)
            COMPUTE GL-FEDERAL-WITHHELD(WS-GL-IDX) =
                    0 - GL-FEDERAL-WITHHELD(WS-GL-IDX)
            COMPUTE GL-STATE-WITHHELD(WS-GL-IDX) =
                    0 - GL-STATE-WITHHELD(WS-GL-IDX)
            COMPUTE GL-FICA-WITHHELD(WS-GL-IDX) =
                    0 - GL-FICA-WITHHELD(WS-GL-IDX)
            COMPUTE GL-OTHER-WITHHELD(WS-GL-IDX) =
                    0 - GL-OTHER-WITHHELD(WS-GL-IDX)
            COMPUTE GL-ER-SS(WS-GL-IDX) =
                    0 - GL-ER-SS(WS-GL-IDX)
            COMPUTE GL-ER-MEDICARE(WS-GL-IDX) =
                    0 - GL-ER-MEDICARE(WS-GL-IDX)
            COMPUTE GL-ER-FUTA(WS-GL-IDX) =
                    0 - GL-ER-FUTA(WS-GL-IDX)
            COMPUTE GL-ER-SUTA(WS-GL-IDX) =
                    0 - GL-ER-SUTA(WS-GL-IDX)
        .

        SAVE-RUN-GENERATION.
      *>    Keeps this run's outputs past the next run's truncation:
      *>    each file the run wrote is copied into the generation
      *>    store under the next generation number and catalogued
      *>    with the pay period and the period's run sequence.
      *>    ADJUST and RETRO select no period of their own, so their
      *>    corrections are filed under the last period paid. A run
      *>    that cannot reach the store still stands - its outputs
      *>    are on disk as always - so the failure is only shown.
            MOVE RETURN-CODE TO WS-GEN-RETURN-CODE
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GEN-TIMESTAMP
            MOVE WS-CURRENT-PERIOD TO WS-GEN-PERIOD
            IF WS-GEN-PERIOD = 0
                PERFORM FIND-LAST-PAID-PERIOD
            END-IF
            MOVE 0 TO WS-GEN-NUMBER
            MOVE 0 TO WS-GEN-RUN-SEQ
            MOVE 0 TO WS-GEN-OLDEST
            MOVE 0 TO WS-GEN-FILES

            OPEN INPUT GEN-CATALOG-FILE
            IF GENCAT-OK
                PERFORM UNTIL GENCAT-EOF OR NOT GENCAT-OK
                    READ GEN-CATALOG-FILE
                        AT END
                            SET GENCAT-EOF TO TRUE
                        NOT AT END
                            PERFORM NOTE-CATALOG-ENTRY
                    END-READ
                END-PERFORM
                CLOSE GEN-CATALOG-FILE
            END-IF
            ADD 1 TO WS-GEN-NUMBER
            ADD 1 TO WS-GEN-RUN-SEQ

            OPEN EXTEND GENERATION-FILE
            IF PAYGEN-NEW-FILE
                OPEN OUTPUT GENERATION-FILE
            END-IF
            IF NOT PAYGEN-OK
                DISPLAY "Unable to open output generation store, "
                    "status " WS-PAYGEN-STATUS " - this run's "
                    "outputs are not retained."
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND GEN-CATALOG-FILE
            IF GENCAT-NEW-FILE
                OPEN OUTPUT GEN-CATALOG-FILE
            END-IF
            IF NOT GENCAT-OK
                DISPLAY "Unable to open output generation catalog, "
                    "status " WS-GENCAT-STATUS " - this run's "
                    "outputs are not retained."
                CLOSE GENERATION-FILE
                EXIT PARAGRAPH
            END-IF

            IF PAYREG-IS-OPEN
                PERFORM SAVE-GEN-PAYROLL-REGISTER
            END-IF
            IF ACH-IS-OPEN
                PERFORM SAVE-GEN-ACH-FILE
            END-IF
            IF GEN-GL-WRITTEN
                PERFORM SAVE-GEN-GL-EXTRACT
            END-IF
            IF GEN-LABOR-WRITTEN
                PERFORM SAVE-GEN-LABOR-DIST
            END-IF
            IF GEN-BALANCE-WRITTEN
                PERFORM SAVE-GEN-BALANCE-REPORT
            END-IF
            IF GEN-REMIT-WRITTEN
                PERFORM SAVE-GEN-REMITTANCE
            END-IF

            CLOSE GENERATION-FILE
            CLOSE GEN-CATALOG-FILE
            MOVE WS-GEN-RUN-SEQ TO WS-RPT-SEQ-DSP
            DISPLAY "Outputs kept as generation " WS-GEN-NUMBER
                ", period " WS-GEN-PERIOD " run " WS-RPT-SEQ-DSP
                ": " WS-GEN-FILES " files."

            IF WS-GEN-NUMBER > C-GEN-RETAIN
                COMPUTE WS-GEN-CUTOFF =
                        WS-GEN-NUMBER - C-GEN-RETAIN + 1
                IF WS-GEN-OLDEST > 0
                        AND WS-GEN-OLDEST < WS-GEN-CUTOFF
                    PERFORM PURGE-OLD-GENERATIONS
                END-IF
            END-IF
        .

        NOTE-CATALOG-ENTRY.
      *>    The highest generation so far, the period's latest run,
      *>    and the oldest generation still held in the store.
            IF GC-GEN-NUMBER IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF GC-GEN-NUMBER > WS-GEN-NUMBER
                MOVE GC-GEN-NUMBER TO WS-GEN-NUMBER
            END-IF
            IF GC-PERIOD = WS-GEN-PERIOD
                    AND GC-RUN-SEQ > WS-GEN-RUN-SEQ
                MOVE GC-RUN-SEQ TO WS-GEN-RUN-SEQ
            END-IF
            IF GC-RETAINED
                    AND (WS-GEN-OLDEST = 0
                    OR GC-GEN-NUMBER < WS-GEN-OLDEST)
                MOVE GC-GEN-NUMBER TO WS-GEN-OLDEST
            END-IF
        .

        FIND-LAST-PAID-PERIOD.
      *>    Highest period the calendar shows paid, as the CERTPAY
      *>    reprint defaults; zero when nothing is paid yet.
            PERFORM LOAD-PAY-PERIOD-TABLE
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-STATUS(WS-PER-IDX) = "P"
                        AND WS-PER-NUMBER(WS-PER-IDX) > WS-GEN-PERIOD
                    MOVE WS-PER-NUMBER(WS-PER-IDX) TO WS-GEN-PERIOD
                END-IF
            END-PERFORM
        .

        SAVE-GEN-PAYROLL-REGISTER.
            MOVE "PAYREG" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT PAYROLL-REGISTER-FILE
            IF NOT PAYREG-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYREG-EOF OR NOT PAYREG-OK
                READ PAYROLL-REGISTER-FILE
                    AT END
                        SET PAYREG-EOF TO TRUE
                    NOT AT END
                        MOVE PAYROLL-REGISTER-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE PAYROLL-REGISTER-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SAVE-GEN-ACH-FILE.
            MOVE "ACHOUT" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT ACH-FILE
            IF NOT ACH-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL ACH-EOF OR NOT ACH-OK
                READ ACH-FILE
                    AT END
                        SET ACH-EOF TO TRUE
                    NOT AT END
                        MOVE ACH-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE ACH-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SAVE-GEN-GL-EXTRACT.
            MOVE "GLEXTRCT" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT GL-EXTRACT-FILE
            IF NOT GLEXTRACT-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL GLEXTRACT-EOF OR NOT GLEXTRACT-OK
                READ GL-EXTRACT-FILE
                    AT END
                        SET GLEXTRACT-EOF TO TRUE
                    NOT AT END
                        MOVE GL-EXTRACT-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE GL-EXTRACT-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SAVE-GEN-LABOR-DIST.
            MOVE "LABDIST" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT LABOR-DIST-FILE
            IF NOT LABDIST-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL LABDIST-EOF OR NOT LABDIST-OK
                READ LABOR-DIST-FILE
                    AT END
                        SET LABDIST-EOF TO TRUE
                    NOT AT END
                        MOVE LABOR-DIST-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE LABOR-DIST-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SAVE-GEN-BALANCE-REPORT.
            MOVE "BALANCE" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT BALANCE-REPORT-FILE
            IF NOT BALRPT-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL BALRPT-EOF OR NOT BALRPT-OK
                READ BALANCE-REPORT-FILE
                    AT END
                        SET BALRPT-EOF TO TRUE
                    NOT AT END
                        MOVE BALANCE-REPORT-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE BALANCE-REPORT-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SAVE-GEN-REMITTANCE.
            MOVE "DEDREMIT" TO WS-GEN-FILE-ID
            MOVE 0 TO WS-GEN-LINES
            OPEN INPUT DEDUCTION-REMIT-FILE
            IF NOT DEDREMIT-OK
                PERFORM SHOW-GEN-FILE-MISSING
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL DEDREMIT-EOF OR NOT DEDREMIT-OK
                READ DEDUCTION-REMIT-FILE
                    AT END
                        SET DEDREMIT-EOF TO TRUE
                    NOT AT END
                        MOVE DEDUCTION-REMIT-RECORD TO GN-DATA
                        PERFORM WRITE-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE DEDUCTION-REMIT-FILE
            PERFORM WRITE-GEN-CATALOG-ENTRY
        .

        SHOW-GEN-FILE-MISSING.
            DISPLAY "Unable to reread " WS-GEN-FILE-ID
                " for the generation store - not retained."
        .

        WRITE-GENERATION-LINE.
      *>    GN-DATA is set by the caller.
            MOVE WS-GEN-NUMBER TO GN-GEN-NUMBER
            MOVE WS-GEN-FILE-ID TO GN-FILE-ID
            WRITE GENERATION-RECORD
            ADD 1 TO WS-GEN-LINES
        .

        WRITE-GEN-CATALOG-ENTRY.
            INITIALIZE GEN-CATALOG-RECORD
            MOVE WS-GEN-NUMBER TO GC-GEN-NUMBER
            MOVE WS-GEN-PERIOD TO GC-PERIOD
            MOVE WS-GEN-RUN-SEQ TO GC-RUN-SEQ
            MOVE WS-RUN-MODE TO GC-RUN-MODE
            MOVE WS-PERIOD-PAY-DATE TO GC-PAY-DATE
            MOVE WS-GEN-TIMESTAMP TO GC-TIMESTAMP
            MOVE WS-GEN-FILE-ID TO GC-FILE-ID
            MOVE WS-GEN-LINES TO GC-LINE-COUNT
            MOVE WS-GEN-RETURN-CODE TO GC-RETURN-CODE
            SET GC-RETAINED TO TRUE
            MOVE SPACES TO GC-PURGE-DATE
            WRITE GEN-CATALOG-RECORD
            ADD 1 TO WS-GEN-FILES
        .

        PURGE-OLD-GENERATIONS.
      *>    Generations below the cutoff leave the store. Their
      *>    catalog rows stay, marked purged with today's date, so a
      *>    REPRINT of an old period can say why nothing came back.
      *>    Both files are rebuilt through the work file, and the
      *>    purge goes on the run log as a step of its own.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GEN-TODAY
            MOVE 0 TO WS-GEN-PURGED-GENS
            MOVE 0 TO WS-GEN-PURGED-LINES
            MOVE 0 TO WS-GEN-LAST-PURGED
            MOVE 'N' TO WS-GEN-PURGE-FAILED

            PERFORM PURGE-GEN-STORE
            IF NOT GEN-PURGE-FAILED
                PERFORM PURGE-GEN-CATALOG
            END-IF
            PERFORM WRITE-PURGE-LOG

            IF GEN-PURGE-FAILED
                DISPLAY "Generation purge below " WS-GEN-CUTOFF
                    " did not complete - store left as it was."
            ELSE
                DISPLAY "Purged " WS-GEN-PURGED-GENS
                    " generations below " WS-GEN-CUTOFF ", "
                    WS-GEN-PURGED-LINES " lines."
            END-IF
        .

        PURGE-GEN-STORE.
            OPEN INPUT GENERATION-FILE
            IF NOT PAYGEN-OK
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT GEN-WORK-FILE
            IF NOT GENWORK-OK
                CLOSE GENERATION-FILE
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL PAYGEN-EOF OR NOT PAYGEN-OK
                READ GENERATION-FILE
                    AT END
                        SET PAYGEN-EOF TO TRUE
                    NOT AT END
                        IF GN-GEN-NUMBER < WS-GEN-CUTOFF
                            ADD 1 TO WS-GEN-PURGED-LINES
                        ELSE
                            MOVE GENERATION-RECORD TO GEN-WORK-RECORD
                            WRITE GEN-WORK-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GENERATION-FILE
            CLOSE GEN-WORK-FILE

            OPEN INPUT GEN-WORK-FILE
            IF NOT GENWORK-OK
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT GENERATION-FILE
            IF NOT PAYGEN-OK
                CLOSE GEN-WORK-FILE
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL GENWORK-EOF OR NOT GENWORK-OK
                READ GEN-WORK-FILE
                    AT END
                        SET GENWORK-EOF TO TRUE
                    NOT AT END
                        MOVE GEN-WORK-RECORD TO GENERATION-RECORD
                        WRITE GENERATION-RECORD
                END-READ
            END-PERFORM
            CLOSE GEN-WORK-FILE
            CLOSE GENERATION-FILE
        .

        PURGE-GEN-CATALOG.
            OPEN INPUT GEN-CATALOG-FILE
            IF NOT GENCAT-OK
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT GEN-WORK-FILE
            IF NOT GENWORK-OK
                CLOSE GEN-CATALOG-FILE
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL GENCAT-EOF OR NOT GENCAT-OK
                READ GEN-CATALOG-FILE
                    AT END
                        SET GENCAT-EOF TO TRUE
                    NOT AT END
                        MOVE GEN-CATALOG-RECORD TO GEN-WORK-RECORD
                        WRITE GEN-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE GEN-CATALOG-FILE
            CLOSE GEN-WORK-FILE

            OPEN INPUT GEN-WORK-FILE
            IF NOT GENWORK-OK
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT GEN-CATALOG-FILE
            IF NOT GENCAT-OK
                CLOSE GEN-WORK-FILE
                SET GEN-PURGE-FAILED TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL GENWORK-EOF OR NOT GENWORK-OK
                READ GEN-WORK-FILE
                    AT END
                        SET GENWORK-EOF TO TRUE
                    NOT AT END
                        MOVE GEN-WORK-RECORD TO GEN-CATALOG-RECORD
                        PERFORM MARK-CATALOG-PURGED
                        WRITE GEN-CATALOG-RECORD
                END-READ
            END-PERFORM
            CLOSE GEN-WORK-FILE
            CLOSE GEN-CATALOG-FILE
        .

        MARK-CATALOG-PURGED.
            IF GC-RETAINED
                    AND GC-GEN-NUMBER < WS-GEN-CUTOFF
                SET GC-PURGED TO TRUE
                MOVE WS-GEN-TODAY TO GC-PURGE-DATE
                IF GC-GEN-NUMBER NOT = WS-GEN-LAST-PURGED
                    ADD 1 TO WS-GEN-PURGED-GENS
                    MOVE GC-GEN-NUMBER TO WS-GEN-LAST-PURGED
                END-IF
            END-IF
        .

        WRITE-PURGE-LOG.
      *>    PURGE record: the cutoff generation, generations and
      *>    store lines removed, and 8 if the purge did not finish.
            PERFORM OPEN-RUN-LOG
            IF NOT RUNLOG-OK
                EXIT PARAGRAPH
            END-IF
            INITIALIZE RUN-LOG-RECORD
            MOVE WS-RUN-MODE TO RL-MODE
            MOVE "PURGE" TO RL-PHASE
            MOVE FUNCTION CURRENT-DATE(1:14) TO RL-TIMESTAMP
            MOVE WS-GEN-CUTOFF TO RL-PARM
            MOVE WS-GEN-PURGED-GENS TO RL-COUNT-1
            MOVE WS-GEN-PURGED-LINES TO RL-COUNT-2
            IF GEN-PURGE-FAILED
                MOVE 8 TO RL-RETURN-CODE
            ELSE
                MOVE 0 TO RL-RETURN-CODE
            END-IF
            WRITE RUN-LOG-RECORD
            CLOSE RUN-LOG-FILE
        .

        REPRINT-MODE.
      *>    Writes retained pay-run output back out of the generation
      *>    store - the register, the bank file, the GL extract or
      *>    any of the others exactly as a past run wrote them. One
      *>    file of one run comes back line for line, fit to resend;
      *>    a wider request gets a heading line ahead of each file.
            DISPLAY "Period number (blank for last paid period):"
                WITH NO ADVANCING
            ACCEPT WS-RPT-PERIOD-IN
            MOVE 0 TO WS-RPT-PERIOD
            IF WS-RPT-PERIOD-IN NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-RPT-PERIOD-IN) = 0
                COMPUTE WS-RPT-PERIOD =
                        FUNCTION NUMVAL(WS-RPT-PERIOD-IN)
            END-IF
            IF WS-RPT-PERIOD = 0
                MOVE 0 TO WS-GEN-PERIOD
                PERFORM FIND-LAST-PAID-PERIOD
                MOVE WS-GEN-PERIOD TO WS-RPT-PERIOD
            END-IF
            IF WS-RPT-PERIOD = 0
                DISPLAY "No paid period on the calendar - "
                    "key the period number."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            DISPLAY "Report - PAYREG ACHOUT GLEXTRCT LABDIST "
                "BALANCE DEDREMIT (blank for all):"
                WITH NO ADVANCING
            ACCEPT WS-RPT-FILE-IN
            MOVE FUNCTION UPPER-CASE(WS-RPT-FILE-IN) TO WS-RPT-FILE-IN
            MOVE SPACES TO WS-RPT-FILE
            UNSTRING WS-RPT-FILE-IN DELIMITED BY "." OR ALL " "
                INTO WS-RPT-FILE
            END-UNSTRING
            IF NOT RPT-FILE-KNOWN
                DISPLAY "No such report " WS-RPT-FILE-IN
                    " - run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            DISPLAY "Run within the period (blank for all):"
                WITH NO ADVANCING
            ACCEPT WS-RPT-SEQ-IN
            MOVE 0 TO WS-RPT-SEQ
            IF WS-RPT-SEQ-IN NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-RPT-SEQ-IN) = 0
                COMPUTE WS-RPT-SEQ = FUNCTION NUMVAL(WS-RPT-SEQ-IN)
            END-IF

            PERFORM SELECT-REPRINT-FILES
            IF RPT-TABLE-FULL
                DISPLAY "More than 60 files kept for period "
                    WS-RPT-PERIOD " - name the report or the run. "
                    "Run refused."
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            IF WS-RPT-COUNT = 0
                IF WS-RPT-PURGED-COUNT > 0
                    DISPLAY "Period " WS-RPT-PERIOD " output was "
                        "purged from the store on " WS-RPT-PURGE-DATE
                        " - nothing to reprint."
                ELSE
                    DISPLAY "No output kept for period " WS-RPT-PERIOD
                        " matches - nothing to reprint."
                END-IF
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            PERFORM WRITE-REPRINT-FILE
            DISPLAY "Reprinted period " WS-RPT-PERIOD ": "
                WS-RPT-FILE-COUNT " files, " WS-RPT-LINES
                " lines on REPRINT.DAT."
        .

        SELECT-REPRINT-FILES.
            MOVE 0 TO WS-RPT-COUNT
            MOVE 0 TO WS-RPT-PURGED-COUNT
            OPEN INPUT GEN-CATALOG-FILE
            IF NOT GENCAT-OK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL GENCAT-EOF OR NOT GENCAT-OK
                READ GEN-CATALOG-FILE
                    AT END
                        SET GENCAT-EOF TO TRUE
                    NOT AT END
                        PERFORM NOTE-REPRINT-CANDIDATE
                END-READ
            END-PERFORM
            CLOSE GEN-CATALOG-FILE
        .

        NOTE-REPRINT-CANDIDATE.
            IF GC-PERIOD NOT = WS-RPT-PERIOD
                EXIT PARAGRAPH
            END-IF
            IF WS-RPT-FILE NOT = SPACES
                    AND GC-FILE-ID NOT = WS-RPT-FILE
                EXIT PARAGRAPH
            END-IF
            IF WS-RPT-SEQ > 0
                    AND GC-RUN-SEQ NOT = WS-RPT-SEQ
                EXIT PARAGRAPH
            END-IF
            IF GC-PURGED
                ADD 1 TO WS-RPT-PURGED-COUNT
                MOVE GC-PURGE-DATE TO WS-RPT-PURGE-DATE
                EXIT PARAGRAPH
            END-IF
            IF WS-RPT-COUNT < 60
                ADD 1 TO WS-RPT-COUNT
                SET WS-RPT-IDX TO WS-RPT-COUNT
                MOVE GC-GEN-NUMBER TO RPT-GEN-NUMBER(WS-RPT-IDX)
                MOVE GC-FILE-ID TO RPT-FILE-ID(WS-RPT-IDX)
                MOVE GC-RUN-SEQ TO RPT-RUN-SEQ(WS-RPT-IDX)
                MOVE GC-RUN-MODE TO RPT-RUN-MODE(WS-RPT-IDX)
                MOVE GC-PAY-DATE TO RPT-PAY-DATE(WS-RPT-IDX)
                MOVE GC-TIMESTAMP TO RPT-TIMESTAMP(WS-RPT-IDX)
                MOVE GC-LINE-COUNT TO RPT-LINE-COUNT(WS-RPT-IDX)
            ELSE
                SET RPT-TABLE-FULL TO TRUE
            END-IF
        .

        WRITE-REPRINT-FILE.
      *>    The store holds each run's files one after another, so a
      *>    single pass picks up every selected file in run order.
            MOVE 0 TO WS-RPT-LINES
            MOVE 0 TO WS-RPT-FILE-COUNT
            OPEN OUTPUT REPRINT-FILE
            IF NOT REPRINT-OK
                DISPLAY "Unable to open reprint file, status "
                    WS-REPRINT-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT GENERATION-FILE
            IF NOT PAYGEN-OK
                DISPLAY "Unable to open output generation store, "
                    "status " WS-PAYGEN-STATUS
                CLOSE REPRINT-FILE
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-RPT-LAST-GEN
            MOVE SPACES TO WS-RPT-LAST-FILE
            MOVE 'N' TO WS-RPT-FOUND
            PERFORM UNTIL PAYGEN-EOF OR NOT PAYGEN-OK
                READ GENERATION-FILE
                    AT END
                        SET PAYGEN-EOF TO TRUE
                    NOT AT END
                        PERFORM REPRINT-GENERATION-LINE
                END-READ
            END-PERFORM
            CLOSE GENERATION-FILE
            CLOSE REPRINT-FILE
        .

        REPRINT-GENERATION-LINE.
            IF GN-GEN-NUMBER NOT = WS-RPT-LAST-GEN
                    OR GN-FILE-ID NOT = WS-RPT-LAST-FILE
                MOVE GN-GEN-NUMBER TO WS-RPT-LAST-GEN
                MOVE GN-FILE-ID TO WS-RPT-LAST-FILE
                MOVE 'N' TO WS-RPT-FOUND
                PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                        UNTIL WS-RPT-IDX > WS-RPT-COUNT
                    IF RPT-GEN-NUMBER(WS-RPT-IDX) = GN-GEN-NUMBER
                            AND RPT-FILE-ID(WS-RPT-IDX) = GN-FILE-ID
                        SET RPT-LINE-SELECTED TO TRUE
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF RPT-LINE-SELECTED
                    ADD 1 TO WS-RPT-FILE-COUNT
                    IF WS-RPT-COUNT > 1
                        PERFORM WRITE-REPRINT-HEADING
                    END-IF
                END-IF
            END-IF

            IF RPT-LINE-SELECTED
                MOVE GN-DATA TO REPRINT-RECORD
                WRITE REPRINT-RECORD
                ADD 1 TO WS-RPT-LINES
            END-IF
        .

        WRITE-REPRINT-HEADING.
            MOVE RPT-RUN-SEQ(WS-RPT-IDX) TO WS-RPT-SEQ-DSP
            MOVE SPACES TO WS-RPT-LINE
            STRING "GENERATION " DELIMITED BY SIZE
                GN-GEN-NUMBER DELIMITED BY SIZE
                "  PERIOD " DELIMITED BY SIZE
                WS-RPT-PERIOD DELIMITED BY SIZE
                "  RUN " DELIMITED BY SIZE
                WS-RPT-SEQ-DSP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RPT-RUN-MODE(WS-RPT-IDX) DELIMITED BY SIZE
                "  PAY DATE " DELIMITED BY SIZE
                RPT-PAY-DATE(WS-RPT-IDX) DELIMITED BY SIZE
                "  WRITTEN " DELIMITED BY SIZE
                RPT-TIMESTAMP(WS-RPT-IDX) DELIMITED BY SIZE
                "  FILE " DELIMITED BY SIZE
                RPT-FILE-ID(WS-RPT-IDX) DELIMITED BY SIZE
                INTO WS-RPT-LINE
            END-STRING
            MOVE WS-RPT-LINE TO REPRINT-RECORD
            WRITE REPRINT-RECORD
        .

        RETRO-PAY-MODE.
            MOVE PH-HOURS-OVERTIME TO WS-HOURS-OVERTIME
            MOVE PH-HOURS-DOUBLETIME TO WS-HOURS-DOUBLETIME

      *>    Covered work is held to the posted rate it was paid
      *>    under on both sides, so only a new rate above that
      *>    floor owes a difference.
            INITIALIZE WS-JOB-RATE-DATA
            IF PH-COVERED-WORK
                MOVE PH-JOB-BASE-RATE TO WS-JOB-BASE-RATE
                MOVE PH-JOB-FRINGE-RATE TO WS-JOB-FRINGE-RATE
            END-IF

            PERFORM CALCULATE-PREV-RATES
            IF PH-COVERED-WORK
                PERFORM APPLY-PREVAILING-RATES
            END-IF
            PERFORM CALCULATE-PAYMENT
            PERFORM CALCULATE-DEDUCTIONS
            MOVE WS-PAYMENT-CALCULATED TO WS-ADJ-ORIG-PAYMENT
            MOVE WS-DEDUCTIONS-CALCULATED TO WS-ADJ-ORIG-DEDUCTIONS

            PERFORM CALCULATE-RATES
            IF PH-COVERED-WORK
                PERFORM APPLY-PREVAILING-RATES
            END-IF
            PERFORM CALCULATE-PAYMENT
            PERFORM CALCULATE-DEDUCTIONS

      *>    accrual repricing here, unlike an hours adjustment.
      *>    Clearing the flag here is what stops a second RETRO run
      *>    from paying the same difference twice.
            MOVE WS-ADJ-DELTA-GROSS TO WS-ER-WAGES
            PERFORM CALCULATE-EMPLOYER-TAXES
            PERFORM ADD-EMPLOYER-TAXES-TO-MASTER

            COMPUTE EM-YTD-GROSS-PAY =
                    EM-YTD-GROSS-PAY + WS-ADJ-DELTA-GROSS
            COMPUTE EM-YTD-NET-PAY =
            END-STRING
            PERFORM WRITE-STUB-LINE

      *>    FICA's two halves, current period only - the master
      *>    keeps FICA year-to-date as one figure.
            MOVE WS-DEDUCTION-SS TO WS-DEDUCTION-SS-DSP
            MOVE WS-DEDUCTION-MEDICARE TO WS-DEDUCTION-MEDICARE-DSP
            MOVE SPACES TO WS-STUB-LINE
            STRING "  SOCIAL SECURITY    " DELIMITED BY SIZE
                WS-DEDUCTION-SS-DSP DELIMITED BY SIZE
                INTO WS-STUB-LINE
            END-STRING
            PERFORM WRITE-STUB-LINE

            MOVE SPACES TO WS-STUB-LINE
            STRING "  MEDICARE           " DELIMITED BY SIZE
                WS-DEDUCTION-MEDICARE-DSP DELIMITED BY SIZE
                INTO WS-STUB-LINE
            END-STRING
            PERFORM WRITE-STUB-LINE

      *>    One line per voluntary deduction or garnishment actually
      *>    taken from this payment, then their subtotal, so the
      *>    employee can see exactly where the net went.
            MOVE WS-PAYMENT-NET TO PH-NET-PAY
            MOVE WS-DEDUCTION-OTHER TO PH-OTHER-DEDUCTIONS
            MOVE WS-PAY-TYPE TO PH-PAY-TYPE
            MOVE WS-JOB-CODE TO PH-JOB-CODE
            MOVE WS-PAY-RATE-HOUR-BASE TO PH-RATE-PAID
            IF JOB-RATE-FOUND
                SET PH-COVERED-WORK TO TRUE
                MOVE WS-JOB-WORK-CLASS TO PH-WORK-CLASS
                MOVE WS-JOB-BASE-RATE TO PH-JOB-BASE-RATE
                MOVE WS-JOB-FRINGE-RATE TO PH-JOB-FRINGE-RATE
            END-IF
            WRITE PAY-HISTORY-RECORD
            INITIALIZE WS-JOB-RATE-DATA
        .

        HISTORY-REPORT-MODE.
      *>            rather than silently paying a dead record.
                    IF (RUN-MODE-BATCH OR RUN-MODE-RESUBMIT)
                            AND EM-TERMINATED
                        IF EM-FINAL-PAID
                            MOVE "FINALPAID" TO WS-EXCEPTION-TYPE
                        ELSE
                            MOVE "TERMINATED" TO WS-EXCEPTION-TYPE
                        END-IF
                        PERFORM WRITE-EXCEPTION-RECORD
                        SET EMPLOYEE-SKIPPED TO TRUE
                    END-IF
            ACCEPT WS-EMPLOYEE-NAME
            DISPLAY "Enter base hourly rate:" WITH NO ADVANCING
            ACCEPT WS-PAY-RATE-HOUR-BASE
      *>    The master carries the rate as 99V99; anything larger
      *>    would be stored with its hundreds digit cut off.
            PERFORM UNTIL WS-PAY-RATE-HOUR-BASE <= 99.99
                DISPLAY "Rate cannot exceed 99.99 - re-enter:"
                    WITH NO ADVANCING
                ACCEPT WS-PAY-RATE-HOUR-BASE
            END-PERFORM
            DISPLAY "Enter overtime modifier:" WITH NO ADVANCING
            ACCEPT WS-OT-MODIFIER

            MOVE WS-PAY-RATE-HOUR-BASE TO EM-PAY-RATE-BASE
            MOVE WS-OT-MODIFIER TO EM-OT-MODIFIER
            SET EM-ACTIVE TO TRUE
            MOVE "S" TO EM-FILING-STATUS
            MOVE "N" TO EM-W4-EXEMPT

      *>    Blank takes the hourly default; a salaried employee also
      *>    needs the annual salary the batch sweep pays from.
            DISPLAY "Enter pay class (H/E/N, blank=H):"
                WITH NO ADVANCING
            ACCEPT EM-PAY-CLASS
            IF EM-PAY-CLASS = SPACE
                MOVE "H" TO EM-PAY-CLASS
            END-IF
            PERFORM UNTIL EM-CLASS-VALID
                DISPLAY "Pay class must be H, E or N - re-enter:"
                    WITH NO ADVANCING
                ACCEPT EM-PAY-CLASS
            END-PERFORM
            MOVE 0 TO EM-ANNUAL-SALARY
            IF EM-CLASS-SALARIED
                DISPLAY "Enter annual salary:" WITH NO ADVANCING
                ACCEPT EM-ANNUAL-SALARY
            END-IF

            DISPLAY "Enter department/cost-center code:"
                WITH NO ADVANCING
            ACCEPT EM-BANK-ROUTING
            DISPLAY "Enter bank account number:" WITH NO ADVANCING
            ACCEPT EM-BANK-ACCOUNT
      *>    A new hire's account has never been tested: it is
      *>    prenoted before the first deposit.
            IF EM-BANK-ROUTING NOT = SPACES
                    OR EM-BANK-ACCOUNT NOT = SPACES
                SET EM-PRENOTE-DUE TO TRUE
                MOVE 0 TO EM-PRENOTE-PERIOD
                MOVE 0 TO EM-PRENOTE-LIVE-PERIOD
            END-IF

            WRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
            MOVE EM-PAY-RATE-BASE TO WS-PAY-RATE-HOUR-BASE
            MOVE EM-OT-MODIFIER TO WS-OT-MODIFIER

      *>    A salaried employee's hourly equivalent - the salary
      *>    over a year of standard weeks - is what unpaid absence
      *>    costs and what overtime is based on.
            IF EM-CLASS-SALARIED AND EM-ANNUAL-SALARY > 0
                COMPUTE WS-PAY-RATE-HOUR-BASE ROUNDED =
                        EM-ANNUAL-SALARY
                        / (C-PAY-PERIODS-PER-YEAR
                           * C-STANDARD-WORK-WEEK)
            END-IF

            COMPUTE WS-PAY-RATE-HOUR-OT =
                    WS-PAY-RATE-HOUR-BASE * WS-OT-MODIFIER


        CALCULATE-DEDUCTIONS.
      *>    WS-PAYMENT-TOTAL coming in is gross pay; this breaks out
      *>    federal/state income tax and Social Security/Medicare
      *>    withholding and leaves WS-PAYMENT-NET as what the
      *>    employee actually takes home. The employee's master
      *>    record must be the one in storage: the W-4 elections
      *>    and the year-to-date gross come from it.
            INITIALIZE WS-DEDUCTIONS-CALCULATED
            IF WS-TAX-YEAR NOT = WS-PERIOD-PAY-DATE(1:4)
                PERFORM LOAD-TAX-TABLE
            END-IF

      *>    A batch-style run may pay one employee's week on several
      *>    cards. Income tax is figured on the week's combined
      *>    gross and each card takes only the difference, the same
      *>    way overtime tiers across the combined week, so a split
      *>    week withholds what one card for the week would have.
      *>    VALIDATE-BATCH-HOURS left WS-WEEK-IDX on the employee.
            MOVE 0 TO WS-TAX-PRIOR-GROSS
            IF RUN-MODE-BATCH OR RUN-MODE-RESUBMIT OR RUN-MODE-FINAL
                MOVE WEEK-PRIOR-GROSS(WS-WEEK-IDX)
                    TO WS-TAX-PRIOR-GROSS
            END-IF

      *>    Records written before the W-4 elections existed carry
      *>    spaces there; they withhold as single with no credit.
            PERFORM CLEAR-UNSET-W4
            PERFORM CALCULATE-INCOME-TAX
            PERFORM CALCULATE-SS-MEDICARE

            COMPUTE WS-DEDUCTION-TOTAL =
                    WS-DEDUCTION-FEDERAL + WS-DEDUCTION-STATE
                    + WS-DEDUCTION-FICA

      *>    Extra withholding on a small check can ask for more than
      *>    the check holds; federal gives way so the net is never
      *>    negative.
            IF WS-DEDUCTION-TOTAL > WS-PAYMENT-TOTAL
                COMPUTE WS-TAX-EXCESS =
                        WS-DEDUCTION-TOTAL - WS-PAYMENT-TOTAL
                IF WS-TAX-EXCESS > WS-DEDUCTION-FEDERAL
                    MOVE WS-DEDUCTION-FEDERAL TO WS-TAX-EXCESS
                END-IF
                SUBTRACT WS-TAX-EXCESS FROM WS-DEDUCTION-FEDERAL
                SUBTRACT WS-TAX-EXCESS FROM WS-DEDUCTION-TOTAL
            END-IF

            COMPUTE WS-PAYMENT-NET =
                    WS-PAYMENT-TOTAL - WS-DEDUCTION-TOTAL

            IF RUN-MODE-BATCH OR RUN-MODE-RESUBMIT OR RUN-MODE-FINAL
                ADD WS-PAYMENT-TOTAL TO WEEK-PRIOR-GROSS(WS-WEEK-IDX)
            END-IF
        .

        CALCULATE-INCOME-TAX.
      *>    Percentage method: the period's wages are annualized at
      *>    the calendar's pay frequency, the annual tax is read off
      *>    the brackets for the employee's filing status, the W-4
      *>    dependent credit comes off the federal figure, and the
      *>    result is brought back to one period. The Step 4(c)
      *>    extra is a per-period amount, so only the week's first
      *>    payment carries it. A jurisdiction with no brackets on
      *>    file for the year withholds at its flat fallback rate.
            MOVE EM-FILING-STATUS TO WS-TAX-FILING
            IF NOT EM-FILING-VALID
                MOVE "S" TO WS-TAX-FILING
            END-IF

            IF WS-TAX-FED-COUNT = 0
                COMPUTE WS-DEDUCTION-FEDERAL ROUNDED =
                        WS-PAYMENT-TOTAL * C-FEDERAL-TAX-RATE
            ELSE
                MOVE "F" TO WS-TAX-JURIS
                PERFORM COMPUTE-WITHHOLDING-DIFFERENCE
                MOVE WS-TAX-WH-COMBINED TO WS-DEDUCTION-FEDERAL
            END-IF
            IF WS-TAX-PRIOR-GROSS = 0
                ADD EM-W4-EXTRA-WH TO WS-DEDUCTION-FEDERAL
            END-IF
            IF EM-WH-EXEMPT
                MOVE 0 TO WS-DEDUCTION-FEDERAL
            END-IF

            IF WS-TAX-STATE-COUNT = 0
                COMPUTE WS-DEDUCTION-STATE ROUNDED =
                        WS-PAYMENT-TOTAL * C-STATE-TAX-RATE
            ELSE
                MOVE "S" TO WS-TAX-JURIS
                PERFORM COMPUTE-WITHHOLDING-DIFFERENCE
                MOVE WS-TAX-WH-COMBINED TO WS-DEDUCTION-STATE
            END-IF
        .

        COMPUTE-WITHHOLDING-DIFFERENCE.
      *>    Withholding on the week's wages including this payment,
      *>    less withholding on what the week had already paid.
            COMPUTE WS-TAX-PERIOD-WAGES =
                    WS-TAX-PRIOR-GROSS + WS-PAYMENT-TOTAL
            PERFORM COMPUTE-PERIOD-WITHHOLDING
            MOVE WS-TAX-WH-WORK TO WS-TAX-WH-COMBINED
            IF WS-TAX-PRIOR-GROSS > 0
                MOVE WS-TAX-PRIOR-GROSS TO WS-TAX-PERIOD-WAGES
                PERFORM COMPUTE-PERIOD-WITHHOLDING
                SUBTRACT WS-TAX-WH-WORK FROM WS-TAX-WH-COMBINED
            END-IF
            IF WS-TAX-WH-COMBINED < 0
                MOVE 0 TO WS-TAX-WH-COMBINED
            END-IF
        .

        COMPUTE-PERIOD-WITHHOLDING.
            COMPUTE WS-TAX-ANNUAL-WAGES =
                    WS-TAX-PERIOD-WAGES * WS-TAX-PERIODS
            PERFORM LOOKUP-ANNUAL-TAX
            IF WS-TAX-JURIS = "F"
                IF WS-TAX-ANNUAL-TAX > EM-W4-DEP-CREDIT
                    SUBTRACT EM-W4-DEP-CREDIT FROM WS-TAX-ANNUAL-TAX
                ELSE
                    MOVE 0 TO WS-TAX-ANNUAL-TAX
                END-IF
            END-IF
            COMPUTE WS-TAX-WH-WORK ROUNDED =
                    WS-TAX-ANNUAL-TAX / WS-TAX-PERIODS
        .

        LOOKUP-ANNUAL-TAX.
      *>    The bracket that applies is the one for this
      *>    jurisdiction and filing status (or any status) with the
      *>    highest floor not above the annual wages.
            MOVE 0 TO WS-TAX-BEST-IDX
            MOVE 0 TO WS-TAX-ANNUAL-TAX
            PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                    UNTIL WS-TAX-IDX > WS-TAX-BRACKET-COUNT
                IF TXB-JURISDICTION(WS-TAX-IDX) = WS-TAX-JURIS
                        AND (TXB-FILING-STATUS(WS-TAX-IDX) =
                            WS-TAX-FILING
                        OR TXB-FILING-STATUS(WS-TAX-IDX) = SPACE)
                        AND TXB-FLOOR(WS-TAX-IDX)
                            <= WS-TAX-ANNUAL-WAGES
                    IF WS-TAX-BEST-IDX = 0
                        SET WS-TAX-BEST-IDX TO WS-TAX-IDX
                    ELSE
                        IF TXB-FLOOR(WS-TAX-IDX) >
                                TXB-FLOOR(WS-TAX-BEST-IDX)
                            SET WS-TAX-BEST-IDX TO WS-TAX-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM

            IF WS-TAX-BEST-IDX > 0
                COMPUTE WS-TAX-ANNUAL-TAX ROUNDED =
                        TXB-BASE-TAX(WS-TAX-BEST-IDX)
                        + (WS-TAX-ANNUAL-WAGES
                           - TXB-FLOOR(WS-TAX-BEST-IDX))
                        * TXB-RATE(WS-TAX-BEST-IDX)
            END-IF
        .

        CALCULATE-SS-MEDICARE.
      *>    Social Security stops at the year's wage base: only the
      *>    part of this gross still under the base, given the
      *>    year-to-date gross on the master before this payment,
      *>    is taxed. Medicare has no base, but wages past the
      *>    additional-tax threshold also take the additional rate.
      *>    WS-DEDUCTION-FICA stays the sum of the two, so history,
      *>    the GL and the quarter buckets carry it as before.
            COMPUTE WS-TAX-SS-ROOM =
                    WS-TAX-SS-WAGE-BASE - EM-YTD-GROSS-PAY
            IF WS-TAX-SS-ROOM < 0
                MOVE 0 TO WS-TAX-SS-ROOM
            END-IF
            IF WS-TAX-SS-ROOM < WS-PAYMENT-TOTAL
                MOVE WS-TAX-SS-ROOM TO WS-TAX-SS-WAGES
            ELSE
                MOVE WS-PAYMENT-TOTAL TO WS-TAX-SS-WAGES
            END-IF
            COMPUTE WS-DEDUCTION-SS ROUNDED =
                    WS-TAX-SS-WAGES * WS-TAX-SS-RATE

            COMPUTE WS-DEDUCTION-MEDICARE ROUNDED =
                    WS-PAYMENT-TOTAL * WS-TAX-MED-RATE
            COMPUTE WS-TAX-ADDL-WAGES =
                    EM-YTD-GROSS-PAY + WS-PAYMENT-TOTAL
                    - WS-TAX-ADDL-MED-THRESH
            IF WS-TAX-ADDL-WAGES > WS-PAYMENT-TOTAL
                MOVE WS-PAYMENT-TOTAL TO WS-TAX-ADDL-WAGES
            END-IF
            IF WS-TAX-ADDL-WAGES > 0
                COMPUTE WS-DEDUCTION-MEDICARE ROUNDED =
                        WS-DEDUCTION-MEDICARE
                        + WS-TAX-ADDL-WAGES * WS-TAX-ADDL-MED-RATE
            END-IF

            COMPUTE WS-DEDUCTION-FICA =
                    WS-DEDUCTION-SS + WS-DEDUCTION-MEDICARE
        .

        LOAD-TAX-TABLE.
      *>    Loads the brackets and parameters for the tax year the
      *>    run's pay date falls in, and takes the pay frequency
      *>    from the calendar: the number of periods paying in that
      *>    year. No table, or no brackets for a jurisdiction, falls
      *>    back to the flat rate and says so rather than stopping
      *>    payroll on the night.
            MOVE WS-PERIOD-PAY-DATE(1:4) TO WS-TAX-YEAR
            MOVE 0 TO WS-TAX-BRACKET-COUNT
            MOVE 0 TO WS-TAX-FED-COUNT
            MOVE 0 TO WS-TAX-STATE-COUNT
            MOVE C-SS-TAX-RATE TO WS-TAX-SS-RATE
            MOVE C-SS-WAGE-BASE TO WS-TAX-SS-WAGE-BASE
            MOVE C-MEDICARE-TAX-RATE TO WS-TAX-MED-RATE
            MOVE C-ADDL-MEDICARE-RATE TO WS-TAX-ADDL-MED-RATE
            MOVE C-ADDL-MEDICARE-THRESH TO WS-TAX-ADDL-MED-THRESH
            MOVE C-FUTA-TAX-RATE TO WS-TAX-FUTA-RATE
            MOVE C-FUTA-WAGE-BASE TO WS-TAX-FUTA-WAGE-BASE
            MOVE C-SUTA-TAX-RATE TO WS-TAX-SUTA-RATE
            MOVE C-SUTA-WAGE-BASE TO WS-TAX-SUTA-WAGE-BASE

            PERFORM COUNT-YEAR-PAY-PERIODS
            MOVE WS-YEAR-PAY-PERIODS TO WS-TAX-PERIODS

            OPEN INPUT TAX-TABLE-FILE
            IF NOT TAXTBL-OK
                DISPLAY "Unable to open tax table, status "
                    WS-TAXTBL-STATUS " - flat withholding rates "
                    "used."
                EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL TAXTBL-EOF OR NOT TAXTBL-OK
                READ TAX-TABLE-FILE
                    AT END
                        SET TAXTBL-EOF TO TRUE
                    NOT AT END
                        IF TT-TAX-YEAR = WS-TAX-YEAR
                            PERFORM LOAD-TAX-TABLE-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TAX-TABLE-FILE

            IF WS-TAX-FED-COUNT = 0
                DISPLAY "No federal brackets for " WS-TAX-YEAR
                    " on the tax table - flat federal rate used."
            END-IF
            IF WS-TAX-STATE-COUNT = 0
                DISPLAY "No state brackets for " WS-TAX-YEAR
                    " on the tax table - flat state rate used."
            END-IF
        .

        COUNT-YEAR-PAY-PERIODS.
      *>    Pay frequency for the year of the run's pay date: the
      *>    calendar periods paying in that year, or the standard
      *>    weekly count when the calendar has none keyed for it.
            IF WS-YEAR-PERIODS-YEAR = WS-PERIOD-PAY-DATE(1:4)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PERIOD-PAY-DATE(1:4) TO WS-YEAR-PERIODS-YEAR
            IF WS-PERIOD-COUNT = 0
                PERFORM LOAD-PAY-PERIOD-TABLE
            END-IF
            MOVE 0 TO WS-YEAR-PAY-PERIODS
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                IF WS-PER-PAY-DATE(WS-PER-IDX)(1:4) =
                        WS-YEAR-PERIODS-YEAR
                    ADD 1 TO WS-YEAR-PAY-PERIODS
                END-IF
            END-PERFORM
            IF WS-YEAR-PAY-PERIODS = 0
                MOVE C-PAY-PERIODS-PER-YEAR TO WS-YEAR-PAY-PERIODS
            END-IF
        .

        LOAD-TAX-TABLE-ROW.
            IF TT-PARAMETER
                PERFORM LOAD-TAX-PARAMETER
                EXIT PARAGRAPH
            END-IF

            IF NOT TT-FEDERAL AND NOT TT-STATE
                    OR TT-BRACKET-FLOOR IS NOT NUMERIC
                    OR TT-BASE-TAX IS NOT NUMERIC
                    OR TT-RATE IS NOT NUMERIC
                DISPLAY "Tax table row ignored: " TAX-TABLE-RECORD
                EXIT PARAGRAPH
            END-IF
            IF WS-TAX-BRACKET-COUNT >= 200
                DISPLAY "Tax bracket table full - row ignored: "
                    TAX-TABLE-RECORD
                EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-TAX-BRACKET-COUNT
            SET WS-TAX-IDX TO WS-TAX-BRACKET-COUNT
            MOVE TT-JURISDICTION TO TXB-JURISDICTION(WS-TAX-IDX)
            MOVE TT-FILING-STATUS TO TXB-FILING-STATUS(WS-TAX-IDX)
            MOVE TT-BRACKET-FLOOR TO TXB-FLOOR(WS-TAX-IDX)
            MOVE TT-BASE-TAX TO TXB-BASE-TAX(WS-TAX-IDX)
            MOVE TT-RATE TO TXB-RATE(WS-TAX-IDX)
            IF TT-FEDERAL
                ADD 1 TO WS-TAX-FED-COUNT
            ELSE
                ADD 1 TO WS-TAX-STATE-COUNT
            END-IF
        .

        LOAD-TAX-PARAMETER.
      *>    SSWB Social Security wage base, SSRT its rate, MCRT the
      *>    Medicare rate, AMTH the additional-Medicare threshold
      *>    and AMRT its rate; FUWB/FURT and SUWB/SURT the federal
      *>    and state unemployment wage bases and employer rates.
      *>    Amount codes use the amount column, rate codes the rate
      *>    column.
            IF TT-PARM-AMOUNT IS NOT NUMERIC
                    OR TT-PARM-RATE IS NOT NUMERIC
                DISPLAY "Tax parameter ignored: " TAX-TABLE-RECORD
                EXIT PARAGRAPH
            END-IF
            EVALUATE TT-PARM-CODE
                WHEN "SSWB"
                    MOVE TT-PARM-AMOUNT TO WS-TAX-SS-WAGE-BASE
                WHEN "SSRT"
                    MOVE TT-PARM-RATE TO WS-TAX-SS-RATE
                WHEN "MCRT"
                    MOVE TT-PARM-RATE TO WS-TAX-MED-RATE
                WHEN "AMTH"
                    MOVE TT-PARM-AMOUNT TO WS-TAX-ADDL-MED-THRESH
                WHEN "AMRT"
                    MOVE TT-PARM-RATE TO WS-TAX-ADDL-MED-RATE
                WHEN "FUWB"
                    MOVE TT-PARM-AMOUNT TO WS-TAX-FUTA-WAGE-BASE
                WHEN "FURT"
                    MOVE TT-PARM-RATE TO WS-TAX-FUTA-RATE
                WHEN "SUWB"
                    MOVE TT-PARM-AMOUNT TO WS-TAX-SUTA-WAGE-BASE
                WHEN "SURT"
                    MOVE TT-PARM-RATE TO WS-TAX-SUTA-RATE
                WHEN OTHER
                    DISPLAY "Unknown tax parameter " TT-PARM-CODE
                        " ignored."
            END-EVALUATE
        .

        APPLY-EMPLOYEE-DEDUCTIONS.
      *>    same week skips them.
            MOVE 'N' TO WS-DED-FLAT-DONE
            IF NOT RUN-MODE-BATCH AND NOT RUN-MODE-RESUBMIT
                    AND NOT RUN-MODE-FINAL
                EXIT PARAGRAPH
            END-IF

                    WS-DEDREMIT-STATUS
                EXIT PARAGRAPH
            END-IF
            SET GEN-REMIT-WRITTEN TO TRUE

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
            MOVE SPACES TO WS-REMIT-LINE
                WRITE DEDUCTION-REMIT-RECORD
            END-PERFORM

      *>    Garnishments a final-pay run left short of the order:
      *>    the payee learns the employee has separated and what
      *>    is still owed, since no further payroll will cover it.
            PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                    UNTIL WS-GO-IDX > WS-GARN-OWED-COUNT
                MOVE GO-AMOUNT(WS-GO-IDX) TO WS-REMIT-AMT-DSP
                MOVE SPACES TO WS-REMIT-LINE
                STRING "CODE=" DELIMITED BY SIZE
                    GO-DEDUCT-CODE(WS-GO-IDX) DELIMITED BY SIZE
                    "  TYPE=G  EMPLOYEE=" DELIMITED BY SIZE
                    GO-EMPLOYEE-ID(WS-GO-IDX) DELIMITED BY SIZE
                    " SEPARATED  STILL OWED=" DELIMITED BY SIZE
                    WS-REMIT-AMT-DSP DELIMITED BY SIZE
                    INTO WS-REMIT-LINE
                END-STRING
                MOVE WS-REMIT-LINE TO DEDUCTION-REMIT-RECORD
                WRITE DEDUCTION-REMIT-RECORD
            END-PERFORM

            CLOSE DEDUCTION-REMIT-FILE
        .

      *>    year-to-date totals on the master record. Leave hours
      *>    land in their own bucket and draw the balance down;
      *>    worked hours accrue new vacation and sick time.
      *>    Employer taxes are figured first, while year-to-date
      *>    gross still stands as it was before this payment.
            MOVE WS-PAYMENT-TOTAL TO WS-ER-WAGES
            PERFORM CALCULATE-EMPLOYER-TAXES
            PERFORM ADD-EMPLOYER-TAXES-TO-MASTER

            IF PAY-TYPE-LEAVE
                ADD WS-HOURS TO EM-YTD-HOURS-LEAVE
                IF PAY-TYPE-VACATION
            END-REWRITE
        .

        CALCULATE-EMPLOYER-TAXES.
      *>    The employer's share on WS-ER-WAGES: Social Security
      *>    matched up to its wage base, Medicare matched on every
      *>    dollar (the additional Medicare tax is the employee's
      *>    alone), and FUTA and SUTA up to their own bases. The
      *>    master in storage must be the employee's, with year-to-
      *>    date gross not yet carrying these wages. A negative
      *>    WS-ER-WAGES is a correction and comes out negative.
            INITIALIZE WS-EMPLOYER-TAXES
            IF WS-TAX-YEAR NOT = WS-PERIOD-PAY-DATE(1:4)
                PERFORM LOAD-TAX-TABLE
            END-IF

            MOVE EM-YTD-GROSS-PAY TO WS-ER-YTD-BEFORE
            IF WS-ER-YTD-BEFORE < 0
                MOVE 0 TO WS-ER-YTD-BEFORE
            END-IF
            COMPUTE WS-ER-YTD-AFTER = EM-YTD-GROSS-PAY + WS-ER-WAGES
            IF WS-ER-YTD-AFTER < 0
                MOVE 0 TO WS-ER-YTD-AFTER
            END-IF

            MOVE WS-TAX-SS-WAGE-BASE TO WS-ER-BASE
            PERFORM COMPUTE-ER-TAXABLE
            COMPUTE WS-ER-SS ROUNDED = WS-ER-TAXABLE * WS-TAX-SS-RATE
            COMPUTE WS-ER-MEDICARE ROUNDED =
                    WS-ER-WAGES * WS-TAX-MED-RATE

            MOVE WS-TAX-FUTA-WAGE-BASE TO WS-ER-BASE
            PERFORM COMPUTE-ER-TAXABLE
            MOVE WS-ER-TAXABLE TO WS-ER-FUTA-WAGES
            COMPUTE WS-ER-FUTA ROUNDED =
                    WS-ER-TAXABLE * WS-TAX-FUTA-RATE

            MOVE WS-TAX-SUTA-WAGE-BASE TO WS-ER-BASE
            PERFORM COMPUTE-ER-TAXABLE
            MOVE WS-ER-TAXABLE TO WS-ER-SUTA-WAGES
            COMPUTE WS-ER-SUTA ROUNDED =
                    WS-ER-TAXABLE * WS-TAX-SUTA-RATE
        .

        COMPUTE-ER-TAXABLE.
      *>    Wages under WS-ER-BASE after these wages, less wages
      *>    under it before them.
            IF WS-ER-YTD-AFTER < WS-ER-BASE
                MOVE WS-ER-YTD-AFTER TO WS-ER-TAXABLE
            ELSE
                MOVE WS-ER-BASE TO WS-ER-TAXABLE
            END-IF
            IF WS-ER-YTD-BEFORE < WS-ER-BASE
                SUBTRACT WS-ER-YTD-BEFORE FROM WS-ER-TAXABLE
            ELSE
                SUBTRACT WS-ER-BASE FROM WS-ER-TAXABLE
            END-IF
        .

        ADD-EMPLOYER-TAXES-TO-MASTER.
      *>    Records written before these buckets existed carry
      *>    spaces there; they start from zero on first posting.
            PERFORM CLEAR-UNSET-EMPLOYER-TAXES
            ADD WS-ER-SS TO EM-QTD-ER-SS
            ADD WS-ER-MEDICARE TO EM-QTD-ER-MEDICARE
            ADD WS-ER-FUTA TO EM-QTD-FUTA-TAX
            ADD WS-ER-FUTA-WAGES TO EM-QTD-FUTA-WAGES
            ADD WS-ER-SUTA TO EM-QTD-SUTA-TAX
            ADD WS-ER-SUTA-WAGES TO EM-QTD-SUTA-WAGES
            ADD WS-ER-SS TO EM-YTD-ER-SS
            ADD WS-ER-MEDICARE TO EM-YTD-ER-MEDICARE
            ADD WS-ER-FUTA TO EM-YTD-FUTA-TAX
            ADD WS-ER-FUTA-WAGES TO EM-YTD-FUTA-WAGES
            ADD WS-ER-SUTA TO EM-YTD-SUTA-TAX
            ADD WS-ER-SUTA-WAGES TO EM-YTD-SUTA-WAGES
        .

        CLEAR-UNSET-EMPLOYER-TAXES.
            IF EM-QTD-ER-SS IS NOT NUMERIC
                    OR EM-YTD-ER-SS IS NOT NUMERIC
                MOVE 0 TO EM-QTD-ER-SS
                MOVE 0 TO EM-QTD-ER-MEDICARE
                MOVE 0 TO EM-QTD-FUTA-TAX
                MOVE 0 TO EM-QTD-FUTA-WAGES
                MOVE 0 TO EM-QTD-SUTA-TAX
                MOVE 0 TO EM-QTD-SUTA-WAGES
                MOVE 0 TO EM-YTD-ER-SS
                MOVE 0 TO EM-YTD-ER-MEDICARE
                MOVE 0 TO EM-YTD-FUTA-TAX
                MOVE 0 TO EM-YTD-FUTA-WAGES
                MOVE 0 TO EM-YTD-SUTA-TAX
                MOVE 0 TO EM-YTD-SUTA-WAGES
            END-IF
        .

        CLEAR-UNSET-W4.
            IF EM-W4-DEP-CREDIT IS NOT NUMERIC
                MOVE 0 TO EM-W4-DEP-CREDIT
            END-IF
            IF EM-W4-EXTRA-WH IS NOT NUMERIC
                MOVE 0 TO EM-W4-EXTRA-WH
            END-IF
            IF EM-FILING-STATUS = SPACE
                MOVE "S" TO EM-FILING-STATUS
            END-IF
            IF EM-W4-EXEMPT = SPACE
                MOVE "N" TO EM-W4-EXEMPT
            END-IF
        .

        ACCUMULATE-EMPLOYER-TAX-GL.
      *>    WS-GL-IDX is already on the department's slot.
            ADD WS-ER-SS TO GL-ER-SS(WS-GL-IDX)
            ADD WS-ER-MEDICARE TO GL-ER-MEDICARE(WS-GL-IDX)
            ADD WS-ER-FUTA TO GL-ER-FUTA(WS-GL-IDX)
            ADD WS-ER-SUTA TO GL-ER-SUTA(WS-GL-IDX)
        .

        CALCULATE-HOURS.
            INITIALIZE WS-HOURS-CALCULATED

