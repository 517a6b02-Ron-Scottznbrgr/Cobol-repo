      *    into the letters as &STREET/&CITY/&PROV/&POSTAL tokens and  *
      *    rides on each gift-order row, so the vendor ships direct    *
      *    to the winner instead of everything going to head office.   *
      *  OCTOBER 15 2026 - A final-pay run mode (RUNMODE=F) settles    *
      *    every newly terminated employee - the last week prorated to *
      *    the term date, the leave-accrual balance paid out at their  *
      *    rate and zeroed, posted to pay history, the remittance      *
      *    ledger, the YTD master and a final-pay bank file, with a    *
      *    separation pay statement each and a settled file so nobody  *
      *    is paid out twice.                                          *
      *  OCTOBER 15 2026 - Pay history records carry the hours paid    *
      *    each week (the final-pay run posts the prorated days as     *
      *    their share of a 40-hour week), for the new                 *
      *    RecordOfEmployment program's insurable hours. The master    *
      *    record's new termination reason code is declared.           *
      *  OCTOBER 15 2026 - A manual off-cycle run mode (RUNMODE=M)     *
      *    pays the records on the off-cycle file on a pay date        *
      *    between weekly runs through the weekly gross, deduction,    *
      *    election and net logic, with its own register and bank file *
      *    under an off-cycle sequence number, posting to pay history, *
      *    the remittance ledger and the YTD master. The posted        *
      *    register marks its entry as off-cycle, and the weekly       *
      *    posted-week checks read past such entries.                  *
      *  OCTOBER 15 2026 - Paper payments are cut as numbered cheques  *
      *    - numbers off a cheque control file, a cheque print file    *
      *    with the payee, master address and the amount in words, and *
      *    an issued line on the cheque register that ChequeReconcile  *
      *    works from.                                                 *
      *  OCTOBER 15 2026 - Banking the bank has returned a deposit to  *
      *    (Emp-Bank-Status, set by DepositReturns) is paid by paper   *
      *    until it's re-keyed.                                        *
      *  OCTOBER 15 2026 - New or changed banking (bank status P on    *
      *    the master) gets a zero-dollar N prenote record on the      *
      *    weekly bank file and is paid by paper, flagged PRENOTE HOLD *
      *    on the Net Pay Register, until PRENOTEDAYS (run control,    *
      *    default 10) pass with no return. Once the week promotes,    *
      *    the bank file is read back and the master's prenote status  *
      *    and date updated, each change journalled under *PAYRUN* in  *
      *    the maintenance journal.                                    *
      *  OCTOBER 15 2026 - Employer contribution rates (statutory      *
      *    share, pension match, workers comp by job code) are loaded  *
      *    and the employer cost is printed beside salary expense per  *
      *    store, written to the GL extract as type E rows and to the  *
      *    remittance ledger as S, P and W lines; the GL extract gains *
      *    a TYPE column.                                              *
      *  OCTOBER 15 2026 - GL account map drives a balanced payroll    *
      *    journal (GLJournal.csv, PayrollJournal.rpt) with per-store  *
      *    interstore clearing; not cut when any line is unmapped.     *
      *    Adjustment deltas journal in pairs and unmapped deltas are  *
      *    refused.                                                    *
      *  OCTOBER 15 2026 - The payroll journal carries the reversal of *
      *    any month-end salary accrual whose reversal week is this    *
      *    week (lines V + job code and VL).                           *
      *  OCTOBER 15 2026 - Recognition bonus paid as earnings in the   *
      *    same run and the gift's catalog cost taxed as a non-cash    *
      *    benefit - own lines on the register, statement and pay      *
      *    history, a PS journal line, and voids/corrections queued by *
      *    the correction-only run and reversed through the next       *
      *    weekly pay.                                                 *
      *  OCTOBER 15 2026 - Quarterly sales quotas off the new Quota    *
      *    Master - each salesperson's week and quarter-to-date sales  *
      *    (from the pay history) against quota, percent attained and  *
      *    a trailing-pace flag past QUOTAMARGIN, on a new             *
      *    QuotaAttainment.rpt with store and region rollups on the    *
      *    distribution reports.                                       *
      *  OCTOBER 15 2026 - Labour-to-sales report (LabourToSales.rpt)  *
      *    - each store's salary as a percent of sales for the week    *
      *    and over a rolling 13 weeks kept in                         *
      *    Assignment#6_LabourHistory.dat, with the trend, rank in     *
      *    region, and stores over the region's target flagged.        *
      *  OCTOBER 15 2026 - A what-if simulation run mode (RUNMODE=S)   *
      *    replays a posted week's feed through the gross, deduction,  *
      *    election and net logic on the live tables and again on      *
      *    alternate deduction, commission and salary-change tables    *
      *    named in run control, and prints current against simulated  *
      *    gross, tax, employer cost and net by employee, store and    *
      *    company on WhatIfSimulation.rpt - posting nothing and       *
      *    touching no live output.                                    *
      *  OCTOBER 15 2026 - Statutory holiday pay and holiday premium   *
      *    time off the holiday calendar.                              *
      *  OCTOBER 15 2026 - Garnishment orders stop at the order total; *
      *    every garnishment and savings-plan payment goes on the      *
      *    election ledger, and a posting run writes the payee         *
      *    remittance and savings-plan contribution files off it.      *
      *  OCTOBER 15 2026 - Pay-history layout picks up the             *
      *    garnishment, savings-plan and extra-withholding split of    *
      *    the elections.                                              *
      *  OCTOBER 15 2026 - Store Master layout picks up the store's    *
      *    weather city.                                               *
      *  OCTOBER 15 2026 - Checks the layout stamp of every shared     *
      *    file it uses before opening any of them, and stops with     *
      *    return code 12 on a mismatch.                               *
      *  OCTOBER 15 2026 - Deduction rows carry the effective date of  *
      *    their table, and only the table in effect for the control   *
      *    week is loaded (A06-065 when none is).                      *
      *  OCTOBER 15 2026 - Every pay-history write - weekly,           *
      *    adjustment, final and off-cycle pay - also posts the        *
      *    employee's year on the new per-employee YTD master by       *
      *    difference, overtime pay and hours included; the pay        *
      *    statement's YTD pay is read off it (A06-066 when it can't   *
      *    be opened).                                                 *
      *  OCTOBER 15 2026 - Who ran the payroll - RUNBY= on the run     *
      *    control, or asked for at the keyboard - goes on an A06-067  *
      *    event with the week each weekly or off-cycle posting paid,  *
      *    for the sensitive-change review.                            *
      *  OCTOBER 15 2026 - PASSWORDDAYS= on the run control belongs to *
      *    the shared sign-on and is no longer reported as unknown.    *
      *  OCTOBER 15 2026 - Bi-weekly and semi-monthly pay groups.      *
      *    PAYGROUP= on the run control picks the group being paid and *
      *    its pay calendar; only employees in that group are paid,    *
      *    and anyone in another group or whose record can't be paid   *
      *    this period goes to the exception report. Bi-weekly         *
      *    overtime is worked out per week. Deduction brackets, flat   *
      *    benefits, budgets and leave accrual scale to the length of  *
      *    the period, and the pay history, remittance ledger, bank    *
      *    file and posted-week register all carry the group. Weekly-  *
      *    only reports are skipped for the other groups.              *
      *  OCTOBER 15 2026 - Benefit deductions come off the benefit     *
      *    enrollment file once it is in place - each plan's employee  *
      *    share over the pay group's periods; the job code's flat     *
      *    rows apply until then. Off-cycle payments take no premiums. *
      *  OCTOBER 15 2026 - Overtime is measured against the approvals  *
      *    OTAuthMaint keeps. Overtime past approval is held for       *
      *    release or paid as UNAPPROVEDOT= says, carried on a staged  *
      *    overtime ledger, and reported in UnapprovedOvertime.rpt.    *
      *    Released holds are paid on the next pay.                    *
      *  OCTOBER 15 2026 - Each settled person is checked against the  *
      *    minimum wage MinWageMaint keeps - their province and        *
      *    program code's rate in effect, salaried pay over hours      *
      *    worked. Shortfalls go on MinWageCompliance.rpt; anyone      *
      *    under an increase coming within MINWAGEDAYS= goes on        *
      *    MinWageUpcoming.rpt.                                        *
      *  OCTOBER 15 2026 - POSVACANTDAYS= on the run control belongs   *
      *    to the position control report and is passed over without a *
      *    warning.                                                    *
      *  OCTOBER 15 2026 - No deduction table in effect for the week   *
      *    now stops the run with return code 12 before anything is    *
      *    staged; the simulation's alternate table is picked by       *
      *    effective date like the live one.                           *
      *  OCTOBER 15 2026 - Final pay settles only separations on or    *
      *    after a cutoff - the FINALPAYFROM run-control date, or the  *
      *    start of the control week's pay period - and logs the ones  *
      *    before it (A06-079).                                        *
      *  OCTOBER 15 2026 - Employer cost is worked on the final-pay,   *
      *    off-cycle and adjustment runs too, onto the remittance      *
      *    ledger and the GL extract's E rows; an adjustment that      *
      *    lowers it is logged for a manual reversal (A06-080).        *
      *  OCTOBER 15 2026 - The off-cycle run stages its posted-        *
      *    register entry and election ledger, remits its elections to *
      *    the payees, and archives and clears its input at commit, so *
      *    a rerun cannot pay the same rows twice.                     *
      *  OCTOBER 15 2026 - An unstamped shared file is reported as     *
      *    such before the run stops with return code 12.              *
      *  OCTOBER 15 2026 - Final pay settles only the run's own pay    *
      *    group's leavers (others logged, A06-081) and prorates the   *
      *    term date's period off the group's calendar at its 26th or  *
      *    24th of salary; a term date on no calendar period is held   *
      *    (A06-082).                                                  *
      *  OCTOBER 15 2026 - The off-cycle run refuses a payment outside *
      *    its pay group the way the weekly feed does.                 *
      *  OCTOBER 15 2026 - Final-pay and off-cycle history postings    *
      *    and accrual zeroing go onto a staged pending file, applied  *
      *    after the commit with an applied-file checkpoint (A06-083). *
      *  OCTOBER 15 2026 - Every posting run applies any final-pay or  *
      *    off-cycle postings left unapplied before it starts, and     *
      *    refuses to run with return code 12 while they can't be.     *
      *  OCTOBER 15 2026 - A final-pay or off-cycle pay date that      *
      *    falls on a pay-group period end is refused.                 *
      *  OCTOBER 15 2026 - A final-pay or off-cycle payment adds its   *
      *    overtime to the employee's year-to-date overtime.           *
      *  OCTOBER 15 2026 - Minimum wage and holidays go by the         *
      *    province of the store worked at, off the Store Master,      *
      *    falling back to the employee's own.                         *
      ******************************************************************
       identification division.
       program-id. Assignment06.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-GLExtract-Status.

      * The general-ledger account map GLMapMaint keeps - each
      *    store/job code's expense account and cost centre, and the
      *    liability and clearing accounts the journal credits.
           SELECT GLMAPFILE ASSIGN
           "DataFiles\Assignment#6_GLAccountMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-GLMap-Status.

      * The week's payroll journal in double-entry form, posted
      *    off the account map - salary expense debits against the
      *    tax, benefit, election and net-pay credits, balanced per
      *    store and in total - and the printed proof of it.
           SELECT GLJOURNALFILE ASSIGN
           "DataFiles\GLJournal.csv.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-GLJournal-Status.

           SELECT JOURNALRPTFILE ASSIGN
           "DataFiles\PayrollJournal.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-JournalRpt-Status.

      * The month-end salary accruals MonthEndAccrual cut - read
      *    only, so the week named as a cell's reversal week carries
      *    the reversing lines on its journal.
           SELECT SALACCRFILE ASSIGN
           "DataFiles\Assignment#6_SalaryAccruals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SalAccr-Status.

      * Recognition bonus and gift value already paid through
      *    payroll that a later void or correction changed - the
      *    difference waits here for the employee's next weekly
      *    pay. Staged like the recognition register.
           SELECT RECOGREVFILE ASSIGN TO DYNAMIC WS-RecogRev-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-RecogRev-Status.

      * Voids or corrects a single employee's already-printed
      *    recognition entry - payroll drops one small record in here
      *    instead of fixing the weekly salary file and rerunning the
      *    here the cells come from a data file instead of MULTIPLY,
      *    so a recognition bonus is looked up instead of only ever
      *    checking the flat sales threshold.
      * The name comes off a data item so the what-if simulation
      *    can load an alternate table in its place.
           SELECT COMMISSIONFILE ASSIGN TO DYNAMIC WS-Commission-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Commission-Status.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Budget-Status.

      * Each salesperson's sales quota for a calendar quarter, one
      *    EmpID/year/quarter per line, kept by QuotaMaint - and the
      *    week's attainment against it, by store.
           SELECT QUOTAFILE ASSIGN
           "DataFiles\Assignment#6_QuotaMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Quota-Status.

           SELECT QUOTARPTFILE ASSIGN
           "DataFiles\QuotaAttainment.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-QuotaRpt-Status.

      * Each store's salary expense and sales for the last thirteen
      *    posted weeks, one store/week per line - rolled forward as
      *    each week posts, the same way the snapshot is - and the
      *    labour-to-sales report cut from it.
           SELECT LABHISTFILE ASSIGN
           "DataFiles\Assignment#6_LabourHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-LabHist-Status.

           SELECT LABOURRPTFILE ASSIGN
           "DataFiles\LabourToSales.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-LabourRpt-Status.

      * The what-if simulation's cost-impact report - the one thing
      *    a simulation run writes. Not staged: the run promotes
      *    nothing, so it is written straight onto its own name.
           SELECT SIMRPTFILE ASSIGN
           "DataFiles\WhatIfSimulation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SimRpt-Status.

      * Last week's store/job-code totals, written as each week
      *    posts and compared against this week's before the next
      *    snapshot replaces it - "store 12's custodial salary jumped
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Elect-Status.

      * The benefit plan enrollments BenefitMaint keeps - once the
      *    file is in place, each person's benefit deduction is the
      *    employee share of the plans they're enrolled in, not the
      *    job code's flat rows.
           SELECT ENROLLFILE ASSIGN
           "DataFiles\Assignment#6_BenefitEnroll.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Enroll-Status.

      * The overtime approvals OTAuthMaint keeps - hours approved per
      *    employee, store and week ending. Once the file is in
      *    place, overtime past what was approved for the period is
      *    held or paid as UNAPPROVEDOT= says, and reported either
      *    way.
           SELECT OTAUTHFILE ASSIGN
           "DataFiles\Assignment#6_OTAuth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTAuth-Status.

      * The supervisors' release and reject decisions on held
      *    overtime, keyed in OTAuthMaint - read here, never written.
           SELECT OTRELEASEFILE ASSIGN
           "DataFiles\Assignment#6_OTRelease.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTRelease-Status.

      * The overtime ledger - every period's overtime over approval
      *    (held or paid), and every held hour later paid. Staged
      *    like the election ledger: a fresh run seeds the .stg copy
      *    from the live file, appends to it as portions post, and
      *    the commit promotes it.
           SELECT OTLEDGERLIVE ASSIGN
           "DataFiles\Assignment#6_OTLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTLedger-Status.
           SELECT OTLEDGERFILE ASSIGN
           "DataFiles\Assignment#6_OTLedger.dat.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTLedger-Status.

      * Overtime over approval this period, held overtime still
      *    waiting, and released overtime paid - by region and store.
      *    Staged and promoted with the rest of the outputs.
           SELECT OTRPTFILE ASSIGN
           "DataFiles\UnapprovedOvertime.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OTRpt-Status.

      * The minimum wage by province and effective date that
      *    MinWageMaint keeps - a general rate (program code spaces)
      *    and student or trainee rates by program code, with
      *    province ** for the rest. Optional - no table, no check.
           SELECT MINWAGEFILE ASSIGN
           "DataFiles\Assignment#6_MinWage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-MinWage-Status.

      * Everyone whose settled pay came in under the minimum, with
      *    the shortfall, and everyone who will be under a rate
      *    increase coming within the look-ahead. Written as people
      *    settle, staged and promoted with the rest of the outputs.
           SELECT MWCOMPFILE ASSIGN
           "DataFiles\MinWageCompliance.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-MWComp-Status.
           SELECT MWUPCOMFILE ASSIGN
           "DataFiles\MinWageUpcoming.rpt.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-MWUpcom-Status.

      * The statutory holiday calendar HolidayMaint keeps - "H" rows
      *    are a province's holiday on a date, "E" rows the
      *    province's eligibility rules (service days, weeks of pay
      *    averaged, days-per-week divisor, premium rate for hours
      *    worked), with province ** for the rest.
           SELECT HOLIDAYFILE ASSIGN
           "DataFiles\Assignment#6_HolidayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Holiday-Status.

      * The clean IN/OUT pairs PunchImport wrote - the only place
      *    the run can see which day of the week hours were worked,
      *    so holiday hours worked come off here.
           SELECT PAIRFILE ASSIGN
           "DataFiles\Assignment#6_PunchPairs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Pair-Status.

      * Every garnishment and savings-plan dollar actually taken -
      *    one row per person, election and payment. Paid-to-date
      *    on a garnishment order is the sum of its rows, and the
      *    week's third-party files are built off the week's rows.
      *    Staged like the recognition register: the run seeds the
      *    .stg copy from the live file, appends to it as each
      *    register line is written, and the commit promotes it.
           SELECT ELECTLEDGERFILE ASSIGN TO DYNAMIC WS-ElectLedger-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ElectLedger-Status.

      * The posting week's payee remittance file - everything owed
      *    to each court agency and plan custodian, grouped by payee
      *    with a payee total and a file control total.
           SELECT PAYEEREMITFILE ASSIGN TO DYNAMIC WS-PayeeRemit-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PayeeRemit-Status.

      * The posting week's savings-plan contribution file, in the
      *    plan custodian's header/detail/trailer layout.
           SELECT SAVCONTRIBFILE ASSIGN TO DYNAMIC WS-SavContrib-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SavContrib-Status.

      * The gift catalog CatalogMaint keeps - sales tier, SKU,
      *    description, unit cost. The highest tier at or under the
      *    winner's sales picks what the vendor ships.
      *    rows are weekly-gross tax brackets (highest bracket at or
      *    under the gross wins); "B" rows are flat weekly benefit
      *    amounts keyed by the job code in Ded-Code.
      *    Every row carries the effective date of the table it
      *    belongs to, and only the table in effect for the control
      *    week is loaded - next January's rates can sit on file
      *    beside this year's.
      *    Named off a data item like the commission rates, for the
      *    same reason.
           SELECT DEDUCTFILE ASSIGN TO DYNAMIC WS-Deduct-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Deduct-Status.

      * The employer's side of the payroll cost, kept the same way as
      *    the deduction table and loaded beside it. "S" rows are the
      *    employer's share of statutory contributions, "P" rows the
      *    pension match and "W" rows the workers' compensation
      *    premium - each a rate on gross pay. A row with a job code
      *    in ErR-Code applies to that job code only; a blank one to
      *    every job code.
           SELECT ERRATEFILE ASSIGN
           "DataFiles\Assignment#6_EmployerRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ErRate-Status.

      * The Net Pay Register - gross, each deduction and net per
      *    employee, totalled by store and company-wide with the
      *    same balance discipline the salary report gets. The name
      *    comes off a data item so the final-pay run can cut its
      *    own register instead of overwriting the week's.
           SELECT NETPAYFILE ASSIGN TO DYNAMIC WS-NetPay-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-NetPay-Status.

      *    keeps - the run resolves the salary in effect for the
      *    control record's week the way FIND-COMMISSION-PARA
      *    already picks effective-dated commission rows.
      *    Named off a data item like the deduction table, for the
      *    same reason.
           SELECT SALCHGFILE ASSIGN TO DYNAMIC WS-SalChg-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-SalChg-Status.

      *    format funding record per employee with banking on the
      *    master, a paper-payment line for anyone without, and a
      *    batch total record the bank balances against, written as
      *    each register line is. Named off a data item for the
      *    same reason the register is - a final-pay run's funding
      *    goes to the bank as its own file.
           SELECT BANKPAYFILE ASSIGN TO DYNAMIC WS-BankPay-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-BankPay-Status.

      * Every paper payment becomes a numbered cheque - printed onto
      *    the cheque print file, entered on the cheque register, and
      *    numbered off the cheque control file. The register is the
      *    cumulative one ChequeReconcile marks cashed, voided and
      *    stale-dated; it stages like the recognition register. The
      *    control file is read live and written back staged, so the
      *    numbers only advance when the run's outputs promote.
           SELECT CHEQUEFILE ASSIGN TO DYNAMIC WS-Cheque-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cheque-Status.

           SELECT CHQREGFILE ASSIGN
           "DataFiles\Assignment#6_ChequeRegister.dat.stg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ChqReg-Status.

           SELECT CHQCTLFILE ASSIGN TO DYNAMIC WS-ChqCtl-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ChqCtl-Status.

      * Assignment03's maintenance journal - the prenote status
      *    changes this run makes to the master are journalled there
      *    with before/after images like any other change, so the
      *    journal shows when each prenote went out and when the
      *    account went live, and a rebuild replays them.
           SELECT JOURNALFILE ASSIGN
           "DataFiles\Assignment03_MaintJournal.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-Journal-Status.

      * Unsorted recognition lines land here as the weekly file is
      *    read, then get sorted by surname and written to the
      *    recognition report once the whole week is in - the report
      *    month and quarter per line. The control date has to be
      *    one of these weeks, in sequence after the last posted
      *    one, and the period closes take their boundaries off it.
      *    A bi-weekly or semi-monthly run reads its own group's
      *    calendar instead, one line per period in the same layout.
           SELECT CALFILE ASSIGN TO WS-Cal-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Cal-Status.

           RECORD KEY IS PayH-Key
           FILE STATUS IS ws-PayHist-Status.

      * Per-employee year-to-date master - one record per employee
      *    per year, posted alongside every pay-history write so the
      *    statements, inquiries and year-end read the year straight
      *    off it instead of walking the history.
           SELECT EMPYTDFILE ASSIGN
           "DataFiles\Assignment#6_EmpYTD.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EYTD-Key
           FILE STATUS IS ws-EmpYTD-Status.

      * One week-ending date per line, appended as each week posts -
      *    checked before the salary report/GL extract/YTD merge run,
      *    so running the same weekly file twice can't quietly double
      *    the YTD master and send the ledger a second extract.
           SELECT POSTEDFILE ASSIGN TO DYNAMIC WS-Posted-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Posted-Status.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-Notify-Status.

      * Everyone the final-pay run has already settled - EmpID, term
      *    date, the date they were paid out and the net - appended
      *    as each one settles, so a rerun pays nobody twice and the
      *    weekly run refuses a feed record for someone already
      *    paid out. Staged like the recognition register: the run
      *    seeds the .stg copy from the live file and the commit
      *    promotes it with the bank file it belongs to.
           SELECT FINALPAYFILE ASSIGN TO DYNAMIC WS-FinalPay-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-FinalPay-Status.

      * The manual off-cycle run's input - the weekly feed's record
      *    layout, flat, one payment per line.
           SELECT OFFCYCLEFILE ASSIGN
           "DataFiles\Assignment#6_OffCycle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-OffCycle-Status.

      * The pay-history and leave-accrual postings a final-pay or
      *    off-cycle run owes, one per payment. Written to the .stg
      *    copy during the run and promoted with its bank file, then
      *    applied to the live files - each one applied goes onto
      *    the applied file, so a run that dies part way through
      *    picks up where it stopped and never posts one twice.
           SELECT PENDPOSTFILE ASSIGN TO DYNAMIC WS-PendPost-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PendPost-Status.

           SELECT PENDDONEFILE ASSIGN
           "DataFiles\Assignment#6_PendingPostsApplied.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-PendDone-Status.


       DATA DIVISION.
       FILE SECTION.
      *    times rate, with time and a half past 40.
           03  In-EmpHoursWorked  PIC 99V9.
           03  In-EmpHourlyRate   PIC 99V99.
      * A bi-weekly period's second week of hours - In-EmpHoursWorked
      *    then holds the first week's, so overtime is still worked
      *    week by week. Zero on every other group's feed.
           03  In-EmpHoursWeek2   PIC 99V9.

      * Same record layout Assignment03 declares for this file - the
      *    two programs have to agree on it byte for byte.
      *    pages by store. Zero store means not yet assigned.
           03 Emp-Home-Store        pic 9(4).
           03 Emp-Home-JobCode      pic a.
      * Why they left, keyed with the termination - the Record of
      *    Employment's reason code. Space while still employed.
           03 Emp-Term-Reason       pic x.
           03 Emp-Bank-Status       pic x.
               88 BANK-PRENOTE-DUE      value "P".
               88 BANK-PRENOTE-SENT     value "N".
           03 Emp-Prenote-Date      pic 9(8).
      * The pay cycle the employee is paid on - W weekly (a space
      *    on a record keyed before pay groups reads the same),
      *    B bi-weekly, S semi-monthly.
           03 Emp-Pay-Group         pic x.
               88 PAY-GROUP-WEEKLY      value "W" " ".
               88 PAY-GROUP-BIWEEKLY    value "B".
               88 PAY-GROUP-SEMIMONTHLY value "S".

       FD CTLFILE.
       01 CtlRec.
           03  Ckpt-BankCount    PIC 9(4).
           03  Ckpt-BankTotal    PIC 9(9)V99.
           03  Ckpt-PaperCount   PIC 9(4).
           03  Ckpt-Table-Data   PIC X(44600).
           03  Ckpt-Reject-Data  PIC X(4600).

       FD PARAMFILE.
       FD GLEXTRACTFILE.
       01 GLExtractRec             PIC X(40).

      * Kind E rows map a store/job code; kind L rows a liability -
      *    T tax, B benefits, G/S/W/O elections by type, N net-pay
      *    clearing, I interstore clearing - for one store, or for
      *    every store under store 0000.
       FD GLMAPFILE.
       01 GLMapRec.
           03  Map-Kind            PIC X.
           03  Map-Store           PIC 9(4).
           03  Map-Code            PIC X.
           03  Map-Account         PIC X(10).
           03  Map-CostCentre      PIC X(6).
           03  Map-Desc            PIC X(30).

      * WEEKENDING,STORE,ACCOUNT,COSTCENTRE,DEBIT,CREDIT,LINE - the
      *    line code is the map kind and code the line was posted
      *    from (EM, LT, LN ...), A/R plus the job code for an
      *    adjustment run's expense line and its net-pay offset.
       FD GLJOURNALFILE.
       01 GLJournalRec             PIC X(60).

       FD JOURNALRPTFILE.
       01 JournalRptRec            PIC X(80).

      * Same record layout MonthEndAccrual writes - one row per
      *    accrued store/job-code cell, carrying the accounts it was
      *    accrued to so the reversal posts back to the same ones.
       FD SALACCRFILE.
       01 SalAccrRec.
           03  Acr-MonthEnd        PIC 9(8).
           03  Acr-Open-Week       PIC 9(8).
           03  Acr-Reverse-Week    PIC 9(8).
           03  Acr-Store           PIC 9(4).
           03  Acr-JobCode         PIC X.
           03  Acr-Basis           PIC X.
           03  Acr-Days            PIC 9.
           03  Acr-Weekly          PIC 9(7)V99.
           03  Acr-Amount          PIC 9(7)V99.
           03  Acr-Account         PIC X(10).
           03  Acr-CostCentre      PIC X(6).
           03  Acr-Liab-Account    PIC X(10).
           03  Acr-Liab-CostCentre PIC X(6).

      * One void or correction against a bonus or gift that went
      *    through payroll - what was paid, what it should have
      *    been, and the week the difference was put through (zero
      *    while it's still waiting).
       FD RECOGREVFILE.
       01 RecogRevRec.
           03  RRv-EmpID           PIC 9(9).
           03  RRv-WeekEnding      PIC 9(8).
           03  RRv-Action          PIC X.
           03  RRv-Paid-Bonus      PIC 9(7)V99.
           03  RRv-Paid-Benefit    PIC 9(7)V99.
           03  RRv-Correct-Bonus   PIC 9(7)V99.
           03  RRv-Correct-Benefit PIC 9(7)V99.
           03  RRv-Applied-Week    PIC 9(8).

       FD CORRECTIONFILE.
       01 CorrectionRec.
           03  Cor-EmpID           PIC 9(9).
           03  Bud-JobCode         PIC A.
           03  Bud-Amount          PIC 9(7)V99.

       FD QUOTAFILE.
       01 QuotaRec.
           03  Quo-EmpID           PIC 9(9).
           03  Quo-Year            PIC 9(4).
           03  Quo-Quarter         PIC 9.
           03  Quo-Amount          PIC 9(8)V99.

       FD QUOTARPTFILE.
       01 QuotaRptRec              PIC X(80).

       FD LABHISTFILE.
       01 LabHistRec.
           03  LabH-WeekEnding     PIC 9(8).
           03  LabH-StoreNumber    PIC 9(4).
           03  LabH-Salary         PIC 9(9)V99.
           03  LabH-Sales          PIC 9(9)V99.

       FD LABOURRPTFILE.
       01 LabourRptRec             PIC X(80).

       FD SIMRPTFILE.
       01 SimRptRec                PIC X(132).

       FD SNAPSHOTFILE.
       01 SnapshotRec.
           03  Snap-WeekEnding   PIC 9(8).
           03  Ded-Bracket         PIC 9(6)V99.
           03  Ded-Rate            PIC V999.
           03  Ded-Amount          PIC 999V99.
      * The table this row belongs to - every row with the same
      *    effective date is one table. Zero (or blank, on a file
      *    from before the dates) means in effect from the start.
           03  Ded-Effective       PIC 9(8).

      * Four decimals - statutory and premium rates run to hundredths
      *    of a percent (0166 = 1.66%).
       FD ERRATEFILE.
       01 ErRateRec.
           03  ErR-Type            PIC X.
           03  ErR-Code            PIC X(4).
           03  ErR-Rate            PIC V9999.

       FD CATALOGFILE.
       01 CatalogRec.
           03  Ele-Percent         PIC V999.
           03  Ele-Start           PIC 9(8).
           03  Ele-End             PIC 9(8).
      * Who the money goes to, the court order or plan account it
      *    is paid against, and - on a garnishment - the total the
      *    order is for. Rows from before these were kept read as
      *    spaces: no payee, no cap.
           03  Ele-Payee           PIC X(8).
           03  Ele-Order-Ref       PIC X(16).
           03  Ele-Total-Owed      PIC 9(7)V99.

       FD ENROLLFILE.
       01 EnrollRec.
           03  Enr-EmpID           PIC 9(9).
           03  Enr-Plan            PIC X.
           03  Enr-Plan-Code       PIC X(6).
           03  Enr-Coverage        PIC X.
           03  Enr-Start           PIC 9(8).
           03  Enr-End             PIC 9(8).
      * Shares of the MONTHLY premium.
           03  Enr-Emp-Share       PIC 9(4)V99.
           03  Enr-Er-Share        PIC 9(4)V99.

       FD OTAUTHFILE.
       01 OTAuthRec.
           03  OTA-WeekEnding      PIC 9(8).
           03  OTA-Store           PIC 9(4).
           03  OTA-EmpID           PIC 9(9).
           03  OTA-Hours           PIC 9(3)V9.
           03  OTA-Approved-By     PIC X(8).

       FD OTRELEASEFILE.
       01 OTReleaseRec.
           03  Rel-WeekEnding      PIC 9(8).
           03  Rel-Store           PIC 9(4).
           03  Rel-EmpID           PIC 9(9).
      * R = released for payment, X = rejected.
           03  Rel-Decision        PIC X.
           03  Rel-Hours           PIC 9(3)V9.
           03  Rel-Operator        PIC X(8).
           03  Rel-Date            PIC 9(8).

      * Only what the seed filters on - the rest copies as is.
       FD OTLEDGERLIVE.
       01 OTLedgerLiveRec.
           03  OTLv-Type           PIC X.
           03  OTLv-Run-Week       PIC 9(8).
           03  OTLv-Pay-Group      PIC X.
           03  FILLER              PIC X(37).

      * H = over approval and held, U = over approval but paid (the
      *    PAY rule), P = held hours released and paid. Week ending
      *    is the period the overtime was worked in; run week and
      *    pay group are the run that wrote the row.
       FD OTLEDGERFILE.
       01 OTLedgerRec.
           03  OTL-Type            PIC X.
           03  OTL-Run-Week        PIC 9(8).
           03  OTL-Pay-Group       PIC X.
           03  OTL-WeekEnding      PIC 9(8).
           03  OTL-Store           PIC 9(4).
           03  OTL-EmpID           PIC 9(9).
           03  OTL-OT-Hours        PIC 9(3)V9.
           03  OTL-Approved        PIC 9(3)V9.
           03  OTL-Hours           PIC 9(3)V9.
           03  OTL-Rate            PIC 99V99.

       FD OTRPTFILE.
       01 OTRptRec                 PIC X(100).

       FD MINWAGEFILE.
       01 MinWageRec.
           03  MW-Province         PIC X(2).
      * Spaces = the general rate; otherwise the Employee Master
      *    program code (STUDENT, TRAINEE ...) the rate is for.
           03  MW-Program-Code     PIC X(10).
           03  MW-Effective        PIC 9(8).
           03  MW-Rate             PIC 99V99.

       FD MWCOMPFILE.
       01 MWCompRec                PIC X(100).

       FD MWUPCOMFILE.
       01 MWUpcomRec               PIC X(100).

      * Source W/F = the weekly or final-pay run, as on the cheque
      *    register.
       FD ELECTLEDGERFILE.
       01 ElectLedgerRec.
           03  Eld-EmpID           PIC 9(9).
           03  Eld-Type            PIC X.
           03  Eld-Start           PIC 9(8).
           03  Eld-WeekEnding      PIC 9(8).
           03  Eld-Source          PIC X.
           03  Eld-Amount          PIC 9(7)V99.
           03  Eld-Payee           PIC X(8).
           03  Eld-Order-Ref       PIC X(16).
           03  Eld-Surname         PIC X(14).
           03  Eld-GivenName       PIC X(14).

      * H = payee header, D = one payment, P = the payee's total,
      *    T = the file control total - count and dollars of every
      *    D record, and the number of payees.
       FD PAYEEREMITFILE.
       01 PayeeRemitRec.
           03  Prm-Type            PIC X.
           03  Prm-Payee           PIC X(8).
           03  Prm-WeekEnding      PIC 9(8).
           03  Prm-Ele-Type        PIC X.
           03  Prm-Order-Ref       PIC X(16).
           03  Prm-EmpID           PIC 9(9).
           03  Prm-Surname         PIC X(14).
           03  Prm-Amount          PIC 9(7)V99.
       01 PayeeRemitTotal.
           03  Prm-Tot-Type        PIC X.
           03  Prm-Tot-Payee       PIC X(8).
           03  Prm-Tot-Count       PIC 9(5).
           03  Prm-Tot-Amount      PIC 9(9)V99.
           03  Prm-Tot-Payees      PIC 9(4).
           03  FILLER              PIC X(37).

      * The custodian's layout - H = custodian and contribution
      *    week, D = one member's contribution against their plan
      *    account, T = the custodian's count and dollars.
       FD SAVCONTRIBFILE.
       01 SavContribRec.
           03  Svc-Type            PIC X.
           03  Svc-Custodian       PIC X(8).
           03  Svc-Account         PIC X(16).
           03  Svc-EmpID           PIC 9(9).
           03  Svc-Surname         PIC X(14).
           03  Svc-GivenName       PIC X(14).
           03  Svc-Amount          PIC 9(7)V99.
           03  Svc-WeekEnding      PIC 9(8).
       01 SavContribTrailer.
           03  Svc-Trl-Type        PIC X.
           03  Svc-Trl-Custodian   PIC X(8).
           03  Svc-Trl-Count       PIC 9(5).
           03  Svc-Trl-Amount      PIC 9(9)V99.
           03  FILLER              PIC X(54).

      * Same layout HolidayMaint keeps.
       FD HOLIDAYFILE.
       01 HolidayRec.
           03  Hol-Type            PIC X.
           03  Hol-Province        PIC X(2).
           03  Hol-Detail          PIC X(32).
           03  Hol-Holiday REDEFINES Hol-Detail.
               05  Hol-Date            PIC 9(8).
               05  Hol-Name            PIC X(24).
           03  Hol-Eligibility REDEFINES Hol-Detail.
               05  Hol-Min-Days        PIC 9(3).
               05  Hol-Avg-Weeks       PIC 99.
               05  Hol-Days-Per-Week   PIC 9.
               05  Hol-Premium         PIC 9V99.
               05  FILLER              PIC X(23).

      * Same layout PunchImport writes.
       FD PAIRFILE.
       01 PairRec.
           03  Pair-EmpID          PIC 9(9).
           03  FILLER              PIC X.
           03  Pair-Store          PIC 9(4).
           03  FILLER              PIC X.
           03  Pair-Date           PIC 9(8).
           03  FILLER              PIC X.
           03  Pair-In             PIC 9(4).
           03  FILLER              PIC X.
           03  Pair-Out            PIC 9(4).

       FD NETPAYFILE.
       01 NetPay-Header            PIC X(90).
                                   SEPARATE.
           03  Adj-Sales-Delta     PIC S9(8) SIGN LEADING SEPARATE.

      * Rem-Type space is the week's withholding line; S, P and W
      *    lines carry the employer's statutory share, pension match
      *    and workers' compensation premium for the same week, one
      *    amount each.
       FD REMITFILE.
       01 RemitRec.
           03  Rem-Year            PIC 9(4).
           03  Rem-Quarter         PIC 9.
           03  Rem-WeekEnding      PIC 9(8).
           03  Rem-Amounts.
               05  Rem-Tax         PIC 9(9)V99.
               05  Rem-Benefit     PIC 9(9)V99.
           03  Rem-Employer-Amounts REDEFINES Rem-Amounts.
               05  Rem-Er-Amount   PIC 9(9)V99.
               05  FILLER          PIC X(11).
           03  Rem-Type            PIC X.
      * The pay group the line was withheld in - a space on a line
      *    posted before pay groups was a weekly one.
           03  Rem-Pay-Group       PIC X.

      * D = direct-deposit funding record, P = paper payment (no
      *    banking on the master, or the master was unavailable),
      *    N = zero-dollar prenote for new or changed banking, ahead
      *    of that employee's P line, T = the batch total record -
      *    count and total dollars of the D records only, since the
      *    P lines never hit the bank and the N lines carry nothing.
       FD BANKPAYFILE.
       01 BankPayRec.
           03  Bnk-Type            PIC X.
           03  Bnk-Account         PIC 9(12).
           03  Bnk-Amount          PIC 9(7)V99.
           03  Bnk-WeekEnding      PIC 9(8).
      * The pay group the payment was made in - a space on a line
      *    cut before pay groups was a weekly one.
           03  Bnk-Pay-Group       PIC X.
       01 BankPayTrailer.
           03  Bnk-Trl-Type        PIC X.
           03  Bnk-Trl-Count       PIC 9(4).
           03  Bnk-Trl-Amount      PIC 9(9)V99.
           03  FILLER              PIC X(32).

       FD CHEQUEFILE.
       01 ChequeRec                PIC X(100).

      * One line per cheque event. I = issued here; C = cashed,
      *    V = voided and S = stale-dated are added by ChequeReconcile.
      *    Source W/F/M = the weekly, final-pay or off-cycle run;
      *    R = DepositReturns' replacement for a returned deposit.
       FD CHQREGFILE.
       01 ChqRegRec.
           03  ChqReg-Number       PIC 9(8).
           03  ChqReg-Entry        PIC X.
               88 CHQREG-ISSUED        value "I".
           03  ChqReg-EmpID        PIC 9(9).
           03  ChqReg-Amount       PIC 9(7)V99.
           03  ChqReg-Issue-Date   PIC 9(8).
           03  ChqReg-Entry-Date   PIC 9(8).
           03  ChqReg-Source       PIC X.
           03  ChqReg-Payee        PIC X(30).

       FD CHQCTLFILE.
       01 ChqCtlRec.
           03  ChqCtl-Next         PIC 9(8).
           03  FILLER              PIC X(22).

      * Same layout Assignment03 writes.
       FD JOURNALFILE.
       01 JournalRec.
           03 Jrn-Date          pic 9(8).
           03 Jrn-Time          pic 9(8).
           03 Jrn-Action        pic x.
           03 Jrn-Operator      pic x(8).
           03 Jrn-Before        pic x(207).
           03 Jrn-After         pic x(207).

       FD GIFTWORKFILE.
       01 GiftWorkRec.
      *    termination does for a person.
           03  Store-Open-Date     PIC 9(8).
           03  Store-Close-Date    PIC 9(8).
      * The weather city whose temperature history stands for the
      *    store - a name on Assignment05's city list, blank if none.
           03  Store-City          PIC X(10).
      * The province the store is in - the minimum wage and the
      *    holiday and rest rules its people work under.
           03  Store-Province      PIC X(2).

      * Same record layout RegionMaster.cbl maintains.
       FD REGIONMASTER.
           03  Region-Code         PIC X(10).
           03  Region-Name         PIC X(20).
           03  Region-Manager      PIC X(20).
      * Salary expense as a percent of sales the region's stores are
      *    held to on the labour-to-sales report. Zero = none set.
           03  Region-Target-Ratio PIC 99V9.

       FD REGIONRPTFILE.
       01 RegionRptRec             PIC X(70).
           03  PayH-Benefit          PIC 999V99.
           03  PayH-Other            PIC 9(6)V99.
           03  PayH-Net              PIC 9(7)V99.
      * Hours paid that week - the Record of Employment reports
      *    insurable hours per pay period off this history.
           03  PayH-Hours            PIC 9(3)V9.
      * The recognition bonus paid as earnings and the gift's
      *    taxable value that week - signed, since a later void or
      *    correction comes back through a following week's pay.
           03  PayH-Bonus            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           03  PayH-Taxable-Ben      PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
      * The week's elections split by kind - garnishment, savings
      *    plan and extra withholding - so the year-end slips can box
      *    each one. What's left of PayH-Other is everything else.
           03  PayH-Garnish          PIC 9(6)V99.
           03  PayH-Savings          PIC 9(6)V99.
           03  PayH-Extra-WH         PIC 9(6)V99.
      * The pay group the record was paid in - a space on a record
      *    posted before pay groups is a weekly one.
           03  PayH-Pay-Group        PIC X.

      * The year's running sums of the pay-history fields, signed
      *    because they're posted by difference - a rewritten week
      *    comes off at its old figures and goes back on at its new.
      *    Overtime isn't on the history, so its pay and hours come
      *    from the weekly run alone, with the last week's share kept
      *    so a rerun of that week replaces it instead of doubling it.
       FD EMPYTDFILE.
       01 EmpYTDRec.
           03  EYTD-Key.
               05  EYTD-EmpID        PIC 9(9).
               05  EYTD-Year         PIC 9(4).
           03  EYTD-Weeks            PIC S9(3).
           03  EYTD-Gross            PIC S9(9)V99.
           03  EYTD-OT-Pay           PIC S9(9)V99.
           03  EYTD-OT-Hours         PIC S9(5)V9.
           03  EYTD-Bonus            PIC S9(9)V99.
           03  EYTD-Taxable-Ben      PIC S9(9)V99.
           03  EYTD-Tax              PIC S9(9)V99.
           03  EYTD-Benefit          PIC S9(9)V99.
           03  EYTD-Other            PIC S9(9)V99.
           03  EYTD-Garnish          PIC S9(9)V99.
           03  EYTD-Savings          PIC S9(9)V99.
           03  EYTD-Extra-WH         PIC S9(9)V99.
           03  EYTD-Net              PIC S9(9)V99.
           03  EYTD-Hours            PIC S9(6)V9.
           03  EYTD-Sales            PIC S9(11).
           03  EYTD-OT-Week          PIC 9(8).
           03  EYTD-OT-Week-Pay      PIC 9(7)V99.
           03  EYTD-OT-Week-Hours    PIC 9(3)V9.

       FD POSTEDFILE.
       01 PostedRec.
           03  Posted-WeekEnding   PIC 9(8).
      * Blank for a posted week; O for a manual off-cycle run, with
      *    its sequence number - the pay date then sits in the
      *    week-ending field, and no weekly check matches on it.
           03  Posted-Type         PIC X.
               88 POSTED-OFF-CYCLE     value "O".
           03  Posted-OffCycle-Seq PIC 9(4).
      * The pay group the entry was posted for - a space on an entry
      *    posted before pay groups is a weekly one; the week-ending
      *    field then holds the period's ending date.
           03  Posted-Pay-Group    PIC X.
               88 POSTED-WEEKLY-GROUP  value "W" " ".

       FD UNPAIDFILE.
       01 Unpaid-Header            PIC X(70).
       FD NOTIFYFILE.
       01 NotifyRec                PIC X(80).

       FD FINALPAYFILE.
       01 FinalPayRec.
           03  Fin-EmpID           PIC 9(9).
           03  FILLER              PIC X(2).
           03  Fin-TermDate        PIC 9(8).
           03  FILLER              PIC X(2).
           03  Fin-PayDate         PIC 9(8).
           03  FILLER              PIC X(2).
           03  Fin-Net             PIC 9(7)V99.

       FD OFFCYCLEFILE.
       01 OffCycleRec              PIC X(71).

       FD PENDPOSTFILE.
       01 PendPostRec.
           03  Pend-EmpID          PIC 9(9).
           03  Pend-PayDate        PIC 9(8).
           03  Pend-Pay-Group      PIC X.
           03  Pend-Store          PIC 9(4).
           03  Pend-Job            PIC A.
           03  Pend-Hist-Flag      PIC X.
           03  Pend-Accr-Flag      PIC X.
           03  Pend-Gross          PIC 9(7)V99.
           03  Pend-Sales          PIC 9(9).
           03  Pend-Tax            PIC 9(5)V99.
           03  Pend-Benefit        PIC 999V99.
           03  Pend-Other          PIC 9(6)V99.
           03  Pend-Ele-Amt OCCURS 3 TIMES PIC 9(6)V99.
           03  Pend-Net            PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           03  Pend-Hours          PIC 9(3)V9.
           03  Pend-OT-Hours       PIC 9(3)V9.
           03  Pend-OT-Pay         PIC 9(5)V99.
           03  Pend-Bonus-Pay      PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           03  Pend-TxBen          PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD PENDDONEFILE.
       01 PendDoneRec.
           03  Done-EmpID          PIC 9(9).
           03  FILLER              PIC X(2).
           03  Done-PayDate        PIC 9(8).

       working-storage section.
       01 ws-pressKeyToEnd     PIC X.
      * The shared-file layouts this program was built for, checked
      *    against the layout stamps before any of them is opened.
       01 WS-Layout-Check.
           03 WS-LC-Action         PIC X value "C".
           03 WS-LC-File-ID        PIC X(12) value SPACES.
           03 WS-LC-Built-Version  PIC 9(3) value 0.
           03 WS-LC-Program        PIC X(20) value "Assignment06".
           03 WS-LC-Log-Flag       PIC X value "N".
           03 WS-LC-Result         PIC X value "Y".
               88 LAYOUT-MATCHES   value "Y".
           03 WS-LC-File-Version   PIC 9(3) value 0.
       01 WS-Infile-Name       PIC X(60) VALUE
           "DataFiles\Assignment#6_WeeklySalaryDataFile.dat".
      * Second command-line argument picks what this run does:
      *                  deltas against an already-posted week
      *                  instead of the normal weekly batch.
           88 ADJUSTMENT-RUN                   VALUE "A" "a".
      *    F           - Final-pay run: settle every terminated
      *                  employee not yet paid out - prorated last
      *                  week plus the leave balance - instead of
      *                  the normal weekly batch.
           88 FINAL-PAY-RUN                    VALUE "F" "f".
      *    M           - Manual off-cycle run: pay the records on
      *                  the off-cycle file on a date between
      *                  weekly runs, under their own sequence
      *                  number, instead of the normal weekly batch.
           88 OFF-CYCLE-RUN                    VALUE "M" "m".
      *    S           - What-if simulation: replay a posted week's
      *                  feed against the live tables and again
      *                  against the alternates run control names,
      *                  and report the cost impact - nothing is
      *                  posted and no live output is touched.
           88 SIMULATION-RUN                   VALUE "S" "s".
      * UNATTENDED=Y in the run-control file - no prompts, no pauses,
      *    and anything that would have asked the operator something
      *    (a repost, a reject resolution) is refused and logged
      *    timesTable - a flat array here since the rate rows don't
      *    come in a fixed job-code-by-tier grid.
       01 ws-Commission-Status     PIC XX value "00".
       01 WS-Commission-Name       PIC X(60) value
           "DataFiles\Assignment#6_CommissionRates.dat".
       01 WS-Commission-EOF-Flag   PIC 9 value 0.
           88 COMMISSION-EOF           value 1.
       01 WS-Max-Commission-Rows   PIC 999 value 500.
      *    run's week-ending date is found in the register; the
      *    operator has to type YES in full to post it again.
       01 ws-Posted-Status         PIC XX value "00".
      * An off-cycle run's entry goes onto a staging copy and is
      *    promoted with the run's other outputs.
       01 WS-Posted-Name           PIC X(60) value
           "DataFiles\Assignment#6_PostedWeeks.dat".
       01 WS-Posted-Live-Name      PIC X(60) value
           "DataFiles\Assignment#6_PostedWeeks.dat".
       01 WS-Posted-Stage-Name     PIC X(60) value
           "DataFiles\Assignment#6_PostedWeeks.dat.stg".
       01 WS-Posted-EOF-Flag       PIC 9 value 0.
           88 POSTED-EOF               value 1.
       01 WS-Posted-Flag           PIC X value "N".
       01 ws-PayHist-Status        PIC XX value "00".
       01 WS-PayHist-Avail-Flag    PIC X value "N".
           88 PAYHIST-AVAILABLE        value "Y".
       01 ws-EmpYTD-Status         PIC XX value "00".
       01 WS-EmpYTD-Avail-Flag     PIC X value "N".
           88 EMPYTD-AVAILABLE         value "Y".
      * Posting state for the employee YTD master - +1 puts a
      *    history record's figures on, -1 takes them back off; the
      *    saved image is the new record while the old one is read.
       01 WS-EYTD-Sign             PIC S9 value +1.
       01 WS-EYTD-New-Flag         PIC X value "N".
      * Y - the weekly run's overtime, replacing the week's own;
      *    A - a final-pay or off-cycle payment's, added on top.
       01 WS-EYTD-OT-Flag          PIC X value "N".
       01 WS-PayH-Payment-Flag     PIC X value "N".
       01 WS-PayH-Save             PIC X(117) value SPACES.

      * Master-versus-feed salary audit state. The master carries an
      *    annual salary; a week's expected pay is that over 52, and
           88 RUNCTL-EOF               value 1.
       01 WS-RC-Keyword            PIC X(20) value SPACES.
       01 WS-RC-Value              PIC X(60) value SPACES.
      * Who is running the payroll - RUNBY= on the run control, or
      *    asked for at the keyboard - stamped on the posting's
      *    A06-067 event so the sensitive-change review can match it
      *    against the maintenance journals.
       01 WS-Run-By                PIC X(8) value SPACES.
       01 WS-Run-By-Week           PIC 9(8) value 0.
      * Whole-number staging for the tenths-implied keywords - a
      *    direct alphanumeric MOVE into a 99V9 field lands integer-
      *    aligned ("105" would arrive as 5.0, not 10.5).
       01 WS-RC-VarPct             PIC 99V9 value 0.
       01 WS-RC-Policy-Flag        PIC X value "N".
       01 WS-RC-Policy             PIC X value SPACE.
       01 WS-RC-PayDate-Flag       PIC X value "N".
       01 WS-RC-PayDate            PIC 9(8) value 0.
       01 WS-RC-FinPayFrom-Flag    PIC X value "N".
       01 WS-RC-FinPayFrom         PIC 9(8) value 0.

      * Recognition register state. The register is loaded for the
      *    control record's year at DATA-PRESET, and each genuinely

      * Deduction table state and this record's workings.
       01 ws-Deduct-Status         PIC XX value "00".
       01 WS-Deduct-Name           PIC X(60) value
           "DataFiles\Assignment#6_Deductions.dat".
       01 WS-Deduct-EOF-Flag       PIC 9 value 0.
           88 DEDUCT-EOF               value 1.
       01 WS-Max-Deductions        PIC 99 value 50.
               05 WS-Ded-Code          PIC X(4) value spaces.
               05 WS-Ded-Bracket       PIC 9(6)V99 value 0.
               05 WS-Ded-Rate          PIC V999 value 0.
               05 WS-Ded-Amount        PIC 9(4)V99 value 0.
       01 WS-Deduction-Sub         PIC 99 value 0.
       01 WS-Ded-Find-Sub          PIC 99 value 0.
      * The effective date of the table in effect for the week, and
      *    the rows on file in any table at all.
       01 WS-Ded-Table-Date        PIC 9(8) value 0.
       01 WS-Ded-Row-Eff           PIC 9(8) value 0.
       01 WS-Ded-Rows-Read         PIC 9(4) value 0.
       01 WS-Ded-Table-Flag        PIC X value "N".
           88 DED-TABLE-FOUND          value "Y".
      * Set only while the simulation loads an alternate file - its
      *    latest table is taken whatever its effective date.
       01 WS-Ded-Any-Date-Flag     PIC X value "N".
           88 DED-ANY-DATE             value "Y".
       01 WS-Tax-Amount            PIC 9(5)V99 value 0.
       01 WS-Benefit-Amount        PIC 999V99 value 0.
       01 WS-Net-Pay               PIC S9(7)V99 value 0.

      * Employer rate table state and one store portion's employer
      *    cost - worked out as the portion's salary is totalled and
      *    kept in the store table beside it. The company totals by
      *    kind are summed off the store table for the remittance
      *    ledger.
       01 ws-ErRate-Status         PIC XX value "00".
       01 WS-ErRate-EOF-Flag       PIC 9 value 0.
           88 ERRATE-EOF               value 1.
       01 WS-Max-ErRates           PIC 99 value 50.
       01 WS-ErRate-Count          PIC 99 value 0.
       01 WS-ErRate-Table.
           03 WS-ErRate-Entry OCCURS 50 TIMES.
               05 WS-ErR-Type          PIC X value space.
               05 WS-ErR-Code          PIC X(4) value spaces.
               05 WS-ErR-Rate          PIC V9999 value 0.
       01 WS-ErRate-Sub            PIC 99 value 0.
       01 WS-Er-Base               PIC 9(7)V99 value 0.
       01 WS-Er-Stat-Amount        PIC 9(7)V99 value 0.
       01 WS-Er-Pension-Amount     PIC 9(7)V99 value 0.
       01 WS-Er-WCB-Amount         PIC 9(7)V99 value 0.
       01 WS-Er-Store-Total        PIC 9(9)V99 value 0.
       01 WS-Er-Grand-Total        PIC 9(9)V99 value 0.
       01 WS-Er-CrossJob-Total     PIC 9(9)V99 value 0.
       01 WS-Er-Loaded-Total       PIC 9(9)V99 value 0.
       01 WS-Er-Company-Stat       PIC 9(9)V99 value 0.
       01 WS-Er-Company-Pension    PIC 9(9)V99 value 0.
       01 WS-Er-Company-WCB        PIC 9(9)V99 value 0.

      * Per-employee election state - the elections in effect for
      *    the settling person, worked out after the table
      *    deductions and itemized under their register line.
               05 WS-Ele-Percent       PIC V999 value 0.
               05 WS-Ele-Start         PIC 9(8) value 0.
               05 WS-Ele-End           PIC 9(8) value 0.
               05 WS-Ele-Payee         PIC X(8) value spaces.
               05 WS-Ele-Order-Ref     PIC X(16) value spaces.
               05 WS-Ele-Owed          PIC 9(7)V99 value 0.
      * Paid to date off the election ledger, kept current as this
      *    run takes more.
               05 WS-Ele-Paid          PIC 9(7)V99 value 0.
       01 WS-Election-Sub          PIC 999 value 0.
       01 WS-Election-Amount       PIC 9(6)V99 value 0.
       01 WS-Elect-This            PIC 9(6)V99 value 0.
           03 WS-Applied-Entry OCCURS 10 TIMES.
               05 WS-App-Type          PIC X value space.
               05 WS-App-Amount        PIC 9(6)V99 value 0.
               05 WS-App-Ele-Sub       PIC 999 value 0.
       01 WS-Applied-Sub           PIC 99 value 0.

      * Benefit enrollment state - the enrollments in memory, and
      *    whether the file is in place at all. Until it is, the
      *    job code's flat benefit rows still apply.
       01 ws-Enroll-Status         PIC XX value "00".
       01 WS-Enroll-EOF-Flag       PIC 9 value 0.
           88 ENROLL-EOF               value 1.
       01 WS-Enroll-Flag           PIC X value "N".
           88 ENROLLMENT-IN-USE        value "Y".
       01 WS-Max-Enrollments       PIC 9(4) value 1500.
       01 WS-Enrollment-Count      PIC 9(4) value 0.
       01 WS-Enroll-Dropped        PIC 9(4) value 0.
       01 WS-Enrollment-Table.
           03 WS-Enrollment-Entry OCCURS 1500 TIMES.
               05 WS-Enr-EmpID         PIC 9(9) value 0.
               05 WS-Enr-Start         PIC 9(8) value 0.
               05 WS-Enr-End           PIC 9(8) value 0.
               05 WS-Enr-Emp-Share     PIC 9(4)V99 value 0.
       01 WS-Enrollment-Sub        PIC 9(4) value 0.
      * The person's enrolled benefits for the period, before the
      *    register's per-period limit.
       01 WS-Enroll-Benefit        PIC 9(5)V99 value 0.
       01 WS-Enroll-Period-Share   PIC 9(5)V99 value 0.

      * Overtime approval state - this period's approvals, whether
      *    the file is in place at all, and the rule for overtime
      *    past them. Until the file is in place every overtime
      *    hour pays, as it always did.
       01 ws-OTAuth-Status         PIC XX value "00".
       01 WS-OTAuth-EOF-Flag       PIC 9 value 0.
           88 OTAUTH-EOF               value 1.
       01 WS-OTAuth-Flag           PIC X value "N".
           88 OTAUTH-IN-USE            value "Y".
      * P pays unapproved overtime and reports it, H holds it for a
      *    supervisor's release.
       01 WS-OT-Rule               PIC X value "P".
           88 HOLD-UNAPPROVED-OT       value "H".
       01 WS-Max-OTAuths           PIC 9(4) value 1000.
       01 WS-OTAuth-Count          PIC 9(4) value 0.
       01 WS-OTAuth-Dropped        PIC 9(4) value 0.
       01 WS-OTAuth-Table.
           03 WS-OTAuth-Entry OCCURS 1000 TIMES.
               05 WS-OTA-Store         PIC 9(4) value 0.
               05 WS-OTA-EmpID         PIC 9(9) value 0.
               05 WS-OTA-Hours         PIC 9(3)V9 value 0.
       01 WS-OTAuth-Sub            PIC 9(4) value 0.
      * The portion in hand - overtime worked, approved and over,
      *    and released hours from earlier periods paid on it.
       01 WS-OT-Worked             PIC 9(3)V9 value 0.
       01 WS-OT-Approved           PIC 9(3)V9 value 0.
       01 WS-OT-Excess             PIC 9(3)V9 value 0.
       01 WS-OTRel-Hours           PIC 9(3)V9 value 0.
       01 WS-OTRel-Pay             PIC 9(5)V99 value 0.
       01 WS-OTRel-Row-Pay         PIC 9(5)V99 value 0.
      * Set once the person's first portion posts - released hours
      *    ride on that portion only.
       01 WS-Person-OTRel-Flag     PIC X value "N".
           88 PERSON-OTREL-DONE        value "Y".

      * The overtime ledger's holds in memory - one entry per period,
      *    store and employee, the ledger's last word on it with the
      *    supervisors' decisions laid over. Type H held, R released
      *    not yet paid, X rejected, P paid, U over approval but paid.
       01 ws-OTLedger-Status       PIC XX value "00".
       01 ws-OTRelease-Status      PIC XX value "00".
       01 WS-OTLedger-EOF-Flag     PIC 9 value 0.
           88 OTLEDGER-EOF             value 1.
       01 WS-Max-OTHolds           PIC 9(4) value 3000.
       01 WS-OTHold-Count          PIC 9(4) value 0.
       01 WS-OTHold-Dropped        PIC 9(4) value 0.
       01 WS-OTHold-Table.
           03 WS-OTHold-Entry OCCURS 3000 TIMES.
               05 WS-OTH-Type          PIC X value space.
      * Y when this run wrote the row.
               05 WS-OTH-This-Run      PIC X value "N".
               05 WS-OTH-WeekEnding    PIC 9(8) value 0.
               05 WS-OTH-Store         PIC 9(4) value 0.
               05 WS-OTH-EmpID         PIC 9(9) value 0.
               05 WS-OTH-OT-Hours      PIC 9(3)V9 value 0.
               05 WS-OTH-Approved      PIC 9(3)V9 value 0.
               05 WS-OTH-Hours         PIC 9(3)V9 value 0.
               05 WS-OTH-Rate          PIC 99V99 value 0.
       01 WS-OTHold-Sub            PIC 9(4) value 0.
       01 WS-OTHold-Find-Sub       PIC 9(4) value 0.
       01 WS-OTKey-WeekEnding      PIC 9(8) value 0.
       01 WS-OTKey-Store           PIC 9(4) value 0.
       01 WS-OTKey-EmpID           PIC 9(9) value 0.
       01 WS-OTHeld-Count          PIC 9(4) value 0.
       01 WS-OTUnappr-Count        PIC 9(4) value 0.
       01 WS-OTReleased-Count      PIC 9(4) value 0.

      * The unapproved-overtime report - its rows pulled off the
      *    hold table and sorted section, region, store, EmpID and
      *    week ending, the first 32 bytes compared as one.
       01 ws-OTRpt-Status          PIC XX value "00".
       01 WS-Max-OTRpts            PIC 9(4) value 1000.
       01 WS-OTRpt-Count           PIC 9(4) value 0.
       01 WS-OTRpt-Dropped         PIC 9(4) value 0.
       01 WS-OTRpt-Table.
           03 WS-OTRpt-Entry OCCURS 1000 TIMES.
      * 1 = over approval this period, 2 = held from earlier
      *    periods or released and not yet paid, 3 = released and
      *    paid this run.
               05 WS-OTR-Section       PIC 9 value 0.
               05 WS-OTR-Region        PIC X(10) value spaces.
               05 WS-OTR-Store         PIC 9(4) value 0.
               05 WS-OTR-EmpID         PIC 9(9) value 0.
               05 WS-OTR-WeekEnding    PIC 9(8) value 0.
               05 WS-OTR-Type          PIC X value space.
               05 WS-OTR-OT-Hours      PIC 9(3)V9 value 0.
               05 WS-OTR-Approved      PIC 9(3)V9 value 0.
               05 WS-OTR-Hours         PIC 9(3)V9 value 0.
               05 WS-OTR-Rate          PIC 99V99 value 0.
               05 WS-OTR-Name          PIC X(24) value spaces.
               05 WS-OTR-Store-Name    PIC X(20) value spaces.
       01 WS-OTRpt-Sub             PIC 9(4) value 0.
       01 WS-OTRpt-Swap-Sub        PIC 9(4) value 0.
       01 WS-OTRpt-Swap-Entry      PIC X(93) value spaces.
       01 WS-OTR-Prev-Section      PIC 9 value 0.
       01 WS-OTR-Prev-Region       PIC X(10) value spaces.
       01 WS-OTR-Prev-Store        PIC 9(4) value 0.
       01 WS-OTR-Amount            PIC 9(5)V99 value 0.
       01 WS-OTR-Store-Hours       PIC 9(5)V9 value 0.
       01 WS-OTR-Store-Amount      PIC 9(7)V99 value 0.
       01 WS-OTR-Region-Hours      PIC 9(5)V9 value 0.
       01 WS-OTR-Region-Amount     PIC 9(7)V99 value 0.
       01 WS-OTR-Section-Hours     PIC 9(5)V9 value 0.
       01 WS-OTR-Section-Amount    PIC 9(7)V99 value 0.
       01 WS-OTR-Detail-Line.
           03  OTR-EmpID           PIC 9(9).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Name            PIC X(24).
           03  FILLER              PIC X VALUE SPACE.
           03  OTR-WeekEnding      PIC 9(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-OT-Hours        PIC ZZ9.9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Approved        PIC ZZ9.9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Hours           PIC ZZ9.9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Rate            PIC Z9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Amount          PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  OTR-Status          PIC X(10).
       01 WS-OTR-Total-Line.
           03  OTR-Total-Label     PIC X(50).
           03  FILLER              PIC X(7) VALUE SPACES.
           03  OTR-Total-Hours     PIC ZZ,ZZ9.9.
           03  FILLER              PIC X(6) VALUE SPACES.
           03  OTR-Total-Amount    PIC Z,ZZZ,ZZ9.99.

      * Minimum-wage state - the table, whether it is in place at
      *    all, how far ahead to look for increases, and the rates
      *    the person in hand is held to now and next.
       01 ws-MinWage-Status        PIC XX value "00".
       01 ws-MWComp-Status         PIC XX value "00".
       01 ws-MWUpcom-Status        PIC XX value "00".
       01 WS-MinWage-EOF-Flag      PIC 9 value 0.
           88 MINWAGE-EOF              value 1.
       01 WS-MinWage-Flag          PIC X value "N".
           88 MINWAGE-IN-USE           value "Y".
       01 WS-MinWage-Days          PIC 999 value 90.
       01 WS-MW-Horizon            PIC 9(8) value 0.
       01 WS-Max-MinWages          PIC 999 value 300.
       01 WS-MinWage-Count         PIC 999 value 0.
       01 WS-MinWage-Dropped       PIC 9(4) value 0.
       01 WS-MinWage-Table.
           03 WS-MinWage-Entry OCCURS 300 TIMES.
               05 WS-MWT-Province      PIC X(2) value spaces.
               05 WS-MWT-Program-Code  PIC X(10) value spaces.
               05 WS-MWT-Effective     PIC 9(8) value 0.
               05 WS-MWT-Rate          PIC 99V99 value 0.
       01 WS-MinWage-Sub           PIC 999 value 0.
      * 3 = province and program code both named, 2 = the
      *    province's general rate, 1 = ** for the program code,
      *    0 = ** general - the most particular row wins.
       01 WS-MW-Score              PIC 9 value 0.
       01 WS-MW-Best-Score         PIC 9 value 0.
       01 WS-MW-Best-Date          PIC 9(8) value 0.
       01 WS-MW-Rate               PIC 99V99 value 0.
      * The work province the rate was looked up under, for the
      *    report lines.
       01 WS-MW-Province           PIC X(2) value spaces.
       01 WS-MW-Next-Score         PIC 9 value 0.
       01 WS-MW-Next-Date          PIC 9(8) value 0.
       01 WS-MW-Next-Rate          PIC 99V99 value 0.
       01 WS-MW-Found-Flag         PIC X value "N".
           88 MW-RATE-FOUND            value "Y".
       01 WS-MW-Next-Flag          PIC X value "N".
           88 MW-NEXT-FOUND            value "Y".
       01 WS-MW-Eff-Rate           PIC 99V99 value 0.
       01 WS-MW-Low-Rate           PIC 99V99 value 0.
       01 WS-MW-Hours              PIC 9(4)V9 value 0.
       01 WS-MW-Shortfall          PIC 9(5)V99 value 0.
       01 WS-MW-Next-Short         PIC 9(5)V99 value 0.
       01 WS-MW-Portion-Hours      PIC 9(3)V9 value 0.
       01 WS-MW-Below-Count        PIC 9(4) value 0.
       01 WS-MW-Below-Total        PIC 9(7)V99 value 0.
       01 WS-MW-Upcoming-Count     PIC 9(4) value 0.
       01 WS-MW-Name               PIC X(24) value spaces.
       01 WS-MW-Detail-Line.
           03  MWD-EmpID           PIC 9(9).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Name            PIC X(24).
           03  FILLER              PIC X VALUE SPACE.
           03  MWD-Store           PIC 9(4).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Province        PIC X(2).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Class           PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Paid            PIC Z9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Minimum         PIC Z9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Effective       PIC X(8).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Hours           PIC ZZZ9.9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  MWD-Shortfall       PIC ZZ,ZZ9.99.

      * Election ledger state.
       01 ws-ElectLedger-Status    PIC XX value "00".
       01 WS-ElectLedger-Name      PIC X(60) value
           "DataFiles\Assignment#6_ElectionLedger.dat.stg".
       01 WS-ElectLedger-EOF-Flag  PIC 9 value 0.
           88 ELECTLEDGER-EOF          value 1.
       01 WS-Order-Left            PIC S9(7)V99 value 0.
       01 WS-Orders-Paid-Count     PIC 9(4) value 0.
       01 WS-Ledger-Row-Count      PIC 9(5) value 0.
      * Rows already on the ledger when a final-pay or off-cycle run
      *    loaded it - an earlier run on the same pay date wrote
      *    them, and its payees have been remitted already.
       01 WS-Ledger-Rows-Before    PIC 9(7) value 0.
       01 WS-Remit-Skip-Rows       PIC 9(7) value 0.
       01 WS-Remit-Read-Rows       PIC 9(7) value 0.

      * The posting week's ledger rows, sorted by payee, type,
      *    order reference and EmpID for the third-party files.
       01 ws-PayeeRemit-Status     PIC XX value "00".
       01 WS-PayeeRemit-Name       PIC X(60) value spaces.
       01 ws-SavContrib-Status     PIC XX value "00".
       01 WS-SavContrib-Name       PIC X(60) value spaces.
       01 WS-Max-Remits            PIC 999 value 500.
       01 WS-Remit-Count           PIC 999 value 0.
       01 WS-Remit-Dropped         PIC 9(5) value 0.
       01 WS-Remit-Table.
           03 WS-Remit-Entry OCCURS 500 TIMES.
               05 WS-Rmt-Payee         PIC X(8) value spaces.
               05 WS-Rmt-Type          PIC X value space.
               05 WS-Rmt-Order-Ref     PIC X(16) value spaces.
               05 WS-Rmt-EmpID         PIC 9(9) value 0.
               05 WS-Rmt-Surname       PIC X(14) value spaces.
               05 WS-Rmt-GivenName     PIC X(14) value spaces.
               05 WS-Rmt-Amount        PIC 9(7)V99 value 0.
       01 WS-Remit-Sub             PIC 999 value 0.
       01 WS-Remit-Swap-Sub        PIC 999 value 0.
       01 WS-Remit-Swap-Entry      PIC X(71) value spaces.
       01 WS-Remit-Prev-Payee      PIC X(8) value spaces.
       01 WS-Remit-Payee-Count     PIC 9(5) value 0.
       01 WS-Remit-Payee-Total     PIC 9(9)V99 value 0.
       01 WS-Remit-File-Count      PIC 9(5) value 0.
       01 WS-Remit-File-Total      PIC 9(9)V99 value 0.
       01 WS-Remit-Payees          PIC 9(4) value 0.
       01 WS-Savings-Rows          PIC 999 value 0.
      * The settling person's elections by type, in slot order G,
      *    S, W and anything else - every applied amount, not just
      *    the ten the register itemizes.
       01 WS-Ele-Slot-Codes        PIC X(4) value "GSWO".
       01 WS-Ele-Slot              PIC 9 value 0.
       01 WS-Person-Ele-Table.
           03 WS-Person-Ele-Amt OCCURS 4 TIMES PIC 9(6)V99 value 0.
       01 WS-Elect-Item-Line.
           03  FILLER              PIC X(8) VALUE SPACES.
           03  Itm-Label           PIC X(18).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  Itm-Amount          PIC ZZ,ZZ9.99-.

      * Statutory holidays falling in the pay week, loaded at
      *    DATA-PRESET off the calendar, with each province's
      *    eligibility rules. A province with no rules row of its
      *    own takes the ** row, or failing that the standard rules
      *    below - 30 days of service, 4 weeks averaged, a 5-day
      *    week, time and a half for hours worked.
       01 ws-Holiday-Status        PIC XX value "00".
       01 WS-Holiday-EOF-Flag      PIC 9 value 0.
           88 HOLIDAY-EOF              value 1.
       01 WS-Max-Holidays          PIC 99 value 50.
       01 WS-Holiday-Count         PIC 99 value 0.
       01 WS-Holiday-Table.
           03 WS-Holiday-Entry OCCURS 50 TIMES.
               05 WS-Hol-Province      PIC X(2) value spaces.
               05 WS-Hol-Date          PIC 9(8) value 0.
       01 WS-Holiday-Sub           PIC 99 value 0.
       01 WS-Max-HolRules          PIC 99 value 20.
       01 WS-HolRule-Count         PIC 99 value 0.
       01 WS-HolRule-Table.
           03 WS-HolRule-Entry OCCURS 20 TIMES.
               05 WS-HRl-Province      PIC X(2) value spaces.
               05 WS-HRl-Min-Days      PIC 9(3) value 0.
               05 WS-HRl-Avg-Weeks     PIC 99 value 0.
               05 WS-HRl-Days-Per-Week PIC 9 value 0.
               05 WS-HRl-Premium       PIC 9V99 value 0.
       01 WS-HolRule-Sub           PIC 99 value 0.
       01 WS-HolRule-Find-Sub      PIC 99 value 0.
      * The rules in force for the person in hand.
       01 WS-HolR-Min-Days         PIC 9(3) value 30.
       01 WS-HolR-Avg-Weeks        PIC 99 value 4.
       01 WS-HolR-Days-Per-Week    PIC 9 value 5.
       01 WS-HolR-Premium          PIC 9V99 value 1.50.

      * Pay-week punch pairs that fall on a holiday anywhere - the
      *    person's own province is checked when their portion
      *    comes past.
       01 ws-Pair-Status           PIC XX value "00".
       01 WS-Pair-EOF-Flag         PIC 9 value 0.
           88 PAIR-EOF                 value 1.
       01 WS-Max-HolPairs          PIC 9(4) value 2000.
       01 WS-HolPair-Count         PIC 9(4) value 0.
       01 WS-HolPair-Table.
           03 WS-HolPair-Entry OCCURS 2000 TIMES.
               05 WS-HP-EmpID          PIC 9(9) value 0.
               05 WS-HP-Store          PIC 9(4) value 0.
               05 WS-HP-Date           PIC 9(8) value 0.
               05 WS-HP-Minutes        PIC 9(4) value 0.
       01 WS-HolPair-Sub           PIC 9(4) value 0.
       01 WS-HolPair-Dropped       PIC 9(5) value 0.
       01 WS-HP-In-Min             PIC 9(4) value 0.
       01 WS-HP-Out-Min            PIC 9(4) value 0.
       01 WS-HP-Hours              PIC 99 value 0.
       01 WS-HP-Mins               PIC 99 value 0.

      * This portion's holiday pay and premium, added to its
      *    salary so they post, cost and journal with the rest of
      *    the gross. Holiday pay is the person's, paid once on the
      *    first hourly portion that posts.
       01 WS-Hol-Pay               PIC 9(5)V99 value 0.
       01 WS-Hol-Prem              PIC 9(5)V99 value 0.
       01 WS-Hol-Minutes           PIC 9(5) value 0.
       01 WS-Hol-Days              PIC 9 value 0.
       01 WS-Hol-Match-Flag        PIC X value "N".
           88 HOLIDAY-MATCHED          value "Y".
       01 WS-Hol-Service-Days      PIC S9(7) value 0.
      * The person's recent weeks of pay off the history file,
      *    oldest dropped off the front as newer ones come past.
       01 WS-Hol-Hist-EOF-Flag     PIC 9 value 0.
           88 HOL-HIST-EOF             value 1.
       01 WS-Hol-Week-Count        PIC 99 value 0.
       01 WS-Hol-Week-Table.
           03 WS-Hol-Week-Pay OCCURS 13 TIMES PIC 9(7)V99 value 0.
       01 WS-Hol-Week-Sub          PIC 99 value 0.
       01 WS-Hol-Avg-Weekly        PIC 9(7)V99 value 0.
       01 WS-Holiday-Pay-Count     PIC 9(4) value 0.
       01 WS-Holiday-Prem-Count    PIC 9(4) value 0.

      * Adjustment run state - deltas applied, deltas refused, and
      *    whether the week-over-week snapshot was touched and so
       01 WS-Adj-Work              PIC S9(8)V99 value 0.
       01 WS-Adj-Sales-Work        PIC S9(9) value 0.
       01 WS-Adj-Edited            PIC +Z,ZZZ,ZZ9.99.
      * The employer's cost of one delta, signed the way the delta is.
       01 WS-Adj-Er-Total          PIC S9(7)V99 value 0.
       01 GL-Adj-Amount-Edit       PIC +9(7).99.
       01 WS-Adj-YTD-Sub           PIC 999 value 0.

      * Final-pay run state. The settled file is loaded into the
      *    table (the weekly run loads it too, to refuse a feed
      *    record for anyone already paid out); the working fields
      *    carry one separation through proration, the leave payout
      *    and the statement.
       01 ws-FinalPay-Status       PIC XX value "00".
       01 WS-FinalPay-Name         PIC X(60) value
           "DataFiles\Assignment#6_FinalPaySettled.dat".
       01 WS-FinalPay-Live-Name    PIC X(60) value
           "DataFiles\Assignment#6_FinalPaySettled.dat".
       01 WS-FinalPay-Stage-Name   PIC X(60) value
           "DataFiles\Assignment#6_FinalPaySettled.dat.stg".
       01 WS-FinalPay-EOF-Flag     PIC 9 value 0.
           88 FINALPAY-EOF             value 1.
       01 WS-Max-FinalPay          PIC 9(4) value 2000.
       01 WS-FinalPay-Count        PIC 9(4) value 0.
       01 WS-FinalPay-Table.
           03 WS-FinPay-EmpID OCCURS 2000 TIMES PIC 9(9) value 0.
       01 WS-FinalPay-Sub          PIC 9(4) value 0.
       01 WS-FinalPay-Lookup-ID    PIC 9(9) value 0.
       01 WS-FinalPay-Found-Flag   PIC X value "N".
           88 FINAL-PAY-SETTLED        value "Y".
      * The control record's week - the weekly cycle the term date
      *    is lined up against - and the date the run pays on.
       01 WS-Fin-Ctl-Week          PIC 9(8) value 0.
       01 WS-Fin-Pay-Date          PIC 9(8) value 0.
       01 WS-PayDate-Clash-Flag    PIC X value "N".
       01 WS-Fin-Term-Serial       PIC 9(7) value 0.
       01 WS-Fin-Ctl-Serial        PIC 9(7) value 0.
       01 WS-Fin-TermWkE-Serial    PIC 9(7) value 0.
       01 WS-Fin-Gap               PIC 9(7) value 0.
       01 WS-Fin-Quotient          PIC 9(7) value 0.
       01 WS-Fin-Remainder         PIC 9 value 0.
       01 WS-Fin-TermWkE           PIC 9(8) value 0.
       01 WS-Fin-Days              PIC 99 value 0.
      * The pay-group period the term date falls in - off the
      *    group's calendar for a bi-weekly or semi-monthly group -
      *    its first day, and how many days it runs.
       01 WS-Fin-PerStart-Serial   PIC 9(7) value 0.
       01 WS-Fin-Period-Days       PIC 99 value 0.
       01 WS-Fin-Period-Flag       PIC X value "N".
           88 FIN-PERIOD-FOUND         value "Y".
       01 WS-Fin-PerStart          PIC 9(8) value 0.
       01 WS-Fin-PerStart-Parts REDEFINES WS-Fin-PerStart.
           03 WS-Fin-PerStart-Year     PIC 9(4).
           03 WS-Fin-PerStart-Month    PIC 9(2).
           03 WS-Fin-PerStart-Day      PIC 9(2).
       01 WS-Fin-Week-Paid-Flag    PIC X value "N".
           88 FIN-WEEK-ALREADY-PAID    value "Y".
       01 WS-Fin-Prorated          PIC 9(7)V99 value 0.
       01 WS-Fin-Accr-Flag         PIC X value "N".
       01 WS-Fin-Leave-Hours       PIC S9(5)V9 value 0.
       01 WS-Fin-Hourly-Rate       PIC 9(5)V9999 value 0.
       01 WS-Fin-Leave-Pay         PIC 9(7)V99 value 0.
       01 WS-Fin-Settled-Count     PIC 9(4) value 0.
      * The earliest term date a final-pay run settles - FINALPAYFROM=
      *    off the run-control file, the start of the pay group's
      *    prior period otherwise - and the separations older than
      *    it that the walk passed over.
       01 WS-Fin-From-Date         PIC 9(8) value 0.
       01 WS-Fin-From-Serial       PIC 9(7) value 0.
       01 WS-Fin-Back-Days         PIC 99 value 0.
       01 WS-Fin-Before-Count      PIC 9(4) value 0.
      * Separations the walk passed over because they belong to
      *    another pay group's run, or fall in no period on this
      *    group's calendar.
       01 WS-Fin-Group-Count       PIC 9(4) value 0.
       01 WS-Fin-NoCal-Count       PIC 9(4) value 0.
       01 WS-Fin-Date-Disp         PIC X(10) value SPACES.
       01 WS-Fin-Date-Work         PIC 9(8) value 0.
       01 WS-Fin-Date-Parts REDEFINES WS-Fin-Date-Work.
           03 WS-Fin-Date-Year         PIC 9(4).
           03 WS-Fin-Date-Month        PIC 9(2).
           03 WS-Fin-Date-Day          PIC 9(2).
       01 WS-Fin-Rate-Edited       PIC ZZ,ZZ9.9999.
       01 WS-Fin-Hours-Edited      PIC ZZ,ZZ9.9.
       01 WS-Fin-Days-Edited       PIC Z9.
       01 WS-Fin-PerDays-Edited    PIC Z9.

      * Manual off-cycle run state - the run's sequence number off
      *    the posted register, and what it paid and refused.
       01 ws-OffCycle-Status       PIC XX value "00".
       01 WS-OffCycle-EOF-Flag     PIC 9 value 0.
           88 OFFCYCLE-EOF             value 1.
       01 WS-Off-Seq               PIC 9(4) value 0.
       01 WS-Off-Paid-Count        PIC 9(4) value 0.
       01 WS-Off-Refused-Count     PIC 9(4) value 0.
       01 WS-Off-Refusal           PIC X(30) value SPACES.

      * Pending postings - the staged file a final-pay or off-cycle
      *    run writes its history and accrual postings to, the live
      *    one they are applied from after the commit, and how many
      *    of them the applied file says have already gone on.
       01 ws-PendPost-Status       PIC XX value "00".
       01 ws-PendDone-Status       PIC XX value "00".
       01 WS-PendPost-Name         PIC X(60) value
           "DataFiles\Assignment#6_PendingPosts.dat".
       01 WS-PendPost-Live-Name    PIC X(60) value
           "DataFiles\Assignment#6_PendingPosts.dat".
       01 WS-PendPost-Stage-Name   PIC X(60) value
           "DataFiles\Assignment#6_PendingPosts.dat.stg".
       01 WS-PendPost-EOF-Flag     PIC 9 value 0.
           88 PENDPOST-EOF             value 1.
       01 WS-PendDone-EOF-Flag     PIC 9 value 0.
           88 PENDDONE-EOF             value 1.
       01 WS-PendPost-Hist-Flag    PIC X value "N".
       01 WS-PendPost-Accr-Flag    PIC X value "N".
       01 WS-Pend-Apply-Flag       PIC X value "Y".
           88 PENDPOST-APPLIED         value "Y".
       01 WS-Pend-Done-Count       PIC 9(5) value 0.
       01 WS-Pend-Read-Count       PIC 9(5) value 0.
       01 WS-Pend-Applied-Count    PIC 9(5) value 0.
       01 WS-Pend-Save-Week        PIC 9(8) value 0.
       01 WS-Pend-Save-PayDate     PIC 9(8) value 0.
       01 WS-Pend-Save-Group       PIC X value SPACE.

      * Remittance ledger state - the quarter off the pay calendar
      *    when the week is on it, worked out from the week-ending
      *    month when it isn't.
       01 WS-Cal-This-Number       PIC 99 value 0.
       01 WS-Cal-Last-Posted       PIC 9(8) value 0.
       01 WS-Cal-Last-Number       PIC 99 value 0.
       01 WS-Cal-Name              PIC X(60) value
           "DataFiles\Assignment#6_PayCalendar.dat".

      * The pay group this run pays - PAYGROUP= on the run control,
      *    weekly when it isn't given. Only the masters in the group
      *    are paid; the salary fraction, the tax brackets, the flat
      *    benefits and the accrual all scale by the weeks in the
      *    group's period.
       01 WS-Pay-Group             PIC X value "W".
           88 RUN-WEEKLY               value "W".
           88 RUN-BIWEEKLY             value "B".
           88 RUN-SEMIMONTHLY          value "S".
       01 WS-Periods-Per-Year      PIC 99 value 52.
       01 WS-Period-Factor         PIC 9V9999 value 1.
       01 WS-Start-Back            PIC 99 value 6.
      * The period as the report headings name it - plainly in the
      *    running text, in full on the statements.
       01 WS-Period-Name           PIC X(20) value "week".
       01 WS-Period-Title          PIC X(20) value "WEEK".
       01 WS-Emp-Pay-Group         PIC X value "W".
       01 WS-PayGroup-Reason       PIC X(30) value SPACES.
       01 WS-PayGroup-Count        PIC 9(4) value 0.
       01 WS-Week-Hours            PIC 99V9 value 0.
       01 WS-Period-Accrual        PIC 99V99 value 0.
       01 WS-Bud-Period            PIC 9(7)V99 value 0.

      * The person being paid. With the weekly file keyed employee
      *    plus store, one employee's store-portion records sit
       01 WS-Person-HourlyRate     PIC 99V99 value 0.
       01 WS-Person-Gross          PIC 9(7)V99 value 0.
       01 WS-Person-Sales          PIC 9(9) value 0.
      * The week's recognition bonus and the new winner's gift value
      *    (catalog cost), taxable on top of the gross; the
      *    adjustments are earlier weeks' voids and corrections
      *    coming back through this pay. Bonus-Pay and TxBen are
      *    what the register, history and statement carry.
       01 WS-Person-Bonus          PIC 9(7)V99 value 0.
       01 WS-Person-Gift-Value     PIC 9(7)V99 value 0.
       01 WS-Person-Bonus-Adj      PIC S9(7)V99 value 0.
       01 WS-Person-Gift-Adj       PIC S9(7)V99 value 0.
       01 WS-Person-Bonus-Pay      PIC S9(7)V99 value 0.
       01 WS-Person-TxBen          PIC S9(7)V99 value 0.
       01 WS-Taxable-Pay           PIC S9(8)V99 value 0.
       01 WS-Person-Hours          PIC 9(3)V9 value 0.
       01 WS-Person-Reg-Hours      PIC 9(3)V9 value 0.
       01 WS-Person-OT-Hours       PIC 9(3)V9 value 0.
       01 WS-Person-OT-Pay         PIC 9(5)V99 value 0.
      * Holiday pay and premium are already inside the gross; these
      *    carry them out to their own register and statement lines.
       01 WS-Person-Hol-Pay        PIC 9(5)V99 value 0.
       01 WS-Person-Hol-Prem       PIC 9(5)V99 value 0.
       01 WS-Person-Hol-Hours      PIC 9(3)V9 value 0.
       01 WS-Person-Hol-Days       PIC 9 value 0.
       01 WS-Person-Hire-Date      PIC 9(8) value 0.
       01 WS-Person-Term-Date      PIC 9(8) value 0.
       01 WS-Person-Portions       PIC 99 value 0.
       01 WS-Person-Master-Salary  PIC 9(9)V99 value 0.
       01 WS-Person-Transit        PIC 9(8) value 0.
       01 WS-Person-Account        PIC 9(12) value 0.
      * Space = the banking can be paid into; anything else (the
      *    bank returned a deposit to it, or it's still on prenote)
      *    pays by paper.
       01 WS-Person-Bank-Status    PIC X value space.
       01 WS-Person-Prenote-Date   PIC 9(8) value 0.
       01 WS-Person-Master-Flag    PIC X value "N".
       01 WS-Person-Hire-Year      PIC 9(4) value 0.
       01 WS-Person-OnLeave-Flag   PIC X value "N".
       01 WS-Person-Home-Store     PIC 9(4) value 0.
       01 WS-Person-Home-Job       PIC A value space.
       01 WS-Person-Home-Seen      PIC X value "N".
      * The master's mailing address, for the cheque if one is cut.
       01 WS-Person-Street         PIC X(30) value spaces.
       01 WS-Person-City           PIC X(20) value spaces.
       01 WS-Person-Province       PIC X(2) value spaces.
       01 WS-Person-Postal         PIC X(6) value spaces.
      * The province the portion in hand was worked in - its store's
      *    off the Store Master, or the person's own where the store
      *    has none keyed. Minimum wage and holidays go by this one.
       01 WS-Work-Province         PIC X(2) value spaces.
      * The minimum-wage check's pieces of the person - hourly
      *    portions checked rate against minimum as they post,
      *    salaried portions' pay and hours held for the settle.
       01 WS-Person-Program-Code   PIC X(10) value spaces.
       01 WS-Person-Hrly-Hours     PIC 9(4)V9 value 0.
       01 WS-Person-Hrly-Short     PIC 9(5)V99 value 0.
       01 WS-Person-Hrly-Next      PIC 9(5)V99 value 0.
       01 WS-Person-Low-Rate       PIC 99V99 value 0.
       01 WS-Person-Sal-Pay        PIC 9(7)V99 value 0.
       01 WS-Person-Sal-Hours      PIC 9(4)V9 value 0.
       01 WS-HomeMismatch-Count    PIC 9(4) value 0.
       01 WS-Split-Person-Count    PIC 9(4) value 0.

      *    latest row effective on or before the control week wins
      *    over the master's salary in the variance audit.
       01 ws-SalChg-Status         PIC XX value "00".
       01 WS-SalChg-Name           PIC X(60) value
           "DataFiles\Assignment03_SalaryChanges.dat".
       01 WS-SalChg-EOF-Flag       PIC 9 value 0.
           88 SALCHG-EOF               value 1.
       01 WS-Max-SalChg            PIC 999 value 500.
       01 WS-Accr-Work             PIC S9(6)V9 value 0.

      * Pay-statement state. The statement settles per person, off
      *    the combined gross, and the YTD pay is read off the
      *    employee YTD master after this week's record lands.
       01 ws-Statement-Status      PIC XX value "00".
       01 WS-Statement-Name        PIC X(60) value SPACES.
       01 WS-Stmt-YTD-Pay          PIC 9(9)V99 value 0.
       01 WS-Stmt-Count            PIC 9(4) value 0.
       01 WS-Stmt-Amt-Edited       PIC ZZZ,ZZ9.99.
       01 WS-Stmt-Sign-Edited      PIC ZZZ,ZZ9.99-.
       01 WS-Stmt-YTD-Edited       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-Stmt-Hours-Edited     PIC ZZ9.9.

      * Bank payment file state - funding count/total feed the batch
      *    total record the bank balances against; the paper count
      *    goes to the run summary alongside the cheques printed.
       01 ws-BankPay-Status        PIC XX value "00".
       01 WS-BankPay-Name          PIC X(60) value
           "DataFiles\BankPayments.dat.stg".
       01 WS-Bank-Count            PIC 9(4) value 0.
       01 WS-Bank-Total            PIC 9(9)V99 value 0.
       01 WS-Paper-Count           PIC 9(4) value 0.

      * Cheque state. The next number comes off the control file,
      *    pushed past anything already on the register; the source
      *    and print-file name are set by whichever run is cutting
      *    the cheques.
       01 ws-Cheque-Status         PIC XX value "00".
       01 WS-Cheque-Name           PIC X(60) value
           "DataFiles\Cheques.prt.stg".
       01 ws-ChqReg-Status         PIC XX value "00".
       01 WS-ChqReg-EOF-Flag       PIC 9 value 0.
           88 CHQREG-EOF               value 1.
       01 ws-ChqCtl-Status         PIC XX value "00".
       01 WS-ChqCtl-Name           PIC X(60) value
           "DataFiles\Assignment#6_ChequeControl.dat".
       01 WS-ChqCtl-Live-Name      PIC X(60) value
           "DataFiles\Assignment#6_ChequeControl.dat".
       01 WS-ChqCtl-Stage-Name     PIC X(60) value
           "DataFiles\Assignment#6_ChequeControl.dat.stg".
       01 WS-Chq-First-Number      PIC 9(8) value 100001.
       01 WS-Chq-Next              PIC 9(8) value 0.
       01 WS-Chq-Source            PIC X value "W".
       01 WS-Chq-Count             PIC 9(4) value 0.
       01 WS-Chq-Total             PIC 9(9)V99 value 0.
       01 WS-Chq-Amt-Edited        PIC $$,$$$,$$9.99.
       01 WS-Chq-Tot-Edited        PIC $$$$,$$$,$$9.99.
       01 WS-Chq-Payee             PIC X(30) value spaces.
       01 WS-Chq-Ptr               PIC 99 value 0.

      * Prenotes. New or changed banking gets a zero-dollar N record
      *    on the weekly bank file and the employee stays on paper
      *    until PRENOTEDAYS (run control) have passed since the
      *    prenote's week-ending with no return. What this run did is
      *    read back off the bank file once it promotes and written to
      *    the master and the maintenance journal then.
       01 WS-Prenote-Days          PIC 999 value 10.
       01 WS-Prenote-Action        PIC X value space.
           88 PRENOTE-SEND             value "S".
           88 PRENOTE-HOLD             value "H".
           88 PRENOTE-GOES-LIVE        value "L".
       01 WS-Prenote-Age           PIC S9(7) value 0.
       01 WS-Prenote-Sent-Count    PIC 9(4) value 0.
       01 WS-Prenote-Live-Count    PIC 9(4) value 0.
       01 WS-Prenote-EOF-Flag      PIC 9 value 0.
           88 PRENOTE-EOF              value 1.
       01 WS-Prenote-Before        PIC X(207) value spaces.
       01 ws-Journal-Status        PIC XX value "00".
       01 WS-Chq-Line.
           03  FILLER              PIC X(11) VALUE "CHEQUE NO. ".
           03  CL-Number           PIC 9(8).
           03  FILLER              PIC X(33) VALUE SPACES.
           03  FILLER              PIC X(6) VALUE "DATE: ".
           03  CL-Date             PIC X(10).
      * The amount in words - dollars by group of three (millions,
      *    thousands, units), then the cents over 100.
       01 WS-Wrd-Text              PIC X(100) value spaces.
       01 WS-Wrd-Ptr               PIC 999 value 0.
       01 WS-Wrd-Amount            PIC 9(7)V99 value 0.
       01 WS-Wrd-Amount-Parts REDEFINES WS-Wrd-Amount.
           03  WS-Wrd-Dollars      PIC 9(7).
           03  WS-Wrd-Cents        PIC 99.
       01 WS-Wrd-Millions          PIC 9 value 0.
       01 WS-Wrd-Thousands         PIC 999 value 0.
       01 WS-Wrd-Units             PIC 999 value 0.
       01 WS-Wrd-Rest              PIC 9(6) value 0.
       01 WS-Wrd-Group             PIC 999 value 0.
       01 WS-Wrd-Hundreds          PIC 9 value 0.
       01 WS-Wrd-Tens-Units        PIC 99 value 0.
       01 WS-Wrd-Tens              PIC 9 value 0.
       01 WS-Wrd-Ones              PIC 9 value 0.
       01 WS-Wrd-Ones-Words.
           03 FILLER PIC X(9) VALUE "ONE".
           03 FILLER PIC X(9) VALUE "TWO".
           03 FILLER PIC X(9) VALUE "THREE".
           03 FILLER PIC X(9) VALUE "FOUR".
           03 FILLER PIC X(9) VALUE "FIVE".
           03 FILLER PIC X(9) VALUE "SIX".
           03 FILLER PIC X(9) VALUE "SEVEN".
           03 FILLER PIC X(9) VALUE "EIGHT".
           03 FILLER PIC X(9) VALUE "NINE".
           03 FILLER PIC X(9) VALUE "TEN".
           03 FILLER PIC X(9) VALUE "ELEVEN".
           03 FILLER PIC X(9) VALUE "TWELVE".
           03 FILLER PIC X(9) VALUE "THIRTEEN".
           03 FILLER PIC X(9) VALUE "FOURTEEN".
           03 FILLER PIC X(9) VALUE "FIFTEEN".
           03 FILLER PIC X(9) VALUE "SIXTEEN".
           03 FILLER PIC X(9) VALUE "SEVENTEEN".
           03 FILLER PIC X(9) VALUE "EIGHTEEN".
           03 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-Wrd-Ones-Tbl REDEFINES WS-Wrd-Ones-Words.
           03 WS-Wrd-Ones-Word OCCURS 19 TIMES PIC X(9).
       01 WS-Wrd-Tens-Words.
           03 FILLER PIC X(7) VALUE "TWENTY".
           03 FILLER PIC X(7) VALUE "THIRTY".
           03 FILLER PIC X(7) VALUE "FORTY".
           03 FILLER PIC X(7) VALUE "FIFTY".
           03 FILLER PIC X(7) VALUE "SIXTY".
           03 FILLER PIC X(7) VALUE "SEVENTY".
           03 FILLER PIC X(7) VALUE "EIGHTY".
           03 FILLER PIC X(7) VALUE "NINETY".
       01 WS-Wrd-Tens-Tbl REDEFINES WS-Wrd-Tens-Words.
           03 WS-Wrd-Tens-Word OCCURS 8 TIMES PIC X(7).

       01 ws-NetPay-Status         PIC XX value "00".
       01 WS-NetPay-Name           PIC X(60) value
           "DataFiles\NetPayRegister.rpt.stg".
       01 WS-NetPay-Line.
           03  NP-EmpID            PIC 9(9).
           03  FILLER              PIC X(3) VALUE SPACES.
           03  NP-Other            PIC Z,ZZ9.99.
           03  FILLER              PIC X(3) VALUE SPACES.
           03  NP-Net              PIC ZZ,ZZ9.99.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  NP-Hold             PIC X(12) VALUE SPACES.
       01 WS-NP-Tot-Line.
           03  NPT-Label           PIC X(11).
           03  FILLER              PIC X(3) VALUE SPACES.
       01 WS-NP-Company-Ben        PIC 9(9)V99 value 0.
       01 WS-NP-Company-Oth        PIC 9(9)V99 value 0.
       01 WS-NP-Company-Net        PIC 9(9)V99 value 0.
       01 WS-NP-Company-Bonus      PIC S9(9)V99 value 0.
       01 WS-NP-Company-TxBen      PIC S9(9)V99 value 0.
       01 WS-NP-Bonus-Edit         PIC Z,ZZZ,ZZ9.99-.

      * The letter template, loaded once, and the merge workings.
      *    A token is replaced once per line - the template writer
       01 WS-BS-Bud-Lo             PIC 999 value 0.
       01 WS-BS-Bud-Hi             PIC 999 value 0.

      * This quarter's quotas, loaded for the week's calendar quarter
      *    only, and the week's attainment - one row per settled
      *    salesperson (job code S, or anyone carrying a quota). Like
      *    the sales board, not carried in the restart checkpoint.
      *    QUOTAMARGIN (run control, tenths implied) is how far
      *    behind straight-line pace someone may run before the
      *    report calls them trailing.
       01 ws-Quota-Status          PIC XX value "00".
       01 ws-QuotaRpt-Status       PIC XX value "00".
       01 WS-Quota-EOF-Flag        PIC 9 value 0.
           88 QUOTA-EOF                value 1.
       01 WS-Quota-Hist-EOF-Flag   PIC 9 value 0.
           88 QUOTA-HIST-EOF           value 1.
       01 WS-Quota-Year            PIC 9(4) value 0.
       01 WS-Quota-Quarter         PIC 9 value 0.
       01 WS-Quota-First-Month     PIC 99 value 0.
       01 WS-Quota-Period-Start    PIC 9(8) value 0.
       01 WS-Quota-Weeks           PIC 99 value 0.
       01 WS-Quota-Elapsed         PIC 99 value 0.
       01 WS-Quota-Margin          PIC 99V9 value 10.0.
       01 WS-Max-Quotas            PIC 9(4) value 1000.
       01 WS-Quota-Count           PIC 9(4) value 0.
       01 WS-Quota-Dropped         PIC 9(4) value 0.
       01 WS-Quota-Table.
           03 WS-Quota-Entry OCCURS 1000 TIMES.
               05 WS-Quo-EmpID         PIC 9(9) value 0.
               05 WS-Quo-Amount        PIC 9(8)V99 value 0.
       01 WS-Quota-Sub             PIC 9(4) value 0.
       01 WS-Quota-Find-Sub        PIC 9(4) value 0.
       01 WS-Quota-Pace            PIC 9(9)V99 value 0.
       01 WS-Max-Att               PIC 9(4) value 1000.
       01 WS-Att-Count             PIC 9(4) value 0.
       01 WS-Att-Full-Flag         PIC X value "N".
       01 WS-Att-Table.
           03 WS-Att-Entry OCCURS 1000 TIMES.
               05 WS-Att-EmpID         PIC 9(9) value 0.
               05 WS-Att-Name          PIC X(18) value SPACES.
               05 WS-Att-Store         PIC 9(4) value 0.
               05 WS-Att-Week          PIC 9(9) value 0.
               05 WS-Att-PTD           PIC 9(9) value 0.
               05 WS-Att-Quota         PIC 9(8)V99 value 0.
               05 WS-Att-Pct           PIC 9(4)V9 value 0.
               05 WS-Att-Flag          PIC X value space.
                   88 ATT-TRAILING         value "T".
                   88 ATT-NO-QUOTA         value "N".
       01 WS-Att-Sub               PIC 9(4) value 0.
       01 WS-Att-Trail-Count       PIC 9(4) value 0.
      * One store's, region's or the company's rollup - the percent
      *    is over the salespeople who carry a quota, so a new hire
      *    without one neither flatters nor drags it.
       01 WS-QRoll-Store           PIC 9(4) value 0.
       01 WS-QRoll-Label           PIC X(18) value SPACES.
       01 WS-QRoll-Count           PIC 9(4) value 0.
       01 WS-QRoll-Trail           PIC 9(4) value 0.
       01 WS-QRoll-Week            PIC 9(9) value 0.
       01 WS-QRoll-PTD             PIC 9(9) value 0.
       01 WS-QRoll-PTD-Quota       PIC 9(9) value 0.
       01 WS-QRoll-Quota           PIC 9(9)V99 value 0.
       01 WS-QRoll-Pct             PIC 9(4)V9 value 0.
       01 WS-QReg-Count            PIC 9(4) value 0.
       01 WS-QReg-Trail            PIC 9(4) value 0.
       01 WS-QReg-Week             PIC 9(9) value 0.
       01 WS-QReg-PTD              PIC 9(9) value 0.
       01 WS-QReg-PTD-Quota        PIC 9(9) value 0.
       01 WS-QReg-Quota            PIC 9(9)V99 value 0.
       01 WS-Quota-Line            PIC X(70) value SPACES.
       01 WS-Quota-Heading         PIC X(70) value
           "Salesperson         Week Sales   Period-TD       Quota"-
           "   Pct%".
       01 WS-Quota-Sales-Edited    PIC ZZZ,ZZZ,ZZ9.
       01 WS-Quota-Amt-Edited      PIC ZZ,ZZZ,ZZ9.
       01 WS-Quota-Pct-Edited      PIC ZZZ9.9.
       01 WS-Quota-Count-Edited    PIC ZZZ9.
       01 WS-Quota-Margin-Edited   PIC Z9.9.

      * Labour cost to sales. The history holds the earlier weeks
      *    (this week's rows, from a repost, are left behind at load
      *    and written fresh). Its distinct earlier weeks, latest
      *    first, give the two cut-offs - this week's 13-week window
      *    takes the 12 latest earlier weeks, last week's took 13 -
      *    and the two windows' ratios give the trend. A window's
      *    ratio is its salary over its sales, not an average of
      *    weekly ratios, so a slow week can't swing it alone.
       01 ws-LabHist-Status        PIC XX value "00".
       01 ws-LabourRpt-Status      PIC XX value "00".
       01 WS-LabHist-EOF-Flag      PIC 9 value 0.
           88 LABHIST-EOF              value 1.
       01 WS-Max-LabHist           PIC 9(4) value 3000.
       01 WS-LabHist-Count         PIC 9(4) value 0.
       01 WS-LabHist-Dropped       PIC 9(4) value 0.
       01 WS-LabHist-Table.
           03 WS-LabH-Entry OCCURS 3000 TIMES.
               05 WS-LabH-Week         PIC 9(8) value 0.
               05 WS-LabH-Store        PIC 9(4) value 0.
               05 WS-LabH-Salary       PIC 9(9)V99 value 0.
               05 WS-LabH-Sales        PIC 9(9)V99 value 0.
       01 WS-LabHist-Sub           PIC 9(4) value 0.
       01 WS-LabWk-Count           PIC 99 value 0.
       01 WS-LabWk-Table.
           03 WS-LabWk-Week OCCURS 60 TIMES PIC 9(8) value 0.
       01 WS-LabWk-Sub             PIC 99 value 0.
       01 WS-LabWk-Ins-Sub         PIC 99 value 0.
       01 WS-LabWk-Cut-This        PIC 9(8) value 0.
       01 WS-LabWk-Cut-Last        PIC 9(8) value 0.
       01 WS-Lab-Store-Table.
           03 WS-Lab-Store-Entry OCCURS 200 TIMES.
               05 WS-Lab-Salary        PIC 9(9)V99 value 0.
               05 WS-Lab-Sales         PIC 9(9)V99 value 0.
               05 WS-Lab-Week-Ratio    PIC 9(4)V9 value 0.
               05 WS-Lab-Avg-Ratio     PIC 9(4)V9 value 0.
               05 WS-Lab-Prev-Ratio    PIC 9(4)V9 value 0.
               05 WS-Lab-Week-Flag     PIC X value "N".
               05 WS-Lab-Avg-Flag      PIC X value "N".
               05 WS-Lab-Prev-Flag     PIC X value "N".
               05 WS-Lab-Trend         PIC X(7) value SPACES.
               05 WS-Lab-Rank          PIC 999 value 0.
       01 WS-Lab-Sum-Salary        PIC 9(11)V99 value 0.
       01 WS-Lab-Sum-Sales         PIC 9(11)V99 value 0.
       01 WS-Lab-Prev-Salary       PIC 9(11)V99 value 0.
       01 WS-Lab-Prev-Sales        PIC 9(11)V99 value 0.
       01 WS-Lab-Diff              PIC S9(4)V9 value 0.
       01 WS-Lab-Other-Sub         PIC 999 value 0.
       01 WS-Lab-Print-Rank        PIC 999 value 0.
       01 WS-Lab-Target            PIC 99V9 value 0.
       01 WS-Lab-Region-Over       PIC 999 value 0.
       01 WS-Lab-Over-Count        PIC 9(4) value 0.
       01 WS-Lab-Amt-Edited        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-Lab-Ratio-Edited      PIC ZZZ9.9.
       01 WS-Lab-Rank-Edited       PIC ZZ9.
       01 WS-Lab-Target-Edited     PIC Z9.9.

      * What-if simulation. The chosen posted week's feed is run
      *    twice through the gross, deduction, election and net
      *    logic - side 1 on the live tables, side 2 with the
      *    alternates run control names loaded in their place - and
      *    each settled person's figures land in this table, one
      *    entry per person, side by side. Nothing here is ever
      *    written anywhere but the cost-impact report.
       01 ws-SimRpt-Status         PIC XX value "00".
       01 WS-Sim-Week              PIC 9(8) value 0.
       01 WS-Sim-Deduct-Name       PIC X(60) value SPACES.
       01 WS-Sim-Comm-Name         PIC X(60) value SPACES.
       01 WS-Sim-SalChg-Name       PIC X(60) value SPACES.
       01 WS-Sim-Live-Name         PIC X(60) value SPACES.
       01 WS-Sim-Bad-Name          PIC X(60) value SPACES.
       01 WS-Sim-Refusal           PIC X(40) value SPACES.
       01 WS-Sim-Side              PIC 9 value 0.
       01 WS-Max-Sim               PIC 9(4) value 2000.
       01 WS-Sim-Count             PIC 9(4) value 0.
       01 WS-Sim-Dropped           PIC 9(4) value 0.
       01 WS-Sim-Skipped           PIC 9(4) value 0.
       01 WS-Sim-Table.
           03 WS-Sim-Entry OCCURS 2000 TIMES.
               05 WS-Sim-Key.
                   07 WS-Sim-Store     PIC 9(4) value 0.
                   07 WS-Sim-EmpID     PIC 9(9) value 0.
               05 WS-Sim-Cur-Annual    PIC 9(9)V99 value 0.
               05 WS-Sim-Figures OCCURS 2 TIMES.
                   07 WS-Sim-Gross     PIC 9(7)V99 value 0.
                   07 WS-Sim-Tax       PIC 9(7)V99 value 0.
                   07 WS-Sim-ErCost    PIC 9(7)V99 value 0.
                   07 WS-Sim-Net       PIC S9(7)V99 value 0.
       01 WS-Sim-Swap-Entry        PIC X(96).
       01 WS-Sim-Sub               PIC 9(4) value 0.
       01 WS-Sim-Sort-Sub          PIC 9(4) value 0.
       01 WS-Sim-Print-Sub         PIC 9(4) value 0.
       01 WS-Sim-Person-Sub        PIC 9(4) value 0.
       01 WS-Sim-Person-Er         PIC 9(7)V99 value 0.
       01 WS-Sim-Cur-Store         PIC 9(4) value 0.
       01 WS-Sim-Store-Count       PIC 9(4) value 0.
       01 WS-Sim-Lo                PIC 9(4) value 0.
       01 WS-Sim-Hi                PIC 9(4) value 0.
       01 WS-Sim-Mid               PIC 9(4) value 0.
       01 WS-Sim-Show-Name         PIC X(60) value SPACES.
      * Store and company totals, side 1 and side 2.
       01 WS-Sim-Store-Totals.
           03 WS-SimS-Side OCCURS 2 TIMES.
               05 WS-SimS-Gross        PIC 9(9)V99 value 0.
               05 WS-SimS-Tax          PIC 9(9)V99 value 0.
               05 WS-SimS-ErCost       PIC 9(9)V99 value 0.
               05 WS-SimS-Net          PIC S9(9)V99 value 0.
       01 WS-Sim-Company-Totals.
           03 WS-SimC-Side OCCURS 2 TIMES.
               05 WS-SimC-Gross        PIC 9(9)V99 value 0.
               05 WS-SimC-Tax          PIC 9(9)V99 value 0.
               05 WS-SimC-ErCost       PIC 9(9)V99 value 0.
               05 WS-SimC-Net          PIC S9(9)V99 value 0.
       01 WS-Sim-Cost              PIC 9(9)V99 OCCURS 2 TIMES.
       01 WS-Sim-Diff              PIC S9(9)V99 value 0.
      * One report line - current and simulated side by side for
      *    gross, tax, employer cost and net - and the change line
      *    under a total, which fills the simulated columns only.
       01 WS-Sim-Line.
           03  SL-Label            PIC X(17).
           03  SL-Pair OCCURS 4 TIMES.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  SL-Current      PIC -Z,ZZZ,ZZ9.99.
               05  FILLER          PIC X(1) VALUE SPACE.
               05  SL-Simulated    PIC -Z,ZZZ,ZZ9.99.
       01 WS-Sim-Chg-Line.
           03  SC-Label            PIC X(17).
           03  SC-Pair OCCURS 4 TIMES.
               05  FILLER          PIC X(15) VALUE SPACES.
               05  SC-Change       PIC -Z,ZZZ,ZZ9.99.
       01 WS-Sim-Heading-1        PIC X(132) value
           "                  -------- GROSS PAY -------- ----------- "-
           "TAX ----------- ------ EMPLOYER COST ------ --------- NET "-
           "PAY ---------".
       01 WS-Sim-Heading-2        PIC X(132) value
           "EMPID      STORE        CURRENT     SIMULATED       CURREN"-
           "T     SIMULATED       CURRENT     SIMULATED       CURRENT "-
           "    SIMULATED".
       01 WS-Sim-Amt-Edited        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-Sim-Count-Edited      PIC ZZZ9.

      * Last week's totals as loaded from the snapshot, and this
      *    run's week-over-week workings.
       01 ws-Snapshot-Status       PIC XX value "00".
      * This record's gross-pay workings - regular and overtime
      *    hours split at the 40-hour line.
       01  WS-Reg-Hours           PIC 99V9 value 0.
       01  WS-OT-Hours            PIC 9(3)V9 value 0.
       01  WS-OT-Pay              PIC 9(5)V99 value 0.

      * Job codes the totals table recognizes, in the order they're
      *    printed on the report. Add a code here, not a new field.
               05 WS-Store-Ben-Total   PIC 9(7)V99 value 0.
               05 WS-Store-Oth-Total   PIC 9(7)V99 value 0.
               05 WS-Store-Net-Total   PIC 9(7)V99 value 0.
      * The employer's cost on top of the salary - by job code beside
      *    WS-JobCode-Total, and by kind for the remittance ledger.
               05 WS-Er-Cost-Total OCCURS 4 TIMES PIC 9(7)V99
                                                   value 0.
               05 WS-Store-Er-Stat     PIC 9(7)V99 value 0.
               05 WS-Store-Er-Pension  PIC 9(7)V99 value 0.
               05 WS-Store-Er-WCB      PIC 9(7)V99 value 0.
      * The register's elections split by type - garnishment,
      *    savings plan, extra withholding, anything else - so the
      *    journal can credit each to its own liability.
               05 WS-Store-Ele-Total OCCURS 4 TIMES PIC 9(7)V99
                                                   value 0.
      * Recognition bonus paid through the register and the gift's
      *    taxable value - signed, a void coming back through pay
      *    can take a store's week below zero.
               05 WS-Store-Bonus-Total PIC S9(7)V99 value 0.
               05 WS-Store-TxBen-Total PIC S9(7)V99 value 0.
       01 WS-Store-Sub            PIC 999 value 0.
       01 WS-Job-Sub               PIC 9 value 0.
       01 WS-Find-Sub              PIC 999 value 0.
       01 GL-Store-Edit            PIC 9(4).
       01 GL-Job-Edit              PIC X.
       01 GL-Amount-Edit           PIC 9(7).99.
       01 GL-Type-Edit             PIC X value "S".

      * The account map and the journal cut from it. The journal is
      *    proven before a line is written - every nonzero line has
      *    to map, or none of it is cut and the unmapped lines are
      *    listed instead, so no amount is ever quietly dropped.
       01 ws-GLMap-Status          PIC XX value "00".
       01 WS-GLMap-EOF-Flag        PIC 9 value 0.
           88 GLMAP-EOF                value 1.
       01 WS-GLMap-Avail-Flag      PIC X value "N".
           88 GLMAP-AVAILABLE          value "Y".
       01 WS-Max-GLMaps            PIC 9(4) value 1000.
       01 WS-GLMap-Count           PIC 9(4) value 0.
       01 WS-GLMap-Dropped         PIC 9(4) value 0.
       01 WS-GLMap-Table.
           03 WS-GLMap-Entry OCCURS 1000 TIMES.
               05 WS-Map-Kind          PIC X value space.
               05 WS-Map-Store         PIC 9(4) value 0.
               05 WS-Map-Code          PIC X value space.
               05 WS-Map-Account       PIC X(10) value spaces.
               05 WS-Map-CostCentre    PIC X(6) value spaces.
       01 WS-GLMap-Sub             PIC 9(4) value 0.
       01 WS-GLMap-Found-Sub       PIC 9(4) value 0.
       01 ws-GLJournal-Status      PIC XX value "00".
       01 ws-JournalRpt-Status     PIC XX value "00".
       01 WS-Jrnl-Pass-Flag        PIC X value "V".
           88 JRNL-VALIDATING          value "V".
           88 JRNL-WRITING             value "W".
       01 WS-Jrnl-Cut-Flag         PIC X value "N".
           88 JOURNAL-CUT              value "Y".
       01 WS-Jrnl-Week             PIC 9(8) value 0.
       01 WS-Jrnl-Store            PIC 9(4) value 0.
       01 WS-Jrnl-Kind             PIC X value space.
       01 WS-Jrnl-Code             PIC X value space.
       01 WS-Jrnl-Line-Code        PIC XX value spaces.
       01 WS-Jrnl-Side             PIC X value space.
       01 WS-Jrnl-Amount           PIC 9(7)V99 value 0.
       01 WS-Jrnl-Expense          PIC 9(7)V99 value 0.
       01 WS-Jrnl-Clearing         PIC S9(7)V99 value 0.
       01 WS-Jrnl-Store-Dr         PIC 9(9)V99 value 0.
       01 WS-Jrnl-Store-Cr         PIC 9(9)V99 value 0.
       01 WS-Jrnl-Total-Dr         PIC 9(9)V99 value 0.
       01 WS-Jrnl-Total-Cr         PIC 9(9)V99 value 0.
       01 WS-Jrnl-Line-Count       PIC 9(4) value 0.
       01 WS-Jrnl-Unmapped-Count   PIC 9(4) value 0.
       01 WS-Jrnl-OOB-Count        PIC 9(4) value 0.
       01 WS-Jrnl-Account          PIC X(10) value spaces.
       01 WS-Jrnl-CostCentre       PIC X(6) value spaces.
       01 ws-SalAccr-Status        PIC XX value "00".
       01 WS-SalAccr-EOF-Flag      PIC 9 value 0.
           88 SALACCR-EOF              value 1.
       01 WS-Rev-MonthEnd          PIC 9(8) value 0.
       01 WS-Rev-Store             PIC 9(4) value 0.
       01 WS-Rev-Amount            PIC 9(7)V99 value 0.
       01 WS-Rev-Liab-Account      PIC X(10) value spaces.
       01 WS-Rev-Liab-CostCentre   PIC X(6) value spaces.
       01 WS-Jrnl-Rev-Count        PIC 9(4) value 0.

      * Bonus and gift reversals waiting on (or put through) payroll.
      *    The whole file is held here and written back whenever a
      *    row changes - the staged copy, like the register's.
       01 ws-RecogRev-Status       PIC XX value "00".
       01 WS-RecogRev-Name         PIC X(60) value
           "DataFiles\Assignment#6_RecogReversals.dat.stg".
       01 WS-RecogRev-EOF-Flag     PIC 9 value 0.
           88 RECOGREV-EOF             value 1.
       01 WS-Max-RecogRev          PIC 999 value 500.
       01 WS-RecogRev-Count        PIC 999 value 0.
       01 WS-RecogRev-Table.
           03 WS-RecogRev-Entry OCCURS 500 TIMES.
               05 WS-RRv-EmpID         PIC 9(9) value 0.
               05 WS-RRv-WeekEnding    PIC 9(8) value 0.
               05 WS-RRv-Action        PIC X value space.
               05 WS-RRv-Paid-Bonus    PIC 9(7)V99 value 0.
               05 WS-RRv-Paid-Benefit  PIC 9(7)V99 value 0.
               05 WS-RRv-Correct-Bonus PIC 9(7)V99 value 0.
               05 WS-RRv-Correct-Benefit PIC 9(7)V99 value 0.
               05 WS-RRv-Applied-Week  PIC 9(8) value 0.
               05 WS-RRv-Hit           PIC X value "N".
       01 WS-RecogRev-Sub          PIC 999 value 0.
       01 WS-RecogRev-Find-Sub     PIC 999 value 0.
       01 WS-RecogRev-Dropped      PIC 999 value 0.
       01 WS-RecogRev-Applied      PIC 9(4) value 0.
       01 WS-RecogRev-Held         PIC 9(4) value 0.
       01 WS-RecogRev-Logged       PIC 9(4) value 0.
      * One correction entry's figures in the correction-only run.
       01 WS-CorOnly-Bonus         PIC 9(7)V99 value 0.
       01 WS-RRv-Base-Bonus        PIC S9(8)V99 value 0.
       01 WS-RRv-Base-Benefit      PIC S9(8)V99 value 0.
       01 Jrnl-Debit-Edit          PIC 9(7).99.
       01 Jrnl-Credit-Edit         PIC 9(7).99.
       01 WS-Jrnl-Rpt-Line.
           03  JR-Store            PIC Z(3)9.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-Line             PIC XX.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-Account          PIC X(10).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-CostCentre       PIC X(6).
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-Debit            PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-Credit           PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03  FILLER              PIC X(2) VALUE SPACES.
           03  JR-Note             PIC X(16).

       01 ws-YTD-Status            PIC XX value "00".
      * The YTD master's live and staging names - loaded from the
       PROG.
           PERFORM EVENTLOG-OPEN-PARA.
           PERFORM RUNCONTROL-PARA.
           PERFORM PAYGROUP-SET-PARA.
           PERFORM INFILE-PARAM-PARA.
           PERFORM RUNBY-PARA.
      * Nor until every shared file is known to be in the layout
      *    this program was built for.
           PERFORM LAYOUT-CHECK-PARA.
      * Nothing opens a master until the run lock is in hand.
           PERFORM RUNLOCK-TAKE-PARA.
           IF CORRECTION-ONLY-RUN
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF
      * Every run that posts - weekly, adjustment, final-pay and
      *    off-cycle - first puts on any final-pay or off-cycle
      *    postings a run committed but never applied, and will not
      *    start at all while they can't be.
           IF NOT SIMULATION-RUN
               PERFORM PENDPOST-START-PARA
           END-IF
      * An adjustment run replays signed deltas against a posted
      *    week and stops itself the same way.
           IF ADJUSTMENT-RUN
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF
      * A final-pay run settles the separations outside the weekly
      *    feed and stops itself the same way.
           IF FINAL-PAY-RUN
               PERFORM FINALPAY-RUN-PARA
               PERFORM RUNLOCK-RELEASE-PARA
               IF EVENTLOG-OPEN
                   CLOSE EVENTLOGFILE
               END-IF
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF
      * So does a manual off-cycle run.
           IF OFF-CYCLE-RUN
               PERFORM OFFCYCLE-RUN-PARA
               PERFORM RUNLOCK-RELEASE-PARA
               IF EVENTLOG-OPEN
                   CLOSE EVENTLOGFILE
               END-IF
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF
      * And a what-if simulation, which posts nothing at all.
           IF SIMULATION-RUN
               PERFORM SIMULATION-RUN-PARA
               PERFORM RUNLOCK-RELEASE-PARA
               IF EVENTLOG-OPEN
                   CLOSE EVENTLOGFILE
               END-IF
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NORMAL-BATCH-PARA.

       NORMAL-BATCH-PARA.
               PERFORM PERSON-SETTLE-PARA
      * And the other direction - actives the feed never paid.
               PERFORM UNPAID-CHECK-PARA
               PERFORM OT-REPORT-PARA
               PERFORM CHECKPOINT-RESET-PARA
               IF WS-Reject-Count > 0
                   IF INTERACTIVE-CORRECTION-REQUESTED AND
                           PERFORM REPOST-PROMPT-PARA
                           IF REPOST-APPROVED
                               PERFORM FILE-WRITE-SALARY
                               IF RUN-WEEKLY
                                   PERFORM SNAPSHOT-WRITE-PARA
                                   PERFORM LABHIST-WRITE-PARA
                               END-IF
                           ELSE
                               DISPLAY " "
                               DISPLAY "WEEK ", WS-Week-Ending,
                       ELSE
                           PERFORM FILE-WRITE-SALARY
                           PERFORM POSTED-MARK-PARA
      * Last week's snapshot and the labour history are week by
      *    week - a longer period leaves them to the weekly run.
                           IF RUN-WEEKLY
                               PERFORM SNAPSHOT-WRITE-PARA
                               PERFORM LABHIST-WRITE-PARA
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY " "
           PERFORM COMMISSION-LOAD-PARA
           PERFORM SALCHG-LOAD-PARA
           PERFORM DEDUCTION-LOAD-PARA
           PERFORM EMPLOYER-RATE-LOAD-PARA
           PERFORM GLMAP-LOAD-PARA
           PERFORM ELECTION-LOAD-PARA
           PERFORM ENROLL-LOAD-PARA
           PERFORM OTAUTH-LOAD-PARA
           PERFORM MINWAGE-LOAD-PARA
           PERFORM HOLIDAY-LOAD-PARA
           PERFORM CATALOG-LOAD-PARA
           PERFORM TEMPLATE-LOAD-PARA
           PERFORM SNAPSHOT-LOAD-PARA
           PERFORM BUDGET-LOAD-PARA
           PERFORM QUOTA-LOAD-PARA
           PERFORM LABHIST-LOAD-PARA
           PERFORM RUNCONTROL-APPLY-PARA
           PERFORM YTD-LOAD-PARA
           PERFORM RESTART-CHECK-PARA
                    "RecognitionRegister.dat.stg 2>/dev/null"
                    TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ChequeRegister.dat "-
                    "DataFiles/Assignment#6_ChequeRegister.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_RecogReversals.dat "-
                    "DataFiles/Assignment#6_RecogReversals.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ElectionLedger.dat "-
                    "DataFiles/Assignment#6_ElectionLedger.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               PERFORM OTLEDGER-SEED-PARA
           END-IF
      * Loaded from the staged copy - on a restart that holds the
      *    winners the abended attempt already awarded, so they
      *    aren't awarded (and ordered) a second time.
           PERFORM RECOGREG-LOAD-PARA
           PERFORM RECOGREV-LOAD-PARA
           PERFORM ELECTLEDGER-LOAD-PARA
           PERFORM OTHOLD-LOAD-PARA
           PERFORM FINALPAY-LOAD-PARA
           PERFORM CHECKPOINT-OPEN-PARA
           PERFORM RUNLOG-OPEN-PARA
           OPEN INPUT INFILE
                   OPEN EXTEND GIFTWORKFILE
                   OPEN EXTEND NETPAYFILE
                   OPEN EXTEND BANKPAYFILE
                   OPEN EXTEND CHEQUEFILE
                   PERFORM CHEQUE-OPEN-PARA
                   OPEN EXTEND GIFTORDERFILE
                   IF MINWAGE-IN-USE
                       OPEN EXTEND MWCOMPFILE
                       OPEN EXTEND MWUPCOMFILE
                   END-IF
                   DISPLAY " "
                   DISPLAY "RESUMING AFTER EMPLOYEE ID: ",
                       WS-Checkpoint-EmpID
                     OPEN OUTPUT GIFTWORKFILE
                     OPEN OUTPUT NETPAYFILE
                     OPEN OUTPUT BANKPAYFILE
                     OPEN OUTPUT CHEQUEFILE
                     PERFORM CHEQUE-OPEN-PARA
                     OPEN OUTPUT GIFTORDERFILE
                     IF MINWAGE-IN-USE
                         PERFORM MINWAGE-OPEN-PARA
                     END-IF
                     MOVE "EMPID,NAME,STORE,BONUS,WEEKENDING,"-
                          "STREET,CITY,PROV,POSTAL,SKU,GIFT"
                         TO GiftOrderRec
                     WRITE GiftOrderRec

                     MOVE SPACES TO NetPay-Header
                     STRING "Net pay register for the "
                         DELIMITED BY SIZE
                         WS-Period-Name DELIMITED BY "  "
                         " ending: " DELIMITED BY SIZE
                         WS-Week-Ending-Disp DELIMITED BY SIZE
                         INTO NetPay-Header
                     WRITE NetPay-Header
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * Days a prenote must stand unreturned before the banking
      *    goes live, e.g. PRENOTEDAYS=010.
               WHEN "PRENOTEDAYS"
                   IF WS-RC-Value(1:3) NUMERIC
                       MOVE WS-RC-Value(1:3) TO WS-Prenote-Days
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * Three digits, tenths implied - WOWPCT=250 flags a cell that
      *    moved more than 25.0 percent week over week.
               WHEN "WOWPCT"
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * Three digits, tenths implied - QUOTAMARGIN=100 calls a
      *    salesperson trailing once they are more than 10.0 percent
      *    behind straight-line pace for the quarter.
               WHEN "QUOTAMARGIN"
                   IF WS-RC-Value(1:3) NUMERIC
                       MOVE WS-RC-Value(1:3) TO WS-RC-Tenths
                       DIVIDE WS-RC-Tenths BY 10 GIVING WS-Quota-Margin
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * The date a final-pay run pays on, YYYYMMDD - today when
      *    it isn't given.
               WHEN "PAYDATE"
                   IF WS-RC-Value(1:8) NUMERIC
                       MOVE WS-RC-Value(1:8) TO WS-RC-PayDate
                       MOVE "Y" TO WS-RC-PayDate-Flag
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * The earliest term date a final-pay run settles, YYYYMMDD -
      *    the start of the prior pay period when it isn't given.
               WHEN "FINALPAYFROM"
                   IF WS-RC-Value(1:8) NUMERIC
                       MOVE WS-RC-Value(1:8) TO WS-RC-FinPayFrom
                       MOVE "Y" TO WS-RC-FinPayFrom-Flag
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * The what-if simulation's settings - the posted week to
      *    replay, YYYYMMDD (the control record's week when it isn't
      *    given), and the alternate deduction, commission and
      *    salary-change tables to run it against, as the ASSIGN
      *    wants them. A table not named runs live on both sides.
               WHEN "SIMWEEK"
                   IF WS-RC-Value(1:8) NUMERIC
                       MOVE WS-RC-Value(1:8) TO WS-Sim-Week
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
               WHEN "SIMDEDUCT"
                   MOVE WS-RC-Value TO WS-Sim-Deduct-Name
               WHEN "SIMCOMMISSION"
                   MOVE WS-RC-Value TO WS-Sim-Comm-Name
               WHEN "SIMSALCHG"
                   MOVE WS-RC-Value TO WS-Sim-SalChg-Name
      * The operator ID running this payroll, e.g. RUNBY=JSMITH.
               WHEN "RUNBY"
                   MOVE WS-RC-Value(1:8) TO WS-Run-By
      * The pay group this run pays - W weekly, B bi-weekly, S
      *    semi-monthly.
               WHEN "PAYGROUP"
                   IF WS-RC-Value(1:1) = "W" OR
                           WS-RC-Value(1:1) = "B" OR
                           WS-RC-Value(1:1) = "S"
                       MOVE WS-RC-Value(1:1) TO WS-Pay-Group
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * Days ahead of the period end to look for minimum-wage
      *    increases, e.g. MINWAGEDAYS=090.
               WHEN "MINWAGEDAYS"
                   IF WS-RC-Value(1:3) NUMERIC
                       MOVE WS-RC-Value(1:3) TO WS-MinWage-Days
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * What to do with overtime past what was approved for the
      *    period - HOLD it for a supervisor's release, or PAY it
      *    and report it (the default).
               WHEN "UNAPPROVEDOT"
                   IF WS-RC-Value(1:1) = "H" OR
                           WS-RC-Value(1:1) = "P"
                       MOVE WS-RC-Value(1:1) TO WS-OT-Rule
                   ELSE
                       PERFORM RUNCONTROL-BAD-VALUE-PARA
                   END-IF
      * The weekly loader's and archive utility's keywords - not
      *    ours, not typos.
               WHEN "WEEKENDING"
                   CONTINUE
               WHEN "RETAINDAYS"
                   CONTINUE
      * The red-flag report's keywords - not ours, not typos.
               WHEN "REDFLAGNET"
                   CONTINUE
               WHEN "REDFLAGWEEKS"
                   CONTINUE
      * The position control report's keyword - not ours, not a
      *    typo.
               WHEN "POSVACANTDAYS"
                   CONTINUE
      * The shared sign-on's keyword - not ours, not a typo.
               WHEN "PASSWORDDAYS"
                   CONTINUE
      * Assignment05's keyword - not ours, not a typo.
               WHEN "HEATTHRESHOLD"
                   CONTINUE
                   PERFORM LOG-EVENT-PARA
           END-EVALUATE.

      * Sets the period the run's pay group pays - its calendar, how
      *    many periods make the year, how many weeks one period is
      *    worth, and how far back from the ending date it starts.
       PAYGROUP-SET-PARA.
           EVALUATE TRUE
               WHEN RUN-BIWEEKLY
                   MOVE 26 TO WS-Periods-Per-Year
                   MOVE 13 TO WS-Start-Back
                   MOVE "DataFiles\Assignment#6_PayCalendar_B.dat"
                       TO WS-Cal-Name
                   MOVE "period" TO WS-Period-Name
                   MOVE "BI-WEEKLY PERIOD" TO WS-Period-Title
               WHEN RUN-SEMIMONTHLY
                   MOVE 24 TO WS-Periods-Per-Year
                   MOVE 0 TO WS-Start-Back
                   MOVE "DataFiles\Assignment#6_PayCalendar_S.dat"
                       TO WS-Cal-Name
                   MOVE "period" TO WS-Period-Name
                   MOVE "SEMI-MONTHLY PERIOD" TO WS-Period-Title
               WHEN OTHER
                   MOVE 52 TO WS-Periods-Per-Year
                   MOVE 6 TO WS-Start-Back
           END-EVALUATE
           COMPUTE WS-Period-Factor ROUNDED = 52 / WS-Periods-Per-Year
           IF NOT RUN-WEEKLY
               DISPLAY "PAY GROUP ", WS-Pay-Group, " - PAYING THE ",
                       WS-Period-Title
           END-IF.

       RUNCONTROL-BAD-VALUE-PARA.
           DISPLAY "MALFORMED RUN-CONTROL VALUE FOR ", WS-RC-Keyword,
                   ": ", WS-RC-Value
                   CONTINUE
           END-ACCEPT.

      * A payroll run at the keyboard with no RUNBY= on the run
      *    control asks who is running it. A scheduled run that
      *    leaves it off posts with no operator on the event.
       RUNBY-PARA.
           IF WS-Run-By = SPACES AND NOT UNATTENDED-RUN
               DISPLAY "Operator ID running this payroll: "
               WITH NO ADVANCING
               ACCEPT WS-Run-By
           END-IF.

      * Opens RunLog.dat for append - EXTEND if it already exists,
      *    falling back to OUTPUT the first time it doesn't, same as
      *    every other append-across-runs file this program keeps.
           MOVE WS-WkE-Year TO WS-WkS-Year
           MOVE WS-WkE-Month TO WS-WkS-Month
           MOVE WS-WkE-Day TO WS-WkS-Day
      * A semi-monthly period runs the 1st to the 15th or the 16th
      *    to the month end; a weekly or bi-weekly one counts back
      *    its six or thirteen days from the ending date.
           IF RUN-SEMIMONTHLY
               IF WS-WkS-Day > 15
                   MOVE 16 TO WS-WkS-Day
               ELSE
                   MOVE 1 TO WS-WkS-Day
               END-IF
           ELSE
           IF WS-WkS-Day > WS-Start-Back
               SUBTRACT WS-Start-Back FROM WS-WkS-Day
           ELSE
               IF WS-WkS-Month = 1
                   MOVE 12 TO WS-WkS-Month
                   MOVE WS-WkS-Year TO WS-Leap-Year
                   PERFORM LEAP-CHECK-PARA
               END-IF
               COMPUTE WS-WkS-Day =
                   WS-Max-Day + WS-WkS-Day - WS-Start-Back
           END-IF
           END-IF.

      * A leap year is divisible by 4, except century years that
               MOVE ws-PayHist-Status TO Evt-Status
               MOVE "PAY HISTORY UNAVAILABLE THIS RUN" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF
           PERFORM EMPYTD-OPEN-PARA.

      * The employee YTD master opens with the pay history and is
      *    created the same way the first time. Without it the run
      *    still pays; EmpYTDRebuild puts the year back from the
      *    history afterwards.
       EMPYTD-OPEN-PARA.
           OPEN I-O EMPYTDFILE
           IF ws-EmpYTD-Status = "35"
               OPEN OUTPUT EMPYTDFILE
               CLOSE EMPYTDFILE
               OPEN I-O EMPYTDFILE
           END-IF
           IF ws-EmpYTD-Status = "00"
               MOVE "Y" TO WS-EmpYTD-Avail-Flag
           ELSE
               MOVE "N" TO WS-EmpYTD-Avail-Flag
               DISPLAY " "
               DISPLAY "*** COULD NOT OPEN EMPLOYEE YTD MASTER, "-
                       "STATUS: ", ws-EmpYTD-Status, " ***"
               DISPLAY "Employee YTD will NOT be posted this run - "-
                       "rebuild it from the history afterwards."
               MOVE "A06-066" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE ws-EmpYTD-Status TO Evt-Status
               MOVE "EMPLOYEE YTD MASTER UNAVAILABLE - REBUILD NEEDED"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF.

      * Writes this week's history record for the person just
               MOVE WS-Benefit-Amount TO PayH-Benefit
               MOVE WS-Election-Amount TO PayH-Other
               MOVE WS-Net-Pay TO PayH-Net
               MOVE WS-Person-Hours TO PayH-Hours
               MOVE WS-Person-Bonus-Pay TO PayH-Bonus
               MOVE WS-Person-TxBen TO PayH-Taxable-Ben
               MOVE WS-Person-Ele-Amt(1) TO PayH-Garnish
               MOVE WS-Person-Ele-Amt(2) TO PayH-Savings
               MOVE WS-Person-Ele-Amt(3) TO PayH-Extra-WH
               MOVE WS-Pay-Group TO PayH-Pay-Group
               PERFORM EMPYTD-UNPOST-PARA
               WRITE PayHistRec
                   INVALID KEY
                       REWRITE PayHistRec
               END-WRITE
               IF WS-PayH-Payment-Flag = "Y"
                   MOVE "A" TO WS-EYTD-OT-Flag
               ELSE
                   MOVE "Y" TO WS-EYTD-OT-Flag
               END-IF
               MOVE +1 TO WS-EYTD-Sign
               PERFORM EMPYTD-POST-PARA
               MOVE "N" TO WS-EYTD-OT-Flag
           END-IF.

      * A week already on the history (a rerun of the week) comes
      *    off the YTD master at its old figures before the new
      *    record replaces it. A final-pay or off-cycle payment is
      *    never dated on a period end (PAY-DATE-CAL-PARA), so it is
      *    never the record replaced.
       EMPYTD-UNPOST-PARA.
           MOVE PayHistRec TO WS-PayH-Save
           READ PAYHISTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE -1 TO WS-EYTD-Sign
                   PERFORM EMPYTD-POST-PARA
           END-READ
           MOVE WS-PayH-Save TO PayHistRec.

      * The history record in the record area onto (+1) or off (-1)
      *    its employee's year. Weeks posted before the elections were
      *    split carry no split - they count in the other deductions
      *    only, the same way the year-end slips take them.
       EMPYTD-POST-PARA.
           IF EMPYTD-AVAILABLE
               MOVE PayH-EmpID TO EYTD-EmpID
               MOVE PayH-WeekEnding(1:4) TO EYTD-Year
               MOVE "N" TO WS-EYTD-New-Flag
               READ EMPYTDFILE
                   INVALID KEY
                       PERFORM EMPYTD-NEW-PARA
               END-READ
               COMPUTE EYTD-Weeks = EYTD-Weeks + WS-EYTD-Sign
               COMPUTE EYTD-Gross =
                   EYTD-Gross + PayH-WeeklySalary * WS-EYTD-Sign
               COMPUTE EYTD-Bonus =
                   EYTD-Bonus + PayH-Bonus * WS-EYTD-Sign
               COMPUTE EYTD-Taxable-Ben =
                   EYTD-Taxable-Ben + PayH-Taxable-Ben * WS-EYTD-Sign
               COMPUTE EYTD-Tax = EYTD-Tax + PayH-Tax * WS-EYTD-Sign
               COMPUTE EYTD-Benefit =
                   EYTD-Benefit + PayH-Benefit * WS-EYTD-Sign
               COMPUTE EYTD-Other =
                   EYTD-Other + PayH-Other * WS-EYTD-Sign
               IF PayH-Garnish NUMERIC
                   COMPUTE EYTD-Garnish =
                       EYTD-Garnish + PayH-Garnish * WS-EYTD-Sign
               END-IF
               IF PayH-Savings NUMERIC
                   COMPUTE EYTD-Savings =
                       EYTD-Savings + PayH-Savings * WS-EYTD-Sign
               END-IF
               IF PayH-Extra-WH NUMERIC
                   COMPUTE EYTD-Extra-WH =
                       EYTD-Extra-WH + PayH-Extra-WH * WS-EYTD-Sign
               END-IF
               COMPUTE EYTD-Net = EYTD-Net + PayH-Net * WS-EYTD-Sign
               COMPUTE EYTD-Hours =
                   EYTD-Hours + PayH-Hours * WS-EYTD-Sign
               COMPUTE EYTD-Sales =
                   EYTD-Sales + PayH-SalesAmount * WS-EYTD-Sign
               EVALUATE WS-EYTD-OT-Flag
                   WHEN "Y"
                       PERFORM EMPYTD-OT-PARA
                   WHEN "A"
                       ADD WS-Person-OT-Pay TO EYTD-OT-Pay
                       ADD WS-Person-OT-Hours TO EYTD-OT-Hours
               END-EVALUATE
               IF WS-EYTD-New-Flag = "Y"
                   WRITE EmpYTDRec
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE EmpYTDRec
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       EMPYTD-NEW-PARA.
           MOVE "Y" TO WS-EYTD-New-Flag
           MOVE 0 TO EYTD-Weeks
           MOVE 0 TO EYTD-Gross
           MOVE 0 TO EYTD-OT-Pay
           MOVE 0 TO EYTD-OT-Hours
           MOVE 0 TO EYTD-Bonus
           MOVE 0 TO EYTD-Taxable-Ben
           MOVE 0 TO EYTD-Tax
           MOVE 0 TO EYTD-Benefit
           MOVE 0 TO EYTD-Other
           MOVE 0 TO EYTD-Garnish
           MOVE 0 TO EYTD-Savings
           MOVE 0 TO EYTD-Extra-WH
           MOVE 0 TO EYTD-Net
           MOVE 0 TO EYTD-Hours
           MOVE 0 TO EYTD-Sales
           MOVE 0 TO EYTD-OT-Week
           MOVE 0 TO EYTD-OT-Week-Pay
           MOVE 0 TO EYTD-OT-Week-Hours.

      * The weekly run's overtime onto the year. A rerun of the week
      *    last posted takes that week's overtime back off first.
       EMPYTD-OT-PARA.
           IF EYTD-OT-Week = PayH-WeekEnding
               SUBTRACT EYTD-OT-Week-Pay FROM EYTD-OT-Pay
               SUBTRACT EYTD-OT-Week-Hours FROM EYTD-OT-Hours
               MOVE 0 TO EYTD-OT-Week-Pay
               MOVE 0 TO EYTD-OT-Week-Hours
           END-IF
           IF WS-Person-OT-Pay > 0 OR WS-Person-OT-Hours > 0
               ADD WS-Person-OT-Pay TO EYTD-OT-Pay
               ADD WS-Person-OT-Hours TO EYTD-OT-Hours
               MOVE PayH-WeekEnding TO EYTD-OT-Week
               MOVE WS-Person-OT-Pay TO EYTD-OT-Week-Pay
               MOVE WS-Person-OT-Hours TO EYTD-OT-Week-Hours
           END-IF.

      * Opens the leave-accrual balance file for update, creating
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF Posted-Pay-Group = SPACE
                       MOVE "W" TO Posted-Pay-Group
                   END-IF
                   IF Posted-WeekEnding > WS-Cal-Last-Posted AND
                           NOT POSTED-OFF-CYCLE AND
                           Posted-Pay-Group = WS-Pay-Group
                       MOVE Posted-WeekEnding TO WS-Cal-Last-Posted
                   END-IF
           END-READ.
      *    rate with time and a half past 40. The gross is what goes
      *    into the store totals, the medians and the pay history;
      *    the control balance stays on the transmitted salary field.
      *    A bi-weekly period's two weeks each get their own 40 - a
      *    short week doesn't soak up the other week's overtime.
       GROSS-PAY-PARA.
           MOVE 0 TO WS-Reg-Hours
           MOVE 0 TO WS-OT-Hours
           MOVE 0 TO WS-OT-Pay
           MOVE 0 TO WS-OT-Worked
           MOVE 0 TO WS-OT-Approved
           MOVE 0 TO WS-OT-Excess
           MOVE 0 TO WS-OTRel-Hours
           MOVE 0 TO WS-OTRel-Pay
           IF (In-EmpHoursWorked > 0 OR In-EmpHoursWeek2 > 0) AND
                   In-EmpHourlyRate > 0
               MOVE In-EmpHoursWorked TO WS-Week-Hours
               PERFORM GROSS-WEEK-PARA
               IF RUN-BIWEEKLY
                   MOVE In-EmpHoursWeek2 TO WS-Week-Hours
                   PERFORM GROSS-WEEK-PARA
               END-IF
               COMPUTE WS-OT-Pay ROUNDED =
                   WS-OT-Hours * In-EmpHourlyRate * 1.5
               COMPUTE ws-Salary ROUNDED =
                   (WS-Reg-Hours * In-EmpHourlyRate) +
                   (WS-OT-Hours * In-EmpHourlyRate * 1.5)
           ELSE
               MOVE In-EmpWeeklySalary TO ws-Salary
           END-IF.

      * One week's hours split into straight time and overtime.
       GROSS-WEEK-PARA.
           IF WS-Week-Hours > 40
               ADD 40 TO WS-Reg-Hours
               COMPUTE WS-OT-Hours = WS-OT-Hours + WS-Week-Hours - 40
           ELSE
               ADD WS-Week-Hours TO WS-Reg-Hours
           END-IF.

      * Overtime against what was approved for the period - the
      *    portion's store's approvals for the employee, every week
      *    ending in the period counted. Past that, the HOLD rule
      *    takes the excess back off the gross (straight time still
      *    pays) to wait on a supervisor; the PAY rule leaves it and
      *    reports it. Then, on the person's first portion to post,
      *    held hours since released are paid at the rate and time
      *    and a half they were worked at.
       OT-APPROVAL-PARA.
           IF OTAUTH-IN-USE AND WS-OT-Hours > 0
               MOVE WS-OT-Hours TO WS-OT-Worked
               PERFORM VARYING WS-OTAuth-Sub FROM 1 BY 1
                       UNTIL WS-OTAuth-Sub > WS-OTAuth-Count
                   IF WS-OTA-EmpID(WS-OTAuth-Sub) = In-EmpID AND
                           WS-OTA-Store(WS-OTAuth-Sub) =
                           In-EmpStoreNumber
                       ADD WS-OTA-Hours(WS-OTAuth-Sub) TO
                           WS-OT-Approved
                   END-IF
               END-PERFORM
               IF WS-OT-Hours > WS-OT-Approved
                   COMPUTE WS-OT-Excess =
                       WS-OT-Hours - WS-OT-Approved
                   IF HOLD-UNAPPROVED-OT
                       SUBTRACT WS-OT-Excess FROM WS-OT-Hours
                       COMPUTE WS-OT-Pay ROUNDED =
                           WS-OT-Hours * In-EmpHourlyRate * 1.5
                       COMPUTE ws-Salary ROUNDED =
                           (WS-Reg-Hours * In-EmpHourlyRate) +
                           (WS-OT-Hours * In-EmpHourlyRate * 1.5)
                   END-IF
               END-IF
           END-IF
           IF NOT PERSON-OTREL-DONE
               PERFORM VARYING WS-OTHold-Sub FROM 1 BY 1
                       UNTIL WS-OTHold-Sub > WS-OTHold-Count
                   IF WS-OTH-Type(WS-OTHold-Sub) = "R" AND
                           WS-OTH-EmpID(WS-OTHold-Sub) = In-EmpID
                       ADD WS-OTH-Hours(WS-OTHold-Sub) TO
                           WS-OTRel-Hours
                       COMPUTE WS-OTRel-Row-Pay ROUNDED =
                           WS-OTH-Hours(WS-OTHold-Sub) *
                           WS-OTH-Rate(WS-OTHold-Sub) * 1.5
                       ADD WS-OTRel-Row-Pay TO WS-OTRel-Pay
                   END-IF
               END-PERFORM
               IF WS-OTRel-Hours > 0
                   ADD WS-OTRel-Hours TO WS-OT-Hours
                   ADD WS-OTRel-Pay TO WS-OT-Pay
                   ADD WS-OTRel-Pay TO ws-Salary
               END-IF
           END-IF.

      * The posted portion's overtime over approval goes on the
      *    staged ledger - H held or U paid - and each released hold
      *    it paid gets its P row, so no later run pays it again.
       OT-LEDGER-POST-PARA.
           IF WS-OT-Excess > 0 OR WS-OTRel-Hours > 0
               OPEN EXTEND OTLEDGERFILE
               IF ws-OTLedger-Status NOT = "00"
                   OPEN OUTPUT OTLEDGERFILE
               END-IF
               IF WS-OT-Excess > 0
                   PERFORM OT-EXCESS-POST-PARA
               END-IF
               IF WS-OTRel-Hours > 0
                   PERFORM VARYING WS-OTHold-Sub FROM 1 BY 1
                           UNTIL WS-OTHold-Sub > WS-OTHold-Count
                       IF WS-OTH-Type(WS-OTHold-Sub) = "R" AND
                               WS-OTH-EmpID(WS-OTHold-Sub) = In-EmpID
                           PERFORM OT-RELEASE-POST-PARA
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE OTLEDGERFILE
           END-IF
           MOVE "Y" TO WS-Person-OTRel-Flag.

       OT-EXCESS-POST-PARA.
           MOVE SPACES TO OTLedgerRec
           IF HOLD-UNAPPROVED-OT
               MOVE "H" TO OTL-Type
               ADD 1 TO WS-OTHeld-Count
           ELSE
               MOVE "U" TO OTL-Type
               ADD 1 TO WS-OTUnappr-Count
           END-IF
           MOVE WS-Week-Ending TO OTL-Run-Week
           MOVE WS-Pay-Group TO OTL-Pay-Group
           MOVE WS-Week-Ending TO OTL-WeekEnding
           MOVE In-EmpStoreNumber TO OTL-Store
           MOVE In-EmpID TO OTL-EmpID
           MOVE WS-OT-Worked TO OTL-OT-Hours
           MOVE WS-OT-Approved TO OTL-Approved
           MOVE WS-OT-Excess TO OTL-Hours
           MOVE In-EmpHourlyRate TO OTL-Rate
           WRITE OTLedgerRec
           MOVE OTL-WeekEnding TO WS-OTKey-WeekEnding
           MOVE OTL-Store TO WS-OTKey-Store
           MOVE OTL-EmpID TO WS-OTKey-EmpID
           PERFORM OTHOLD-FIND-PARA
           IF WS-OTHold-Find-Sub = 0
               IF WS-OTHold-Count < WS-Max-OTHolds
                   ADD 1 TO WS-OTHold-Count
                   MOVE WS-OTHold-Count TO WS-OTHold-Find-Sub
                   PERFORM OTHOLD-NEW-PARA
               ELSE
                   ADD 1 TO WS-OTHold-Dropped
               END-IF
           END-IF
           IF WS-OTHold-Find-Sub NOT = 0
               MOVE OTL-Type TO WS-OTH-Type(WS-OTHold-Find-Sub)
               MOVE "Y" TO WS-OTH-This-Run(WS-OTHold-Find-Sub)
               MOVE OTL-OT-Hours TO WS-OTH-OT-Hours(WS-OTHold-Find-Sub)
               MOVE OTL-Approved TO
                   WS-OTH-Approved(WS-OTHold-Find-Sub)
               MOVE OTL-Hours TO WS-OTH-Hours(WS-OTHold-Find-Sub)
               MOVE OTL-Rate TO WS-OTH-Rate(WS-OTHold-Find-Sub)
           END-IF.

       OT-RELEASE-POST-PARA.
           MOVE SPACES TO OTLedgerRec
           MOVE "P" TO OTL-Type
           MOVE WS-Week-Ending TO OTL-Run-Week
           MOVE WS-Pay-Group TO OTL-Pay-Group
           MOVE WS-OTH-WeekEnding(WS-OTHold-Sub) TO OTL-WeekEnding
           MOVE WS-OTH-Store(WS-OTHold-Sub) TO OTL-Store
           MOVE WS-OTH-EmpID(WS-OTHold-Sub) TO OTL-EmpID
           MOVE WS-OTH-OT-Hours(WS-OTHold-Sub) TO OTL-OT-Hours
           MOVE WS-OTH-Approved(WS-OTHold-Sub) TO OTL-Approved
           MOVE WS-OTH-Hours(WS-OTHold-Sub) TO OTL-Hours
           MOVE WS-OTH-Rate(WS-OTHold-Sub) TO OTL-Rate
           WRITE OTLedgerRec
           MOVE "P" TO WS-OTH-Type(WS-OTHold-Sub)
           MOVE "Y" TO WS-OTH-This-Run(WS-OTHold-Sub)
           ADD 1 TO WS-OTReleased-Count.

      * Holiday pay and premium time for the portion just grossed -
      *    hourly portions only, since a salaried week already pays
      *    the holiday. The premium is the part of the premium rate
      *    over straight time on this store's hours punched on one
      *    of the store's province's holidays; the straight time
      *    itself is already in the hours worked. Holiday pay is one
      *    day's average pay per eligible holiday in the week, paid
      *    on the person's first hourly portion to post.
       HOLIDAY-PAY-PARA.
           MOVE 0 TO WS-Hol-Pay
           MOVE 0 TO WS-Hol-Prem
           MOVE 0 TO WS-Hol-Minutes
           MOVE 0 TO WS-Hol-Days
           IF WS-Holiday-Count > 0 AND WS-Person-Master-Flag = "Y"
                   AND In-EmpHourlyRate > 0
               PERFORM WORK-PROVINCE-PARA
               PERFORM HOLIDAY-RULE-PARA
               PERFORM VARYING WS-HolPair-Sub FROM 1 BY 1
                       UNTIL WS-HolPair-Sub > WS-HolPair-Count
                   IF WS-HP-EmpID(WS-HolPair-Sub) = In-EmpID AND
                           WS-HP-Store(WS-HolPair-Sub) =
                           In-EmpStoreNumber
                       PERFORM HOLIDAY-MATCH-PARA
                       IF HOLIDAY-MATCHED
                           ADD WS-HP-Minutes(WS-HolPair-Sub) TO
                               WS-Hol-Minutes
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Hol-Minutes > 0
                   COMPUTE WS-Hol-Prem ROUNDED =
                       (WS-Hol-Minutes / 60) * In-EmpHourlyRate *
                       (WS-HolR-Premium - 1)
               END-IF
               IF WS-Person-Hol-Days = 0
                   PERFORM HOLIDAY-ELIGIBLE-PARA
                   IF WS-Hol-Days > 0
                       PERFORM HOLIDAY-AVERAGE-PARA
                       COMPUTE WS-Hol-Pay ROUNDED =
                           (WS-Hol-Avg-Weekly / WS-HolR-Days-Per-Week)
                           * WS-Hol-Days
                   END-IF
               END-IF
               ADD WS-Hol-Pay TO ws-Salary
               ADD WS-Hol-Prem TO ws-Salary
           END-IF.

      * The work province's rules row, the ** row, or the standard
      *    rules - in that order.
       HOLIDAY-RULE-PARA.
           MOVE 0 TO WS-HolRule-Find-Sub
           PERFORM VARYING WS-HolRule-Sub FROM 1 BY 1
                   UNTIL WS-HolRule-Sub > WS-HolRule-Count
               IF WS-HRl-Province(WS-HolRule-Sub) =
                       WS-Work-Province
                   MOVE WS-HolRule-Sub TO WS-HolRule-Find-Sub
               END-IF
           END-PERFORM
           IF WS-HolRule-Find-Sub = 0
               PERFORM VARYING WS-HolRule-Sub FROM 1 BY 1
                       UNTIL WS-HolRule-Sub > WS-HolRule-Count
                   IF WS-HRl-Province(WS-HolRule-Sub) = "**"
                       MOVE WS-HolRule-Sub TO WS-HolRule-Find-Sub
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HolRule-Find-Sub = 0
               MOVE 30 TO WS-HolR-Min-Days
               MOVE 4 TO WS-HolR-Avg-Weeks
               MOVE 5 TO WS-HolR-Days-Per-Week
               MOVE 1.50 TO WS-HolR-Premium
           ELSE
               MOVE WS-HRl-Min-Days(WS-HolRule-Find-Sub) TO
                   WS-HolR-Min-Days
               MOVE WS-HRl-Avg-Weeks(WS-HolRule-Find-Sub) TO
                   WS-HolR-Avg-Weeks
               MOVE WS-HRl-Days-Per-Week(WS-HolRule-Find-Sub) TO
                   WS-HolR-Days-Per-Week
               MOVE WS-HRl-Premium(WS-HolRule-Find-Sub) TO
                   WS-HolR-Premium
           END-IF.

      * Is the holiday pair in hand on one of the work province's
      *    holidays?
       HOLIDAY-MATCH-PARA.
           MOVE "N" TO WS-Hol-Match-Flag
           PERFORM VARYING WS-Holiday-Sub FROM 1 BY 1
                   UNTIL WS-Holiday-Sub > WS-Holiday-Count
               IF WS-Hol-Province(WS-Holiday-Sub) =
                       WS-Work-Province AND
                       WS-Hol-Date(WS-Holiday-Sub) =
                       WS-HP-Date(WS-HolPair-Sub)
                   MOVE "Y" TO WS-Hol-Match-Flag
               END-IF
           END-PERFORM.

      * The work province's holidays this week the person qualifies
      *    for - hired long enough before the holiday, and not gone
      *    before it came. No hire date on the master proves no
      *    service, so no holiday pay.
       HOLIDAY-ELIGIBLE-PARA.
           MOVE 0 TO WS-Hol-Days
           IF WS-Person-Hire-Date > 0
               PERFORM VARYING WS-Holiday-Sub FROM 1 BY 1
                       UNTIL WS-Holiday-Sub > WS-Holiday-Count
                   IF WS-Hol-Province(WS-Holiday-Sub) =
                           WS-Work-Province
                       COMPUTE WS-Hol-Service-Days =
                           FUNCTION INTEGER-OF-DATE
                               (WS-Hol-Date(WS-Holiday-Sub)) -
                           FUNCTION INTEGER-OF-DATE
                               (WS-Person-Hire-Date)
                       IF WS-Hol-Service-Days >= WS-HolR-Min-Days AND
                               (WS-Person-Term-Date = 0 OR
                                WS-Person-Term-Date >=
                                WS-Hol-Date(WS-Holiday-Sub))
                           ADD 1 TO WS-Hol-Days
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * The person's average weekly gross over their most recent
      *    posted weeks before this one, off the pay history. Fewer
      *    weeks on file than the rules ask for averages what there
      *    is; none at all (or no history this run) pays nothing.
       HOLIDAY-AVERAGE-PARA.
           MOVE 0 TO WS-Hol-Avg-Weekly
           MOVE 0 TO WS-Hol-Week-Count
           IF PAYHIST-AVAILABLE
               MOVE 0 TO WS-Hol-Hist-EOF-Flag
               MOVE In-EmpID TO PayH-EmpID
               MOVE 0 TO PayH-WeekEnding
               START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO
                       PayH-Key
                   INVALID KEY
                       SET HOL-HIST-EOF TO TRUE
               END-START
               PERFORM HOLIDAY-HIST-READ-PARA UNTIL HOL-HIST-EOF
           END-IF
           IF WS-Hol-Week-Count > 0
               PERFORM VARYING WS-Hol-Week-Sub FROM 1 BY 1
                       UNTIL WS-Hol-Week-Sub > WS-Hol-Week-Count
                   ADD WS-Hol-Week-Pay(WS-Hol-Week-Sub) TO
                       WS-Hol-Avg-Weekly
               END-PERFORM
               COMPUTE WS-Hol-Avg-Weekly ROUNDED =
                   WS-Hol-Avg-Weekly / WS-Hol-Week-Count
           END-IF.

       HOLIDAY-HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET HOL-HIST-EOF TO TRUE
           END-READ
           IF NOT HOL-HIST-EOF
               IF ws-PayHist-Status NOT = "00" OR
                       PayH-EmpID NOT = In-EmpID OR
                       PayH-WeekEnding NOT < WS-Week-Ending
                   SET HOL-HIST-EOF TO TRUE
               ELSE
                   IF WS-Hol-Week-Count < WS-HolR-Avg-Weeks
                       ADD 1 TO WS-Hol-Week-Count
                   ELSE
                       PERFORM VARYING WS-Hol-Week-Sub FROM 1 BY 1
                               UNTIL WS-Hol-Week-Sub >=
                                     WS-Hol-Week-Count
                           MOVE WS-Hol-Week-Pay(WS-Hol-Week-Sub + 1)
                               TO WS-Hol-Week-Pay(WS-Hol-Week-Sub)
                       END-PERFORM
                   END-IF
                   MOVE PayH-WeeklySalary TO
                       WS-Hol-Week-Pay(WS-Hol-Week-Count)
               END-IF
           END-IF.

      * Compares the person's combined weekly gross - all of their
      *    store portions together - against one week of the
      *    master's annual salary and writes an audit line when the
      *    difference runs past the tolerance. Judging individual
      *    portions would flag every legitimate split; the person's
      *    week is the figure the master is actually promising.
      *    Audited employees still post - the audit is a flag for
      *    payroll, not a reject.
       VARIANCE-CHECK-PARA.
           IF WS-Person-Master-Flag = "Y" AND
                   WS-Person-Master-Salary > 0
               COMPUTE WS-Expected-Weekly ROUNDED =
                   WS-Person-Master-Salary / WS-Periods-Per-Year
               IF WS-Expected-Weekly > 0
                   COMPUTE WS-Variance-Amt =
                       WS-Person-Gross - WS-Expected-Weekly
                   IF WS-Variance-Amt < 0
                       COMPUTE WS-Variance-Amt = 0 - WS-Variance-Amt
                   END-IF
                   COMPUTE WS-Variance-Pct ROUNDED =
                       (WS-Variance-Amt * 100) / WS-Expected-Weekly
                   IF WS-Variance-Pct > WS-Variance-Tolerance
                       ADD 1 TO WS-Variance-Count
                       MOVE WS-Person-EmpID TO Var-EmpID
                       MOVE WS-Expected-Weekly TO Var-Master-Weekly
                       MOVE WS-Person-Gross TO Var-Feed-Weekly
                       MOVE WS-Variance-Pct TO Var-Pct
                       MOVE WS-Variance-Line TO VarianceRec
                       WRITE VarianceRec AFTER ADVANCING 1
                       DISPLAY "EMPID ", WS-Person-EmpID,
                               " WEEKLY SALARY ",
                               "OFF MASTER BY ", Var-Pct,
                               " PCT - SEE VARIANCE AUDIT"
                       MOVE "A06-012" TO Evt-MsgID
                       MOVE "W" TO Evt-Severity
                       MOVE WS-Person-EmpID TO Evt-EmpID
                       MOVE WS-Person-Store TO Evt-Store
                       MOVE "SALARY OFF MASTER PAST TOLERANCE"
                           TO Evt-Text
                       PERFORM LOG-EVENT-PARA
                   END-IF
               END-IF
           END-IF.
                           WS-Ele-Start(WS-Election-Count)
                       MOVE Ele-End TO
                           WS-Ele-End(WS-Election-Count)
                       MOVE Ele-Payee TO
                           WS-Ele-Payee(WS-Election-Count)
                       MOVE Ele-Order-Ref TO
                           WS-Ele-Order-Ref(WS-Election-Count)
                       IF Ele-Total-Owed NUMERIC
                           MOVE Ele-Total-Owed TO
                               WS-Ele-Owed(WS-Election-Count)
                       ELSE
                           MOVE 0 TO WS-Ele-Owed(WS-Election-Count)
                       END-IF
                       MOVE 0 TO WS-Ele-Paid(WS-Election-Count)
                   END-IF
           END-READ.

      * Loads the benefit plan enrollments. No file means the plans
      *    haven't been cut over yet - the job code's flat benefit
      *    rows go on applying. A file too big for the table is
      *    still in use, loudly, so nobody is charged the flat rows.
       ENROLL-LOAD-PARA.
           MOVE 0 TO WS-Enrollment-Count
           MOVE 0 TO WS-Enroll-Dropped
           MOVE 0 TO WS-Enroll-EOF-Flag
           MOVE "N" TO WS-Enroll-Flag
           OPEN INPUT ENROLLFILE
           IF ws-Enroll-Status = "00"
               MOVE "Y" TO WS-Enroll-Flag
               PERFORM ENROLL-READ-PARA UNTIL ENROLL-EOF
               CLOSE ENROLLFILE
               IF WS-Enroll-Dropped > 0
                   DISPLAY "*** ", WS-Enroll-Dropped, " BENEFIT "-
                           "ENROLLMENT(S) DID NOT FIT THE TABLE - "-
                           "NOT DEDUCTED ***"
                   MOVE "A06-070" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "BENEFIT ENROLLMENTS OVER THE TABLE LIMIT"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
           END-IF.

       ENROLL-READ-PARA.
           READ ENROLLFILE
               AT END
                   SET ENROLL-EOF TO TRUE
               NOT AT END
                   IF WS-Enrollment-Count < WS-Max-Enrollments
                       ADD 1 TO WS-Enrollment-Count
                       MOVE Enr-EmpID TO
                           WS-Enr-EmpID(WS-Enrollment-Count)
                       MOVE Enr-Start TO
                           WS-Enr-Start(WS-Enrollment-Count)
                       MOVE Enr-End TO
                           WS-Enr-End(WS-Enrollment-Count)
                       MOVE Enr-Emp-Share TO
                           WS-Enr-Emp-Share(WS-Enrollment-Count)
                   ELSE
                       ADD 1 TO WS-Enroll-Dropped
                   END-IF
           END-READ.

      * The settling person's enrolled benefits for the period: the
      *    employee share of every plan in effect on the period's
      *    ending date, twelve monthly premiums spread over the pay
      *    group's periods in the year. The register's benefit
      *    column holds 999.99 a period - anything over is held
      *    there and logged.
       ENROLL-BENEFIT-PARA.
           MOVE 0 TO WS-Enroll-Benefit
           PERFORM VARYING WS-Enrollment-Sub FROM 1 BY 1
                   UNTIL WS-Enrollment-Sub > WS-Enrollment-Count
               IF WS-Enr-EmpID(WS-Enrollment-Sub) = WS-Person-EmpID
                       AND WS-Enr-Start(WS-Enrollment-Sub) <=
                       WS-Week-Ending AND
                       (WS-Enr-End(WS-Enrollment-Sub) = 0 OR
                       WS-Enr-End(WS-Enrollment-Sub) >=
                       WS-Week-Ending)
                   COMPUTE WS-Enroll-Period-Share ROUNDED =
                       WS-Enr-Emp-Share(WS-Enrollment-Sub) * 12
                       / WS-Periods-Per-Year
                   ADD WS-Enroll-Period-Share TO WS-Enroll-Benefit
               END-IF
           END-PERFORM
           IF WS-Enroll-Benefit > 999.99
               MOVE 999.99 TO WS-Benefit-Amount
               DISPLAY "EMPID ", WS-Person-EmpID, " ENROLLED "-
                       "BENEFITS OVER 999.99 FOR THE PERIOD"
               MOVE "A06-071" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "ENROLLED BENEFITS HELD AT 999.99" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           ELSE
               MOVE WS-Enroll-Benefit TO WS-Benefit-Amount
           END-IF.

      * This period's overtime approvals - rows for a week ending
      *    inside the period being paid, all of them counting toward
      *    it. No file at all leaves overtime as it always was.
       OTAUTH-LOAD-PARA.
           MOVE 0 TO WS-OTAuth-Count
           MOVE 0 TO WS-OTAuth-Dropped
           MOVE 0 TO WS-OTAuth-EOF-Flag
           MOVE "N" TO WS-OTAuth-Flag
           OPEN INPUT OTAUTHFILE
           IF ws-OTAuth-Status = "00"
               MOVE "Y" TO WS-OTAuth-Flag
               PERFORM OTAUTH-READ-PARA UNTIL OTAUTH-EOF
               CLOSE OTAUTHFILE
               IF WS-OTAuth-Dropped > 0
                   DISPLAY "*** ", WS-OTAuth-Dropped, " OVERTIME "-
                           "APPROVAL(S) DID NOT FIT THE TABLE - "-
                           "THAT OVERTIME COUNTS AS UNAPPROVED ***"
                   MOVE "A06-072" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "OVERTIME APPROVALS OVER THE TABLE LIMIT"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
           END-IF.

       OTAUTH-READ-PARA.
           READ OTAUTHFILE
               AT END
                   SET OTAUTH-EOF TO TRUE
               NOT AT END
                   IF OTA-WeekEnding >= WS-Week-Start AND
                           OTA-WeekEnding <= WS-Week-Ending
                       IF WS-OTAuth-Count < WS-Max-OTAuths
                           ADD 1 TO WS-OTAuth-Count
                           MOVE OTA-Store TO
                               WS-OTA-Store(WS-OTAuth-Count)
                           MOVE OTA-EmpID TO
                               WS-OTA-EmpID(WS-OTAuth-Count)
                           MOVE OTA-Hours TO
                               WS-OTA-Hours(WS-OTAuth-Count)
                       ELSE
                           ADD 1 TO WS-OTAuth-Dropped
                       END-IF
                   END-IF
           END-READ.

      * A fresh run's staged ledger starts from the live one, less
      *    anything an earlier posting of this same period and pay
      *    group wrote (a repost writes it again) and less the last
      *    run's over-approval-but-paid rows, which only ever
      *    report the run that paid them. Holds and their payments
      *    carry forward until paid.
       OTLEDGER-SEED-PARA.
           MOVE 0 TO WS-OTLedger-EOF-Flag
           OPEN INPUT OTLEDGERLIVE
           IF ws-OTLedger-Status = "00"
               OPEN OUTPUT OTLEDGERFILE
               PERFORM OTLEDGER-SEED-READ-PARA UNTIL OTLEDGER-EOF
               CLOSE OTLEDGERFILE
               CLOSE OTLEDGERLIVE
           END-IF.

       OTLEDGER-SEED-READ-PARA.
           READ OTLEDGERLIVE
               AT END
                   SET OTLEDGER-EOF TO TRUE
               NOT AT END
                   IF OTLv-Type NOT = "U" AND
                           (OTLv-Run-Week NOT = WS-Week-Ending OR
                            OTLv-Pay-Group NOT = WS-Pay-Group)
                       MOVE OTLedgerLiveRec TO OTLedgerRec
                       WRITE OTLedgerRec
                   END-IF
           END-READ.

      * The holds off the staged ledger - on a restart that includes
      *    what the abended attempt already held and paid - then the
      *    supervisors' decisions laid over the ones still held.
       OTHOLD-LOAD-PARA.
           MOVE 0 TO WS-OTHold-Count
           MOVE 0 TO WS-OTHold-Dropped
           MOVE 0 TO WS-OTLedger-EOF-Flag
           OPEN INPUT OTLEDGERFILE
           IF ws-OTLedger-Status = "00"
               PERFORM OTHOLD-READ-PARA UNTIL OTLEDGER-EOF
               CLOSE OTLEDGERFILE
           END-IF
           MOVE 0 TO WS-OTLedger-EOF-Flag
           OPEN INPUT OTRELEASEFILE
           IF ws-OTRelease-Status = "00"
               PERFORM OTRELEASE-READ-PARA UNTIL OTLEDGER-EOF
               CLOSE OTRELEASEFILE
           END-IF
           IF WS-OTHold-Dropped > 0
               DISPLAY "*** ", WS-OTHold-Dropped, " OVERTIME LEDGER "-
                       "ROW(S) DID NOT FIT THE TABLE - THOSE HOLDS "-
                       "ARE NOT PAID OR REPORTED THIS RUN ***"
               MOVE "A06-073" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE 0 TO Evt-EmpID
               MOVE 0 TO Evt-Store
               MOVE "OVERTIME LEDGER OVER THE TABLE LIMIT"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * A later row for the same period, store and employee replaces
      *    the earlier one - a payment row keeps the held hours and
      *    rate it paid and just marks them paid.
       OTHOLD-READ-PARA.
           READ OTLEDGERFILE
               AT END
                   SET OTLEDGER-EOF TO TRUE
               NOT AT END
                   MOVE OTL-WeekEnding TO WS-OTKey-WeekEnding
                   MOVE OTL-Store TO WS-OTKey-Store
                   MOVE OTL-EmpID TO WS-OTKey-EmpID
                   PERFORM OTHOLD-FIND-PARA
                   IF WS-OTHold-Find-Sub = 0
                       IF WS-OTHold-Count < WS-Max-OTHolds
                           ADD 1 TO WS-OTHold-Count
                           MOVE WS-OTHold-Count TO WS-OTHold-Find-Sub
                           PERFORM OTHOLD-NEW-PARA
                       ELSE
                           ADD 1 TO WS-OTHold-Dropped
                       END-IF
                   END-IF
                   IF WS-OTHold-Find-Sub NOT = 0
                       MOVE OTL-Type TO WS-OTH-Type(WS-OTHold-Find-Sub)
                       IF OTL-Type NOT = "P"
                           MOVE OTL-OT-Hours TO
                               WS-OTH-OT-Hours(WS-OTHold-Find-Sub)
                           MOVE OTL-Approved TO
                               WS-OTH-Approved(WS-OTHold-Find-Sub)
                           MOVE OTL-Hours TO
                               WS-OTH-Hours(WS-OTHold-Find-Sub)
                           MOVE OTL-Rate TO
                               WS-OTH-Rate(WS-OTHold-Find-Sub)
                       END-IF
                       IF OTL-Run-Week = WS-Week-Ending AND
                               OTL-Pay-Group = WS-Pay-Group
                           MOVE "Y" TO
                               WS-OTH-This-Run(WS-OTHold-Find-Sub)
                       ELSE
                           MOVE "N" TO
                               WS-OTH-This-Run(WS-OTHold-Find-Sub)
                       END-IF
                   END-IF
           END-READ.

      * R releases a hold still held, X rejects it. A decision on
      *    hours already paid, or with no hold behind it, is moot.
       OTRELEASE-READ-PARA.
           READ OTRELEASEFILE
               AT END
                   SET OTLEDGER-EOF TO TRUE
               NOT AT END
                   MOVE Rel-WeekEnding TO WS-OTKey-WeekEnding
                   MOVE Rel-Store TO WS-OTKey-Store
                   MOVE Rel-EmpID TO WS-OTKey-EmpID
                   PERFORM OTHOLD-FIND-PARA
                   IF WS-OTHold-Find-Sub NOT = 0
                       IF (WS-OTH-Type(WS-OTHold-Find-Sub) = "H" OR
                               WS-OTH-Type(WS-OTHold-Find-Sub) = "R"
                               OR WS-OTH-Type(WS-OTHold-Find-Sub) =
                               "X") AND
                               (Rel-Decision = "R" OR
                               Rel-Decision = "X")
                           MOVE Rel-Decision TO
                               WS-OTH-Type(WS-OTHold-Find-Sub)
                       END-IF
                   END-IF
           END-READ.

       OTHOLD-FIND-PARA.
           MOVE 0 TO WS-OTHold-Find-Sub
           PERFORM VARYING WS-OTHold-Sub FROM 1 BY 1
                   UNTIL WS-OTHold-Sub > WS-OTHold-Count
               IF WS-OTH-WeekEnding(WS-OTHold-Sub) =
                       WS-OTKey-WeekEnding AND
                       WS-OTH-Store(WS-OTHold-Sub) = WS-OTKey-Store
                       AND WS-OTH-EmpID(WS-OTHold-Sub) = WS-OTKey-EmpID
                   MOVE WS-OTHold-Sub TO WS-OTHold-Find-Sub
               END-IF
           END-PERFORM.

       OTHOLD-NEW-PARA.
           MOVE WS-OTKey-WeekEnding TO
               WS-OTH-WeekEnding(WS-OTHold-Find-Sub)
           MOVE WS-OTKey-Store TO WS-OTH-Store(WS-OTHold-Find-Sub)
           MOVE WS-OTKey-EmpID TO WS-OTH-EmpID(WS-OTHold-Find-Sub)
           MOVE 0 TO WS-OTH-OT-Hours(WS-OTHold-Find-Sub)
           MOVE 0 TO WS-OTH-Approved(WS-OTHold-Find-Sub)
           MOVE 0 TO WS-OTH-Hours(WS-OTHold-Find-Sub)
           MOVE 0 TO WS-OTH-Rate(WS-OTHold-Find-Sub)
           MOVE "N" TO WS-OTH-This-Run(WS-OTHold-Find-Sub).

      * The minimum-wage table, and the furthest date a coming
      *    increase is looked for. No table at all leaves the run
      *    without the check, as it always was.
       MINWAGE-LOAD-PARA.
           MOVE 0 TO WS-MinWage-Count
           MOVE 0 TO WS-MinWage-Dropped
           MOVE 0 TO WS-MinWage-EOF-Flag
           MOVE "N" TO WS-MinWage-Flag
           OPEN INPUT MINWAGEFILE
           IF ws-MinWage-Status = "00"
               PERFORM MINWAGE-READ-PARA UNTIL MINWAGE-EOF
               CLOSE MINWAGEFILE
               IF WS-MinWage-Count > 0
                   MOVE "Y" TO WS-MinWage-Flag
                   COMPUTE WS-MW-Horizon = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-Week-Ending) +
                        WS-MinWage-Days)
               END-IF
               IF WS-MinWage-Dropped > 0
                   DISPLAY "*** ", WS-MinWage-Dropped, " MINIMUM-"-
                           "WAGE ROW(S) DID NOT FIT THE TABLE - NOT "-
                           "CHECKED AGAINST ***"
                   MOVE "A06-076" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "MINIMUM-WAGE ROWS OVER THE TABLE LIMIT"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
           END-IF.

       MINWAGE-READ-PARA.
           READ MINWAGEFILE
               AT END
                   SET MINWAGE-EOF TO TRUE
               NOT AT END
                   IF WS-MinWage-Count < WS-Max-MinWages
                       ADD 1 TO WS-MinWage-Count
                       MOVE MinWageRec TO
                           WS-MinWage-Entry(WS-MinWage-Count)
                   ELSE
                       ADD 1 TO WS-MinWage-Dropped
                   END-IF
           END-READ.

      * The rate the person in hand is held to - the most particular
      *    row for their province and program code in effect by the
      *    period end, latest first - and the next increase due
      *    within the look-ahead. The province is the one the person
      *    works in - their first portion's store's, off the Store
      *    Master (WORK-PROVINCE-PARA) - the same one holidays and
      *    rest rules go by.
       MINWAGE-RATE-PARA.
           MOVE WS-Work-Province TO WS-MW-Province
           MOVE "N" TO WS-MW-Found-Flag
           MOVE "N" TO WS-MW-Next-Flag
           MOVE 0 TO WS-MW-Best-Score
           MOVE 0 TO WS-MW-Best-Date
           MOVE 0 TO WS-MW-Rate
           MOVE 0 TO WS-MW-Next-Score
           MOVE 0 TO WS-MW-Next-Date
           MOVE 0 TO WS-MW-Next-Rate
           PERFORM MINWAGE-ROW-PARA
               VARYING WS-MinWage-Sub FROM 1 BY 1
               UNTIL WS-MinWage-Sub > WS-MinWage-Count
      * A coming general increase doesn't reach someone held to a
      *    more particular rate.
           IF MW-RATE-FOUND AND MW-NEXT-FOUND AND
                   WS-MW-Next-Score < WS-MW-Best-Score
               MOVE "N" TO WS-MW-Next-Flag
           END-IF
           IF MW-NEXT-FOUND AND MW-RATE-FOUND AND
                   WS-MW-Next-Rate NOT > WS-MW-Rate
               MOVE "N" TO WS-MW-Next-Flag
           END-IF.

       MINWAGE-ROW-PARA.
           MOVE 9 TO WS-MW-Score
           EVALUATE TRUE
               WHEN WS-MWT-Province(WS-MinWage-Sub) =
                       WS-Work-Province AND
                       WS-MWT-Program-Code(WS-MinWage-Sub) =
                       WS-Person-Program-Code AND
                       WS-Person-Program-Code NOT = SPACES
                   MOVE 3 TO WS-MW-Score
               WHEN WS-MWT-Province(WS-MinWage-Sub) =
                       WS-Work-Province AND
                       WS-MWT-Program-Code(WS-MinWage-Sub) = SPACES
                   MOVE 2 TO WS-MW-Score
               WHEN WS-MWT-Province(WS-MinWage-Sub) = "**" AND
                       WS-MWT-Program-Code(WS-MinWage-Sub) =
                       WS-Person-Program-Code AND
                       WS-Person-Program-Code NOT = SPACES
                   MOVE 1 TO WS-MW-Score
               WHEN WS-MWT-Province(WS-MinWage-Sub) = "**" AND
                       WS-MWT-Program-Code(WS-MinWage-Sub) = SPACES
                   MOVE 0 TO WS-MW-Score
           END-EVALUATE
           IF WS-MW-Score NOT = 9
               IF WS-MWT-Effective(WS-MinWage-Sub) <= WS-Week-Ending
                   IF NOT MW-RATE-FOUND OR
                           WS-MW-Score > WS-MW-Best-Score OR
                           (WS-MW-Score = WS-MW-Best-Score AND
                            WS-MWT-Effective(WS-MinWage-Sub) >
                            WS-MW-Best-Date)
                       MOVE "Y" TO WS-MW-Found-Flag
                       MOVE WS-MW-Score TO WS-MW-Best-Score
                       MOVE WS-MWT-Effective(WS-MinWage-Sub) TO
                           WS-MW-Best-Date
                       MOVE WS-MWT-Rate(WS-MinWage-Sub) TO WS-MW-Rate
                   END-IF
               ELSE
                   IF WS-MWT-Effective(WS-MinWage-Sub) <=
                           WS-MW-Horizon
                       IF NOT MW-NEXT-FOUND OR
                               WS-MW-Score > WS-MW-Next-Score OR
                               (WS-MW-Score = WS-MW-Next-Score AND
                                WS-MWT-Effective(WS-MinWage-Sub) <
                                WS-MW-Next-Date)
                           MOVE "Y" TO WS-MW-Next-Flag
                           MOVE WS-MW-Score TO WS-MW-Next-Score
                           MOVE WS-MWT-Effective(WS-MinWage-Sub) TO
                               WS-MW-Next-Date
                           MOVE WS-MWT-Rate(WS-MinWage-Sub) TO
                               WS-MW-Next-Rate
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One posted portion against the minimum - an hourly portion's
      *    rate checked as it posts, a salaried portion's pay and
      *    hours kept for the settle to divide.
       MINWAGE-PORTION-PARA.
           COMPUTE WS-MW-Portion-Hours =
               In-EmpHoursWorked + In-EmpHoursWeek2
           IF In-EmpHourlyRate > 0
               ADD WS-MW-Portion-Hours TO WS-Person-Hrly-Hours
               IF WS-Person-Low-Rate = 0 OR
                       In-EmpHourlyRate < WS-Person-Low-Rate
                   MOVE In-EmpHourlyRate TO WS-Person-Low-Rate
               END-IF
               IF MW-RATE-FOUND AND In-EmpHourlyRate < WS-MW-Rate
                   COMPUTE WS-Person-Hrly-Short ROUNDED =
                       WS-Person-Hrly-Short + WS-MW-Portion-Hours *
                       (WS-MW-Rate - In-EmpHourlyRate)
               END-IF
               IF MW-NEXT-FOUND AND In-EmpHourlyRate < WS-MW-Next-Rate
                   COMPUTE WS-Person-Hrly-Next ROUNDED =
                       WS-Person-Hrly-Next + WS-MW-Portion-Hours *
                       (WS-MW-Next-Rate - In-EmpHourlyRate)
               END-IF
           ELSE
               ADD ws-Salary TO WS-Person-Sal-Pay
               ADD WS-MW-Portion-Hours TO WS-Person-Sal-Hours
           END-IF.

      * The settled person against the minimum: salaried pay over
      *    the hours worked for it (a salaried period with no hours
      *    reported can't be measured, and isn't), hourly portions
      *    as they posted. Under the rate in effect goes on the
      *    compliance report with the shortfall; under a coming
      *    increase goes on the look-ahead with what each period
      *    would fall short at today's pay.
       MINWAGE-CHECK-PARA.
           MOVE WS-Person-Hrly-Hours TO WS-MW-Hours
           MOVE WS-Person-Low-Rate TO WS-MW-Low-Rate
           MOVE WS-Person-Hrly-Short TO WS-MW-Shortfall
           MOVE WS-Person-Hrly-Next TO WS-MW-Next-Short
           MOVE 0 TO WS-MW-Eff-Rate
           IF WS-Person-Sal-Hours > 0
               COMPUTE WS-MW-Eff-Rate ROUNDED =
                   WS-Person-Sal-Pay / WS-Person-Sal-Hours
                   ON SIZE ERROR
                       MOVE 99.99 TO WS-MW-Eff-Rate
               END-COMPUTE
               ADD WS-Person-Sal-Hours TO WS-MW-Hours
               IF WS-MW-Low-Rate = 0 OR WS-MW-Eff-Rate < WS-MW-Low-Rate
                   MOVE WS-MW-Eff-Rate TO WS-MW-Low-Rate
               END-IF
               IF MW-RATE-FOUND AND WS-MW-Eff-Rate < WS-MW-Rate
                   COMPUTE WS-MW-Shortfall ROUNDED =
                       WS-MW-Shortfall + WS-Person-Sal-Hours *
                       (WS-MW-Rate - WS-MW-Eff-Rate)
               END-IF
               IF MW-NEXT-FOUND AND WS-MW-Eff-Rate < WS-MW-Next-Rate
                   COMPUTE WS-MW-Next-Short ROUNDED =
                       WS-MW-Next-Short + WS-Person-Sal-Hours *
                       (WS-MW-Next-Rate - WS-MW-Eff-Rate)
               END-IF
           END-IF
           IF WS-MW-Hours > 0
               MOVE SPACES TO WS-MW-Name
               STRING WS-Person-LastName DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-Person-FirstName DELIMITED BY "  "
                   INTO WS-MW-Name
               IF MW-RATE-FOUND AND WS-MW-Shortfall > 0
                   PERFORM MINWAGE-BELOW-PARA
               END-IF
               IF MW-NEXT-FOUND AND WS-MW-Next-Short > 0
                   PERFORM MINWAGE-UPCOMING-PARA
               END-IF
           END-IF.

       MINWAGE-BELOW-PARA.
           ADD 1 TO WS-MW-Below-Count
           ADD WS-MW-Shortfall TO WS-MW-Below-Total
           MOVE WS-MW-Best-Score TO WS-MW-Score
           PERFORM MINWAGE-LINE-PARA
           MOVE WS-MW-Rate TO MWD-Minimum
           MOVE WS-MW-Best-Date TO MWD-Effective
           MOVE WS-MW-Shortfall TO MWD-Shortfall
           MOVE WS-MW-Detail-Line TO MWCompRec
           WRITE MWCompRec AFTER ADVANCING 1
           DISPLAY "EMPID ", WS-Person-EmpID, " PAID UNDER THE "-
                   "MINIMUM WAGE - SEE MinWageCompliance.rpt"
           MOVE "A06-077" TO Evt-MsgID
           MOVE "W" TO Evt-Severity
           MOVE WS-Person-EmpID TO Evt-EmpID
           MOVE WS-Person-Store TO Evt-Store
           MOVE "PAID UNDER THE MINIMUM WAGE" TO Evt-Text
           PERFORM LOG-EVENT-PARA.

       MINWAGE-UPCOMING-PARA.
           ADD 1 TO WS-MW-Upcoming-Count
           MOVE WS-MW-Next-Score TO WS-MW-Score
           PERFORM MINWAGE-LINE-PARA
           MOVE WS-MW-Next-Rate TO MWD-Minimum
           MOVE WS-MW-Next-Date TO MWD-Effective
           MOVE WS-MW-Next-Short TO MWD-Shortfall
           MOVE WS-MW-Detail-Line TO MWUpcomRec
           WRITE MWUpcomRec AFTER ADVANCING 1.

      * The person's side of a report line - the rate class shown is
      *    the row's, GENERAL for a spaces program code.
       MINWAGE-LINE-PARA.
           MOVE SPACES TO WS-MW-Detail-Line
           MOVE WS-Person-EmpID TO MWD-EmpID
           MOVE WS-MW-Name TO MWD-Name
           MOVE WS-Person-Store TO MWD-Store
           IF WS-MW-Score = 0 OR WS-MW-Score = 1
               MOVE "**" TO MWD-Province
           ELSE
               MOVE WS-MW-Province TO MWD-Province
           END-IF
           IF WS-MW-Score = 1 OR WS-MW-Score = 3
               MOVE WS-Person-Program-Code TO MWD-Class
           ELSE
               MOVE "GENERAL" TO MWD-Class
           END-IF
           MOVE WS-MW-Low-Rate TO MWD-Paid
           MOVE WS-MW-Hours TO MWD-Hours.

      * Headings for both minimum-wage reports, a fresh run only - a
      *    restart appends under the ones already written.
       MINWAGE-OPEN-PARA.
           OPEN OUTPUT MWCOMPFILE
           MOVE SPACES TO MWCompRec
           STRING "Minimum-wage compliance - " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY SPACE
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO MWCompRec
           WRITE MWCompRec
           MOVE "Province is the employee's, off the Employee "-
                "Master; salaried pay is divided by hours worked."
               TO MWCompRec
           WRITE MWCompRec AFTER ADVANCING 1
           MOVE "Employee   Name                     Store Pv  Class"-
                "        Paid    Min  Eff Date   Hours  Shortfall"
               TO MWCompRec
           WRITE MWCompRec AFTER ADVANCING 2
           OPEN OUTPUT MWUPCOMFILE
           MOVE SPACES TO MWUpcomRec
           STRING "Minimum-wage increases within " DELIMITED BY SIZE
               WS-MinWage-Days DELIMITED BY SIZE
               " days of " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               " - employees paid under the coming rate"
               DELIMITED BY SIZE
               INTO MWUpcomRec
           WRITE MWUpcomRec
           MOVE "Shortfall is per period at this period's hours "-
                "and pay, once the new rate takes effect."
               TO MWUpcomRec
           WRITE MWUpcomRec AFTER ADVANCING 1
           MOVE "Employee   Name                     Store Pv  Class"-
                "        Paid   Next  Eff Date   Hours Per Period"
               TO MWUpcomRec
           WRITE MWUpcomRec AFTER ADVANCING 2.

       MINWAGE-TOTALS-PARA.
           MOVE SPACES TO WS-MW-Detail-Line
           MOVE "EMPLOYEES UNDER THE MINIMUM" TO MWD-Name
           MOVE WS-MW-Below-Count TO MWD-Store
           MOVE WS-MW-Below-Total TO MWD-Shortfall
           MOVE WS-MW-Detail-Line TO MWCompRec
           WRITE MWCompRec AFTER ADVANCING 2
           MOVE SPACES TO MWUpcomRec
           STRING "EMPLOYEES UNDER A COMING INCREASE: "
               DELIMITED BY SIZE
               WS-MW-Upcoming-Count DELIMITED BY SIZE
               INTO MWUpcomRec
           WRITE MWUpcomRec AFTER ADVANCING 2
           IF WS-MW-Upcoming-Count > 0
               DISPLAY WS-MW-Upcoming-Count, " EMPLOYEE(S) PAID "-
                       "UNDER A COMING MINIMUM-WAGE INCREASE - SEE "-
                       "MinWageUpcoming.rpt"
               MOVE "A06-078" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "EMPLOYEES UNDER A COMING MINIMUM WAGE" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Loads the pay week's statutory holidays and the provinces'
      *    eligibility rules off the holiday calendar, then the punch
      *    pairs worked on any of those holidays. Optional - no
      *    calendar, no holidays, and the week pays as it always has.
       HOLIDAY-LOAD-PARA.
           OPEN INPUT HOLIDAYFILE
           IF ws-Holiday-Status = "00"
               PERFORM HOLIDAY-READ-PARA UNTIL HOLIDAY-EOF
               CLOSE HOLIDAYFILE
           END-IF
           IF WS-Holiday-Count > 0
               OPEN INPUT PAIRFILE
               IF ws-Pair-Status = "00"
                   PERFORM HOLIDAY-PAIR-READ-PARA UNTIL PAIR-EOF
                   CLOSE PAIRFILE
               END-IF
               IF WS-HolPair-Dropped > 0
                   MOVE "A06-061" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE SPACES TO Evt-Text
                   STRING "HOLIDAY PUNCH TABLE FULL - " DELIMITED BY
                           SIZE
                       WS-HolPair-Dropped DELIMITED BY SIZE
                       " PAIRS NOT PREMIUM PAID" DELIMITED BY SIZE
                       INTO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF.

       HOLIDAY-READ-PARA.
           READ HOLIDAYFILE
               AT END
                   SET HOLIDAY-EOF TO TRUE
               NOT AT END
                   EVALUATE Hol-Type
                       WHEN "H"
                           IF Hol-Date >= WS-Week-Start AND
                                   Hol-Date <= WS-Week-Ending AND
                                   WS-Holiday-Count < WS-Max-Holidays
                               ADD 1 TO WS-Holiday-Count
                               MOVE Hol-Province TO
                                   WS-Hol-Province(WS-Holiday-Count)
                               MOVE Hol-Date TO
                                   WS-Hol-Date(WS-Holiday-Count)
                           END-IF
                       WHEN "E"
                           IF WS-HolRule-Count < WS-Max-HolRules
                               ADD 1 TO WS-HolRule-Count
                               MOVE Hol-Province TO
                                   WS-HRl-Province(WS-HolRule-Count)
                               MOVE Hol-Min-Days TO
                                   WS-HRl-Min-Days(WS-HolRule-Count)
                               MOVE Hol-Avg-Weeks TO
                                   WS-HRl-Avg-Weeks(WS-HolRule-Count)
                               MOVE Hol-Days-Per-Week TO
                                 WS-HRl-Days-Per-Week(WS-HolRule-Count)
                               MOVE Hol-Premium TO
                                   WS-HRl-Premium(WS-HolRule-Count)
                           END-IF
                   END-EVALUATE
           END-READ.

      * Keeps a pair only if its date is a holiday somewhere - which
      *    province counts is settled per person at gross time.
       HOLIDAY-PAIR-READ-PARA.
           READ PAIRFILE
               AT END
                   SET PAIR-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-Hol-Match-Flag
                   PERFORM VARYING WS-Holiday-Sub FROM 1 BY 1
                           UNTIL WS-Holiday-Sub > WS-Holiday-Count
                       IF WS-Hol-Date(WS-Holiday-Sub) = Pair-Date
                           MOVE "Y" TO WS-Hol-Match-Flag
                       END-IF
                   END-PERFORM
                   IF HOLIDAY-MATCHED
                       PERFORM HOLIDAY-PAIR-KEEP-PARA
                   END-IF
           END-READ.

       HOLIDAY-PAIR-KEEP-PARA.
           DIVIDE Pair-In BY 100 GIVING WS-HP-Hours
               REMAINDER WS-HP-Mins
           COMPUTE WS-HP-In-Min = (WS-HP-Hours * 60) + WS-HP-Mins
           DIVIDE Pair-Out BY 100 GIVING WS-HP-Hours
               REMAINDER WS-HP-Mins
           COMPUTE WS-HP-Out-Min = (WS-HP-Hours * 60) + WS-HP-Mins
           IF WS-HP-Out-Min > WS-HP-In-Min
               IF WS-HolPair-Count < WS-Max-HolPairs
                   ADD 1 TO WS-HolPair-Count
                   MOVE Pair-EmpID TO WS-HP-EmpID(WS-HolPair-Count)
                   MOVE Pair-Store TO WS-HP-Store(WS-HolPair-Count)
                   MOVE Pair-Date TO WS-HP-Date(WS-HolPair-Count)
                   COMPUTE WS-HP-Minutes(WS-HolPair-Count) =
                       WS-HP-Out-Min - WS-HP-In-Min
               ELSE
                   ADD 1 TO WS-HolPair-Dropped
               END-IF
           END-IF.

      * The settling person's elections in effect for the control
      *    week - started on or before the week-ending date, not
      *    yet ended (zero end runs until changed). A percent rides
      *    on the combined gross; a flat amount is itself. The
      *    elections can never take more than what's left after
      *    tax and benefits - the normal garnishment rule - or the
      *    net would go negative and the bank file's unsigned
      *    funding amount would pay out the absolute value.
       ELECTION-CALC-PARA.
           MOVE 0 TO WS-Election-Amount
           MOVE 0 TO WS-Applied-Elections
           PERFORM VARYING WS-Ele-Slot FROM 1 BY 1
                   UNTIL WS-Ele-Slot > 4
               MOVE 0 TO WS-Person-Ele-Amt(WS-Ele-Slot)
           END-PERFORM
           MOVE "N" TO WS-Elect-Capped-Flag
           COMPUTE WS-Elect-Avail =
               WS-Person-Gross + WS-Person-Bonus-Pay - WS-Tax-Amount
               - WS-Benefit-Amount
           IF WS-Elect-Avail < 0
               MOVE 0 TO WS-Elect-Avail
           END-IF
           PERFORM ELECTION-ONE-PARA
               VARYING WS-Election-Sub FROM 1 BY 1
               UNTIL WS-Election-Sub > WS-Election-Count
           IF WS-Elect-Capped-Flag = "Y"
               DISPLAY "EMPID ", WS-Person-EmpID, " ELECTIONS "-
                       "CAPPED AT THE NET AVAILABLE THIS WEEK"
               MOVE "A06-034" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "ELECTIONS CAPPED AT AVAILABLE NET"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * One election - taken whole while the available net covers
      *    it, partially on the one that crosses the line, and not
      *    at all after that, so the itemized lines still sum to
      *    the Other column and the net never goes below zero.
       ELECTION-ONE-PARA.
           IF WS-Ele-EmpID(WS-Election-Sub) = WS-Person-EmpID AND
                   WS-Ele-Start(WS-Election-Sub) <= WS-Week-Ending
                   AND (WS-Ele-End(WS-Election-Sub) = 0 OR
                        WS-Ele-End(WS-Election-Sub) >=
                        WS-Week-Ending)
               IF WS-Ele-Percent(WS-Election-Sub) > 0
                   COMPUTE WS-Elect-This ROUNDED =
                       WS-Person-Gross *
                       WS-Ele-Percent(WS-Election-Sub)
               ELSE
                   MOVE WS-Ele-Amount(WS-Election-Sub) TO
                       WS-Elect-This
               END-IF
      * A garnishment order stops taking once it's paid in full,
      *    and the week that finishes it takes only what's left.
               IF WS-Ele-Type(WS-Election-Sub) = "G" AND
                       WS-Ele-Owed(WS-Election-Sub) > 0
                   COMPUTE WS-Order-Left =
                       WS-Ele-Owed(WS-Election-Sub) -
                       WS-Ele-Paid(WS-Election-Sub)
                   IF WS-Order-Left < 0
                       MOVE 0 TO WS-Order-Left
                   END-IF
                   IF WS-Elect-This > WS-Order-Left
                       MOVE WS-Order-Left TO WS-Elect-This
                   END-IF
               END-IF
               IF WS-Elect-This > WS-Elect-Avail
                   MOVE WS-Elect-Avail TO WS-Elect-This
                   MOVE "Y" TO WS-Elect-Capped-Flag
               END-IF
               IF WS-Elect-This > 0
                   ADD WS-Elect-This TO WS-Election-Amount
                   SUBTRACT WS-Elect-This FROM WS-Elect-Avail
                   EVALUATE WS-Ele-Type(WS-Election-Sub)
                       WHEN "G"
                           MOVE 1 TO WS-Ele-Slot
                       WHEN "S"
                           MOVE 2 TO WS-Ele-Slot
                       WHEN "W"
                           MOVE 3 TO WS-Ele-Slot
                       WHEN OTHER
                           MOVE 4 TO WS-Ele-Slot
                   END-EVALUATE
                   ADD WS-Elect-This TO
                       WS-Person-Ele-Amt(WS-Ele-Slot)
                   IF WS-Applied-Elections < 10
                       ADD 1 TO WS-Applied-Elections
                       MOVE WS-Ele-Type(WS-Election-Sub) TO
                           WS-App-Type(WS-Applied-Elections)
                       MOVE WS-Elect-This TO
                           WS-App-Amount(WS-Applied-Elections)
                       MOVE WS-Election-Sub TO
                           WS-App-Ele-Sub(WS-Applied-Elections)
                   END-IF
               END-IF
           END-IF.

      * One itemized line per applied election, right under the
      *    employee's register line, so the register shows where
      *    the Other column came from.
       ELECTION-ITEMIZE-PARA.
           EVALUATE WS-App-Type(WS-Applied-Sub)
               WHEN "G"
                   MOVE "GARNISHMENT" TO Itm-Label
               WHEN "S"
                   MOVE "SAVINGS PLAN" TO Itm-Label
               WHEN "W"
                   MOVE "EXTRA WITHHOLDING" TO Itm-Label
               WHEN OTHER
                   MOVE "ELECTION" TO Itm-Label
           END-EVALUATE
           MOVE WS-App-Amount(WS-Applied-Sub) TO Itm-Amount
           MOVE WS-Elect-Item-Line TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 1.

      * A garnishment or savings-plan amount just put on the
      *    register goes on the election ledger - the order's paid-
      *    to-date and the week's third-party files come off it. The
      *    register line that finishes an order says so.
       ELECTION-LEDGER-PARA.
           IF WS-App-Type(WS-Applied-Sub) = "G" OR
                   WS-App-Type(WS-Applied-Sub) = "S"
               MOVE WS-App-Ele-Sub(WS-Applied-Sub) TO WS-Election-Sub
               OPEN EXTEND ELECTLEDGERFILE
               IF ws-ElectLedger-Status NOT = "00"
                   OPEN OUTPUT ELECTLEDGERFILE
               END-IF
               MOVE SPACES TO ElectLedgerRec
               MOVE WS-Person-EmpID TO Eld-EmpID
               MOVE WS-App-Type(WS-Applied-Sub) TO Eld-Type
               MOVE WS-Ele-Start(WS-Election-Sub) TO Eld-Start
               MOVE WS-Week-Ending TO Eld-WeekEnding
               MOVE WS-Chq-Source TO Eld-Source
               MOVE WS-App-Amount(WS-Applied-Sub) TO Eld-Amount
               MOVE WS-Ele-Payee(WS-Election-Sub) TO Eld-Payee
               MOVE WS-Ele-Order-Ref(WS-Election-Sub) TO
                   Eld-Order-Ref
               MOVE WS-Person-LastName TO Eld-Surname
               MOVE WS-Person-FirstName TO Eld-GivenName
               WRITE ElectLedgerRec
               CLOSE ELECTLEDGERFILE
               ADD 1 TO WS-Ledger-Row-Count
               ADD WS-App-Amount(WS-Applied-Sub) TO
                   WS-Ele-Paid(WS-Election-Sub)
               IF WS-App-Type(WS-Applied-Sub) = "G" AND
                       WS-Ele-Owed(WS-Election-Sub) > 0 AND
                       WS-Ele-Paid(WS-Election-Sub) >=
                       WS-Ele-Owed(WS-Election-Sub)
                   ADD 1 TO WS-Orders-Paid-Count
                   MOVE "ORDER PAID IN FULL" TO Itm-Label
                   MOVE WS-Ele-Owed(WS-Election-Sub) TO Itm-Amount
                   MOVE WS-Elect-Item-Line TO NetPayRec
                   MOVE WS-Ele-Order-Ref(WS-Election-Sub) TO
                       NetPayRec(42:16)
                   WRITE NetPayRec AFTER ADVANCING 1
                   DISPLAY "EMPID ", WS-Person-EmpID, " GARNISHMENT "-
                           "ORDER ", WS-Ele-Order-Ref(WS-Election-Sub),
                           " PAID IN FULL"
                   MOVE "A06-062" TO Evt-MsgID
                   MOVE "I" TO Evt-Severity
                   MOVE WS-Person-EmpID TO Evt-EmpID
                   MOVE WS-Person-Store TO Evt-Store
                   MOVE "GARNISHMENT ORDER PAID IN FULL" TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
           END-IF.

      * Paid-to-date per election off the staged ledger - on a
      *    restart that includes what the abended attempt already
      *    took, so no order is taken past its total. Rows for an
      *    election no longer on file just don't count toward one.
       ELECTLEDGER-LOAD-PARA.
           MOVE 0 TO WS-ElectLedger-EOF-Flag
           MOVE 0 TO WS-Ledger-Rows-Before
           OPEN INPUT ELECTLEDGERFILE
           IF ws-ElectLedger-Status = "00"
               PERFORM ELECTLEDGER-READ-PARA UNTIL ELECTLEDGER-EOF
               CLOSE ELECTLEDGERFILE
           END-IF.

       ELECTLEDGER-READ-PARA.
           READ ELECTLEDGERFILE
               AT END
                   SET ELECTLEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Ledger-Rows-Before
                   PERFORM VARYING WS-Election-Sub FROM 1 BY 1
                           UNTIL WS-Election-Sub > WS-Election-Count
                       IF WS-Ele-EmpID(WS-Election-Sub) = Eld-EmpID
                               AND WS-Ele-Type(WS-Election-Sub) =
                               Eld-Type AND
                               WS-Ele-Start(WS-Election-Sub) =
                               Eld-Start
                           ADD Eld-Amount TO
                               WS-Ele-Paid(WS-Election-Sub)
                       END-IF
                   END-PERFORM
           END-READ.

      * The posting run's third-party files, off this run's rows on
      *    the staged ledger (a restart's pre-crash rows included):
      *    the payee remittance file with every garnishment and
      *    savings dollar grouped by payee, and the custodian's
      *    contribution file with the savings rows alone. A run that
      *    took none writes neither.
       PAYEE-REMIT-PARA.
           MOVE 0 TO WS-Remit-Count
           MOVE 0 TO WS-Remit-Dropped
           MOVE 0 TO WS-Savings-Rows
           MOVE 0 TO WS-Remit-Read-Rows
           MOVE 0 TO WS-ElectLedger-EOF-Flag
           OPEN INPUT ELECTLEDGERFILE
           IF ws-ElectLedger-Status = "00"
               PERFORM REMIT-COLLECT-PARA UNTIL ELECTLEDGER-EOF
               CLOSE ELECTLEDGERFILE
           END-IF
           IF WS-Remit-Dropped > 0
               MOVE "A06-063" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE SPACES TO Evt-Text
               STRING "REMITTANCE TABLE FULL - " DELIMITED BY SIZE
                   WS-Remit-Dropped DELIMITED BY SIZE
                   " PAYMENTS LEFT OFF" DELIMITED BY SIZE
                   INTO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF
           IF WS-Remit-Count > 0
               PERFORM REMIT-SORT-PARA
               PERFORM PAYEE-REMIT-WRITE-PARA
               IF WS-Savings-Rows > 0
                   PERFORM SAVINGS-CONTRIB-WRITE-PARA
               END-IF
           END-IF.

       REMIT-COLLECT-PARA.
           READ ELECTLEDGERFILE
               AT END
                   SET ELECTLEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Remit-Read-Rows
                   IF Eld-WeekEnding = WS-Week-Ending AND
                           Eld-Source = WS-Chq-Source AND
                           WS-Remit-Read-Rows > WS-Remit-Skip-Rows
                       IF WS-Remit-Count < WS-Max-Remits
                           ADD 1 TO WS-Remit-Count
                           MOVE Eld-Payee TO
                               WS-Rmt-Payee(WS-Remit-Count)
                           MOVE Eld-Type TO
                               WS-Rmt-Type(WS-Remit-Count)
                           MOVE Eld-Order-Ref TO
                               WS-Rmt-Order-Ref(WS-Remit-Count)
                           MOVE Eld-EmpID TO
                               WS-Rmt-EmpID(WS-Remit-Count)
                           MOVE Eld-Surname TO
                               WS-Rmt-Surname(WS-Remit-Count)
                           MOVE Eld-GivenName TO
                               WS-Rmt-GivenName(WS-Remit-Count)
                           MOVE Eld-Amount TO
                               WS-Rmt-Amount(WS-Remit-Count)
                           IF Eld-Type = "S"
                               ADD 1 TO WS-Savings-Rows
                           END-IF
                       ELSE
                           ADD 1 TO WS-Remit-Dropped
                       END-IF
                   END-IF
           END-READ.

      * Payee, type, order reference, EmpID - the first 34 bytes of
      *    each row, compared as one.
       REMIT-SORT-PARA.
           PERFORM VARYING WS-Remit-Sub FROM 1 BY 1
                   UNTIL WS-Remit-Sub > WS-Remit-Count
               PERFORM VARYING WS-Remit-Swap-Sub FROM 1 BY 1
                       UNTIL WS-Remit-Swap-Sub >
                             WS-Remit-Count - WS-Remit-Sub
                   IF WS-Remit-Entry(WS-Remit-Swap-Sub)(1:34) >
                           WS-Remit-Entry(WS-Remit-Swap-Sub + 1)(1:34)
                       MOVE WS-Remit-Entry(WS-Remit-Swap-Sub) TO
                           WS-Remit-Swap-Entry
                       MOVE WS-Remit-Entry(WS-Remit-Swap-Sub + 1)
                           TO WS-Remit-Entry(WS-Remit-Swap-Sub)
                       MOVE WS-Remit-Swap-Entry TO
                           WS-Remit-Entry(WS-Remit-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PAYEE-REMIT-WRITE-PARA.
           MOVE 0 TO WS-Remit-File-Count
           MOVE 0 TO WS-Remit-File-Total
           MOVE 0 TO WS-Remit-Payees
           MOVE HIGH-VALUES TO WS-Remit-Prev-Payee
           OPEN OUTPUT PAYEEREMITFILE
           PERFORM VARYING WS-Remit-Sub FROM 1 BY 1
                   UNTIL WS-Remit-Sub > WS-Remit-Count
               IF WS-Rmt-Payee(WS-Remit-Sub) NOT = WS-Remit-Prev-Payee
                   IF WS-Remit-Prev-Payee NOT = HIGH-VALUES
                       PERFORM PAYEE-TOTAL-PARA
                   END-IF
                   MOVE WS-Rmt-Payee(WS-Remit-Sub) TO
                       WS-Remit-Prev-Payee
                   MOVE 0 TO WS-Remit-Payee-Count
                   MOVE 0 TO WS-Remit-Payee-Total
                   ADD 1 TO WS-Remit-Payees
                   MOVE SPACES TO PayeeRemitRec
                   MOVE "H" TO Prm-Type
                   MOVE WS-Remit-Prev-Payee TO Prm-Payee
                   MOVE WS-Week-Ending TO Prm-WeekEnding
                   WRITE PayeeRemitRec
               END-IF
               MOVE SPACES TO PayeeRemitRec
               MOVE "D" TO Prm-Type
               MOVE WS-Rmt-Payee(WS-Remit-Sub) TO Prm-Payee
               MOVE WS-Week-Ending TO Prm-WeekEnding
               MOVE WS-Rmt-Type(WS-Remit-Sub) TO Prm-Ele-Type
               MOVE WS-Rmt-Order-Ref(WS-Remit-Sub) TO Prm-Order-Ref
               MOVE WS-Rmt-EmpID(WS-Remit-Sub) TO Prm-EmpID
               MOVE WS-Rmt-Surname(WS-Remit-Sub) TO Prm-Surname
               MOVE WS-Rmt-Amount(WS-Remit-Sub) TO Prm-Amount
               WRITE PayeeRemitRec
               ADD 1 TO WS-Remit-Payee-Count
               ADD WS-Rmt-Amount(WS-Remit-Sub) TO WS-Remit-Payee-Total
               ADD 1 TO WS-Remit-File-Count
               ADD WS-Rmt-Amount(WS-Remit-Sub) TO WS-Remit-File-Total
           END-PERFORM
           PERFORM PAYEE-TOTAL-PARA
           MOVE SPACES TO PayeeRemitTotal
           MOVE "T" TO Prm-Tot-Type
           MOVE WS-Remit-File-Count TO Prm-Tot-Count
           MOVE WS-Remit-File-Total TO Prm-Tot-Amount
           MOVE WS-Remit-Payees TO Prm-Tot-Payees
           WRITE PayeeRemitTotal
           CLOSE PAYEEREMITFILE.

       PAYEE-TOTAL-PARA.
           MOVE SPACES TO PayeeRemitTotal
           MOVE "P" TO Prm-Tot-Type
           MOVE WS-Remit-Prev-Payee TO Prm-Tot-Payee
           MOVE WS-Remit-Payee-Count TO Prm-Tot-Count
           MOVE WS-Remit-Payee-Total TO Prm-Tot-Amount
           MOVE 0 TO Prm-Tot-Payees
           WRITE PayeeRemitTotal.

      * One header/trailer batch per custodian - the rows are
      *    already in payee order.
       SAVINGS-CONTRIB-WRITE-PARA.
           MOVE HIGH-VALUES TO WS-Remit-Prev-Payee
           OPEN OUTPUT SAVCONTRIBFILE
           PERFORM VARYING WS-Remit-Sub FROM 1 BY 1
                   UNTIL WS-Remit-Sub > WS-Remit-Count
               IF WS-Rmt-Type(WS-Remit-Sub) = "S"
                   IF WS-Rmt-Payee(WS-Remit-Sub) NOT =
                           WS-Remit-Prev-Payee
                       IF WS-Remit-Prev-Payee NOT = HIGH-VALUES
                           PERFORM SAVINGS-TRAILER-PARA
                       END-IF
                       MOVE WS-Rmt-Payee(WS-Remit-Sub) TO
                           WS-Remit-Prev-Payee
                       MOVE 0 TO WS-Remit-Payee-Count
                       MOVE 0 TO WS-Remit-Payee-Total
                       MOVE SPACES TO SavContribRec
                       MOVE "H" TO Svc-Type
                       MOVE WS-Remit-Prev-Payee TO Svc-Custodian
                       MOVE WS-Week-Ending TO Svc-WeekEnding
                       WRITE SavContribRec
                   END-IF
                   MOVE SPACES TO SavContribRec
                   MOVE "D" TO Svc-Type
                   MOVE WS-Rmt-Payee(WS-Remit-Sub) TO Svc-Custodian
                   MOVE WS-Rmt-Order-Ref(WS-Remit-Sub) TO Svc-Account
                   MOVE WS-Rmt-EmpID(WS-Remit-Sub) TO Svc-EmpID
                   MOVE WS-Rmt-Surname(WS-Remit-Sub) TO Svc-Surname
                   MOVE WS-Rmt-GivenName(WS-Remit-Sub) TO
                       Svc-GivenName
                   MOVE WS-Rmt-Amount(WS-Remit-Sub) TO Svc-Amount
                   MOVE WS-Week-Ending TO Svc-WeekEnding
                   WRITE SavContribRec
                   ADD 1 TO WS-Remit-Payee-Count
                   ADD WS-Rmt-Amount(WS-Remit-Sub) TO
                       WS-Remit-Payee-Total
               END-IF
           END-PERFORM
           PERFORM SAVINGS-TRAILER-PARA
           CLOSE SAVCONTRIBFILE.

       SAVINGS-TRAILER-PARA.
           MOVE SPACES TO SavContribTrailer
           MOVE "T" TO Svc-Trl-Type
           MOVE WS-Remit-Prev-Payee TO Svc-Trl-Custodian
           MOVE WS-Remit-Payee-Count TO Svc-Trl-Count
           MOVE WS-Remit-Payee-Total TO Svc-Trl-Amount
           WRITE SavContribTrailer.

      * The recognition bonus and the gift's taxable value get their
      *    own lines under the register line, and so does anything
      *    an earlier week's void or correction brought back.
       RECOG-ITEMIZE-PARA.
           IF WS-Person-Bonus NOT = 0
               MOVE "RECOGNITION BONUS" TO Itm-Label
               MOVE WS-Person-Bonus TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-Bonus-Adj NOT = 0
               MOVE "BONUS CORRECTION" TO Itm-Label
               MOVE WS-Person-Bonus-Adj TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-Gift-Value NOT = 0
               MOVE "TAXABLE BENEFIT" TO Itm-Label
               MOVE WS-Person-Gift-Value TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               MOVE "NON-CASH" TO NetPayRec(42:8)
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-Gift-Adj NOT = 0
               MOVE "BENEFIT CORRECTION" TO Itm-Label
               MOVE WS-Person-Gift-Adj TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               MOVE "NON-CASH" TO NetPayRec(42:8)
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF.

      * Holiday pay and the premium on holiday hours worked are
      *    already in the register line's gross - these lines show
      *    how much of it they are.
       HOLIDAY-ITEMIZE-PARA.
           IF WS-Person-Hol-Pay NOT = 0
               MOVE "HOLIDAY PAY" TO Itm-Label
               MOVE WS-Person-Hol-Pay TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               MOVE "IN GROSS" TO NetPayRec(42:8)
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-Hol-Prem NOT = 0
               MOVE "HOLIDAY PREMIUM" TO Itm-Label
               MOVE WS-Person-Hol-Prem TO Itm-Amount
               MOVE WS-Elect-Item-Line TO NetPayRec
               MOVE "IN GROSS" TO NetPayRec(42:8)
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF.

      * Loads the deduction table. Optional - no file, no
      *    deductions, and the register just shows gross equal to
      *    net, same fallback the other control files use.
      *    The file can hold several tables by effective date; the
      *    first pass finds the latest one on or before the week,
      *    the second loads just its rows. A file whose every table
      *    is still to come stops the run before anything is staged -
      *    paying the week with no tax taken is not a warning.
       DEDUCTION-LOAD-PARA.
           MOVE 0 TO WS-Ded-Table-Date
           MOVE 0 TO WS-Ded-Rows-Read
           MOVE "N" TO WS-Ded-Table-Flag
           MOVE 0 TO WS-Deduct-EOF-Flag
           OPEN INPUT DEDUCTFILE
           IF ws-Deduct-Status = "00"
               PERFORM DEDUCTION-DATE-READ-PARA UNTIL DEDUCT-EOF
               CLOSE DEDUCTFILE
               IF DED-TABLE-FOUND
                   MOVE 0 TO WS-Deduct-EOF-Flag
                   OPEN INPUT DEDUCTFILE
                   PERFORM DEDUCTION-READ-PARA UNTIL DEDUCT-EOF
                   CLOSE DEDUCTFILE
               ELSE
                   IF WS-Ded-Rows-Read > 0
                       DISPLAY "*** NO DEDUCTION TABLE IN EFFECT FOR "-
                               "THE WEEK - RUN STOPPED ***"
                       MOVE "A06-065" TO Evt-MsgID
                       MOVE "E" TO Evt-Severity
                       MOVE 0 TO Evt-EmpID
                       MOVE 0 TO Evt-Store
                       MOVE "NO DEDUCTION TABLE IN EFFECT FOR THE WEEK"
                           TO Evt-Text
                       PERFORM LOG-EVENT-PARA
                       MOVE 12 TO WS-New-RC
                       PERFORM SET-RC-PARA
                       PERFORM RUNLOCK-RELEASE-PARA
                       IF EVENTLOG-OPEN
                           CLOSE EVENTLOGFILE
                       END-IF
                       MOVE WS-Final-RC TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      * A blank effective date is a row from before the dates - in
      *    effect from the start.
       DEDUCTION-EFF-PARA.
           IF Ded-Effective NUMERIC
               MOVE Ded-Effective TO WS-Ded-Row-Eff
           ELSE
               MOVE 0 TO WS-Ded-Row-Eff
           END-IF.

       DEDUCTION-DATE-READ-PARA.
           READ DEDUCTFILE
               AT END
                   SET DEDUCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Ded-Rows-Read
                   PERFORM DEDUCTION-EFF-PARA
                   IF WS-Ded-Row-Eff <= WS-Week-Ending OR
                           DED-ANY-DATE
                       IF NOT DED-TABLE-FOUND OR
                               WS-Ded-Row-Eff > WS-Ded-Table-Date
                           MOVE WS-Ded-Row-Eff TO WS-Ded-Table-Date
                           MOVE "Y" TO WS-Ded-Table-Flag
                       END-IF
                   END-IF
           END-READ.

       DEDUCTION-READ-PARA.
           READ DEDUCTFILE
               AT END
                   SET DEDUCT-EOF TO TRUE
               NOT AT END
                   PERFORM DEDUCTION-EFF-PARA
                   IF WS-Ded-Row-Eff = WS-Ded-Table-Date AND
                           WS-Deduction-Count < WS-Max-Deductions
                       ADD 1 TO WS-Deduction-Count
                       MOVE Ded-Type TO
                           WS-Ded-Type(WS-Deduction-Count)
                       MOVE Ded-Code TO
                           WS-Ded-Code(WS-Deduction-Count)
      * The table is kept in weekly terms - a longer period's
      *    brackets and flat benefits are that many weeks' worth.
                       COMPUTE WS-Ded-Bracket(WS-Deduction-Count)
                           ROUNDED = Ded-Bracket * WS-Period-Factor
                       MOVE Ded-Rate TO
                           WS-Ded-Rate(WS-Deduction-Count)
                       COMPUTE WS-Ded-Amount(WS-Deduction-Count)
                           ROUNDED = Ded-Amount * WS-Period-Factor
                   END-IF
           END-READ.

      * Loads the employer rate table. Optional - no file, no
      *    employer cost, and the store sections carry salary alone
      *    the way they always did.
       EMPLOYER-RATE-LOAD-PARA.
           OPEN INPUT ERRATEFILE
           IF ws-ErRate-Status = "00"
               PERFORM EMPLOYER-RATE-READ-PARA UNTIL ERRATE-EOF
               CLOSE ERRATEFILE
           END-IF.

       EMPLOYER-RATE-READ-PARA.
           READ ERRATEFILE
               AT END
                   SET ERRATE-EOF TO TRUE
               NOT AT END
                   IF WS-ErRate-Count < WS-Max-ErRates
                       ADD 1 TO WS-ErRate-Count
                       MOVE ErR-Type TO
                           WS-ErR-Type(WS-ErRate-Count)
                       MOVE ErR-Code TO
                           WS-ErR-Code(WS-ErRate-Count)
                       MOVE ErR-Rate TO
                           WS-ErR-Rate(WS-ErRate-Count)
                   END-IF
           END-READ.

      * The employer's cost of one store portion's salary (in
      *    WS-Er-Base), into the store/job-code cell WS-Store-Sub and
      *    WS-Job-Sub point at.
       EMPLOYER-COST-PARA.
           PERFORM EMPLOYER-RATE-CALC-PARA
           ADD WS-Er-Stat-Amount TO WS-Store-Er-Stat(WS-Store-Sub)
           ADD WS-Er-Pension-Amount TO
               WS-Store-Er-Pension(WS-Store-Sub)
           ADD WS-Er-WCB-Amount TO WS-Store-Er-WCB(WS-Store-Sub)
           ADD WS-Er-Stat-Amount WS-Er-Pension-Amount
               WS-Er-WCB-Amount TO
               WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub).

      * The employer's cost of WS-Er-Base by kind, for the job code
      *    WS-Job-Sub points at - every rate row for this job code,
      *    or for all job codes, summed by kind. Shared by the store
      *    totals above and the what-if simulation.
       EMPLOYER-RATE-CALC-PARA.
           MOVE 0 TO WS-Er-Stat-Amount
           MOVE 0 TO WS-Er-Pension-Amount
           MOVE 0 TO WS-Er-WCB-Amount
           PERFORM VARYING WS-ErRate-Sub FROM 1 BY 1
                   UNTIL WS-ErRate-Sub > WS-ErRate-Count
               IF WS-ErR-Code(WS-ErRate-Sub) = SPACES OR
                       WS-ErR-Code(WS-ErRate-Sub)(1:1) =
                       WS-JobCode-Name(WS-Job-Sub)
                   EVALUATE WS-ErR-Type(WS-ErRate-Sub)
                       WHEN "S"
                           COMPUTE WS-Er-Stat-Amount ROUNDED =
                               WS-Er-Stat-Amount + WS-Er-Base *
                               WS-ErR-Rate(WS-ErRate-Sub)
                       WHEN "P"
                           COMPUTE WS-Er-Pension-Amount ROUNDED =
                               WS-Er-Pension-Amount + WS-Er-Base *
                               WS-ErR-Rate(WS-ErRate-Sub)
                       WHEN "W"
                           COMPUTE WS-Er-WCB-Amount ROUNDED =
                               WS-Er-WCB-Amount + WS-Er-Base *
                               WS-ErR-Rate(WS-ErRate-Sub)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * The company's employer cost by kind, off the store table.
       EMPLOYER-TOTALS-PARA.
           MOVE 0 TO WS-Er-Company-Stat
           MOVE 0 TO WS-Er-Company-Pension
           MOVE 0 TO WS-Er-Company-WCB
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               ADD WS-Store-Er-Stat(WS-Store-Sub) TO
                   WS-Er-Company-Stat
               ADD WS-Store-Er-Pension(WS-Store-Sub) TO
                   WS-Er-Company-Pension
               ADD WS-Store-Er-WCB(WS-Store-Sub) TO
                   WS-Er-Company-WCB
           END-PERFORM.

      * Loads the general-ledger account map. No file means no
      *    journal can be cut this week - the run says so rather
      *    than post half a journal. A map too big for the table
      *    is treated the same way: a row that didn't load would
      *    only show up later as a false "unmapped".
       GLMAP-LOAD-PARA.
           OPEN INPUT GLMAPFILE
           IF ws-GLMap-Status = "00"
               PERFORM GLMAP-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAPFILE
               IF WS-GLMap-Dropped = 0
                   MOVE "Y" TO WS-GLMap-Avail-Flag
               ELSE
                   DISPLAY "*** GL ACCOUNT MAP HAS MORE ROWS THAN "-
                           "THE TABLE HOLDS - NO JOURNAL THIS RUN ***"
               END-IF
           END-IF.

       GLMAP-READ-PARA.
           READ GLMAPFILE
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF WS-GLMap-Count < WS-Max-GLMaps
                       ADD 1 TO WS-GLMap-Count
                       MOVE Map-Kind TO WS-Map-Kind(WS-GLMap-Count)
                       MOVE Map-Store TO WS-Map-Store(WS-GLMap-Count)
                       MOVE Map-Code TO WS-Map-Code(WS-GLMap-Count)
                       MOVE Map-Account TO
                           WS-Map-Account(WS-GLMap-Count)
                       MOVE Map-CostCentre TO
                           WS-Map-CostCentre(WS-GLMap-Count)
                   ELSE
                       ADD 1 TO WS-GLMap-Dropped
                   END-IF
           END-READ.

      * Finds the map row for WS-Jrnl-Kind / WS-Jrnl-Store /
      *    WS-Jrnl-Code. A liability row for the store itself wins;
      *    failing that, the store 0000 row every store shares.
      *    Leaves WS-GLMap-Found-Sub at zero when nothing maps.
       GLMAP-FIND-PARA.
           MOVE 0 TO WS-GLMap-Found-Sub
           PERFORM VARYING WS-GLMap-Sub FROM 1 BY 1
                   UNTIL WS-GLMap-Sub > WS-GLMap-Count
               IF WS-Map-Kind(WS-GLMap-Sub) = WS-Jrnl-Kind AND
                       WS-Map-Store(WS-GLMap-Sub) = WS-Jrnl-Store AND
                       WS-Map-Code(WS-GLMap-Sub) = WS-Jrnl-Code
                   MOVE WS-GLMap-Sub TO WS-GLMap-Found-Sub
               END-IF
           END-PERFORM
      * A bonus line with no P row of its own books to the sales
      *    salary expense account for the store.
           IF WS-GLMap-Found-Sub = 0 AND WS-Jrnl-Kind = "P"
               PERFORM VARYING WS-GLMap-Sub FROM 1 BY 1
                       UNTIL WS-GLMap-Sub > WS-GLMap-Count
                   IF WS-Map-Kind(WS-GLMap-Sub) = "E" AND
                           WS-Map-Store(WS-GLMap-Sub) = WS-Jrnl-Store
                           AND WS-Map-Code(WS-GLMap-Sub) = WS-Jrnl-Code
                       MOVE WS-GLMap-Sub TO WS-GLMap-Found-Sub
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GLMap-Found-Sub = 0 AND WS-Jrnl-Kind = "L"
               PERFORM VARYING WS-GLMap-Sub FROM 1 BY 1
                       UNTIL WS-GLMap-Sub > WS-GLMap-Count
                   IF WS-Map-Kind(WS-GLMap-Sub) = "L" AND
                           WS-Map-Store(WS-GLMap-Sub) = 0 AND
                           WS-Map-Code(WS-GLMap-Sub) = WS-Jrnl-Code
                       MOVE WS-GLMap-Sub TO WS-GLMap-Found-Sub
                   END-IF
               END-PERFORM
           END-IF.

      * Warns when the feed disagrees with the master's home store
      *    or job code - a week where none of the person's portions
      *    touched their home store, or the job code moved, is how
      *    a feed that shifted someone to the wrong store used to
      *    sail straight through. A warning on the variance audit,
      *    not a reject - inter-store coverage is legitimate.
       HOME-CHECK-PARA.
           IF WS-Person-Master-Flag = "Y" AND
                   WS-Person-Home-Store > 0 AND
                   WS-Person-Home-Seen = "N"
               ADD 1 TO WS-HomeMismatch-Count
               MOVE SPACES TO VarianceRec
               STRING WS-Person-EmpID DELIMITED BY SIZE
                   "  FEED NEVER TOUCHED HOME STORE "
                   DELIMITED BY SIZE
                   WS-Person-Home-Store DELIMITED BY SIZE
                   INTO VarianceRec
               WRITE VarianceRec AFTER ADVANCING 1
               MOVE "A06-029" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "FEED STORE DISAGREES WITH HOME STORE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF
           IF WS-Person-Master-Flag = "Y" AND
                   WS-Person-Home-Job NOT = SPACE AND
                   WS-Person-Job NOT = WS-Person-Home-Job
               ADD 1 TO WS-HomeMismatch-Count
               MOVE SPACES TO VarianceRec
               STRING WS-Person-EmpID DELIMITED BY SIZE
                   "  FEED JOB CODE " DELIMITED BY SIZE
                   WS-Person-Job DELIMITED BY SIZE
                   " - MASTER SAYS " DELIMITED BY SIZE
                   WS-Person-Home-Job DELIMITED BY SIZE
                   INTO VarianceRec
               WRITE VarianceRec AFTER ADVANCING 1
               MOVE "A06-030" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "FEED JOB CODE DISAGREES WITH MASTER"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Works the settling person's deductions off their combined
      *    gross and writes their one register line - tax from the
      *    highest bracket at or under the gross, benefits from any
      *    "B" rows matching the home job code - then rolls the
      *    amounts into the home store's register totals.
       NETPAY-DETAIL-PARA.
           PERFORM NETPAY-CALC-PARA
      * A bonus or gift reversal that would take the net below zero
      *    waits for a week with the pay to carry it - this week
      *    pays as though it weren't there.
           IF WS-Net-Pay < 0 AND
                   (WS-Person-Bonus-Adj NOT = 0 OR
                    WS-Person-Gift-Adj NOT = 0)
               PERFORM RECOGREV-HOLD-PARA
               PERFORM NETPAY-CALC-PARA
           END-IF
           PERFORM RECOGREV-MARK-PARA

           MOVE WS-Person-EmpID TO NP-EmpID
           MOVE WS-Person-Store TO NP-Store
           MOVE WS-Person-Gross TO NP-Gross
           MOVE WS-Tax-Amount TO NP-Tax
           MOVE WS-Benefit-Amount TO NP-Benefit
           MOVE WS-Election-Amount TO NP-Other
           MOVE WS-Net-Pay TO NP-Net
           PERFORM PRENOTE-CHECK-PARA
           IF PRENOTE-SEND OR PRENOTE-HOLD
               MOVE "PRENOTE HOLD" TO NP-Hold
           ELSE
               MOVE SPACES TO NP-Hold
           END-IF
           MOVE WS-NetPay-Line TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 1
           PERFORM ELECTION-ITEMIZE-PARA
               VARYING WS-Applied-Sub FROM 1 BY 1
               UNTIL WS-Applied-Sub > WS-Applied-Elections
           PERFORM ELECTION-LEDGER-PARA
               VARYING WS-Applied-Sub FROM 1 BY 1
               UNTIL WS-Applied-Sub > WS-Applied-Elections
           PERFORM RECOG-ITEMIZE-PARA
           PERFORM HOLIDAY-ITEMIZE-PARA

      * The register totals charge the person's home store - the
      *    first portion's store. The salary expense itself was
      *    already charged portion by portion.
           PERFORM PERSON-STORE-FIND-PARA
           IF WS-Store-Sub NOT = 0
               ADD WS-Person-Gross TO
                   WS-Store-Gross-Total(WS-Store-Sub) ROUNDED
               ADD WS-Tax-Amount TO
                   WS-Store-Tax-Total(WS-Store-Sub) ROUNDED
               ADD WS-Benefit-Amount TO
                   WS-Store-Ben-Total(WS-Store-Sub) ROUNDED
               ADD WS-Election-Amount TO
                   WS-Store-Oth-Total(WS-Store-Sub) ROUNDED
               PERFORM VARYING WS-Ele-Slot FROM 1 BY 1
                       UNTIL WS-Ele-Slot > 4
                   ADD WS-Person-Ele-Amt(WS-Ele-Slot) TO
                       WS-Store-Ele-Total(WS-Store-Sub, WS-Ele-Slot)
               END-PERFORM
               ADD WS-Net-Pay TO
                   WS-Store-Net-Total(WS-Store-Sub) ROUNDED
               ADD WS-Person-Bonus-Pay TO
                   WS-Store-Bonus-Total(WS-Store-Sub)
               ADD WS-Person-TxBen TO
                   WS-Store-TxBen-Total(WS-Store-Sub)
           END-IF

           PERFORM BANK-DETAIL-PARA.

      * The person's deductions and net. Tax comes off the salary
      *    plus the recognition bonus plus the gift's taxable value;
      *    only the salary and bonus are cash, so benefits,
      *    elections and the net work from those two alone.
       NETPAY-CALC-PARA.
           COMPUTE WS-Person-Bonus-Pay =
               WS-Person-Bonus + WS-Person-Bonus-Adj
           COMPUTE WS-Person-TxBen =
               WS-Person-Gift-Value + WS-Person-Gift-Adj
           COMPUTE WS-Taxable-Pay =
               WS-Person-Gross + WS-Person-Bonus-Pay + WS-Person-TxBen
           IF WS-Taxable-Pay < 0
               MOVE 0 TO WS-Taxable-Pay
           END-IF
           MOVE 0 TO WS-Tax-Amount
           MOVE 0 TO WS-Benefit-Amount
           MOVE 0 TO WS-Ded-Find-Sub
           PERFORM VARYING WS-Deduction-Sub FROM 1 BY 1
                   UNTIL WS-Deduction-Sub > WS-Deduction-Count
               IF WS-Ded-Type(WS-Deduction-Sub) = "T" AND
                       WS-Ded-Bracket(WS-Deduction-Sub) <=
                       WS-Taxable-Pay
                   IF WS-Ded-Find-Sub = 0 OR
                           WS-Ded-Bracket(WS-Deduction-Sub) >
                           WS-Ded-Bracket(WS-Ded-Find-Sub)
                       MOVE WS-Deduction-Sub TO WS-Ded-Find-Sub
                   END-IF
               END-IF
               IF WS-Ded-Type(WS-Deduction-Sub) = "B" AND
                       WS-Ded-Code(WS-Deduction-Sub)(1:1) =
                       WS-Person-Job AND NOT ENROLLMENT-IN-USE
                   ADD WS-Ded-Amount(WS-Deduction-Sub) TO
                       WS-Benefit-Amount
               END-IF
           END-PERFORM
      * With the enrollment file in place, benefits are what the
      *    person is enrolled in, not what their job code carries.
      *    An off-cycle payment is no pay period - the premiums are
      *    taken on the regular runs.
           IF ENROLLMENT-IN-USE AND NOT OFF-CYCLE-RUN
               PERFORM ENROLL-BENEFIT-PARA
           END-IF
           IF WS-Ded-Find-Sub NOT = 0
               COMPUTE WS-Tax-Amount ROUNDED =
                   WS-Taxable-Pay * WS-Ded-Rate(WS-Ded-Find-Sub)
           END-IF
      * A large gift on a small week could call for more tax than
      *    there is cash to withhold it from - withholding stops at
      *    the cash pay.
           COMPUTE WS-Benefit-Cap =
               WS-Person-Gross + WS-Person-Bonus-Pay
           IF WS-Benefit-Cap < 0
               MOVE 0 TO WS-Benefit-Cap
           END-IF
           IF WS-Tax-Amount > WS-Benefit-Cap
               MOVE WS-Benefit-Cap TO WS-Tax-Amount
               DISPLAY "EMPID ", WS-Person-EmpID, " TAX ON THE "-
                       "TAXABLE BENEFIT CAPPED AT CASH PAY"
               MOVE "A06-053" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "TAX CAPPED AT CASH PAY THIS WEEK" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF
      * Flat benefit rows take no notice of the gross, so a small
      *    week - a couple of clocked hours, or a mid-week
      *    termination's partial week - could deduct past what was
      *    earned. Capped at what's left after tax, floor zero,
      *    the same ruling the elections live under, so the net
      *    (and the unsigned bank funding amount behind it) can
      *    never go negative.
           COMPUTE WS-Benefit-Cap =
               WS-Person-Gross + WS-Person-Bonus-Pay - WS-Tax-Amount
           IF WS-Benefit-Cap < 0
               MOVE 0 TO WS-Benefit-Cap
           END-IF
           IF WS-Benefit-Amount > WS-Benefit-Cap
               MOVE WS-Benefit-Cap TO WS-Benefit-Amount
               DISPLAY "EMPID ", WS-Person-EmpID, " BENEFITS "-
                       "CAPPED AT THE NET AVAILABLE THIS WEEK"
               MOVE "A06-035" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "BENEFITS CAPPED AT AVAILABLE NET" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF
      * The person's own elections come after the table deductions.
           PERFORM ELECTION-CALC-PARA
           COMPUTE WS-Net-Pay =
               WS-Person-Gross + WS-Person-Bonus-Pay - WS-Tax-Amount
               - WS-Benefit-Amount - WS-Election-Amount.

      * Binary search for the settling person's home store row in
      *    the (ascending) totals table - it was inserted when the
      *    home portion was totalled.
       PERSON-STORE-FIND-PARA.
           MOVE 0 TO WS-Store-Sub
           MOVE 1 TO WS-BS-Lo
           MOVE WS-Store-Count TO WS-BS-Hi
           PERFORM UNTIL WS-BS-Lo > WS-BS-Hi
               COMPUTE WS-BS-Mid = (WS-BS-Lo + WS-BS-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Store-Number(WS-BS-Mid) =
                           WS-Person-Store
                       MOVE WS-BS-Mid TO WS-Store-Sub
                       COMPUTE WS-BS-Lo = WS-BS-Hi + 1
                   WHEN WS-Store-Number(WS-BS-Mid) <
                           WS-Person-Store
                       COMPUTE WS-BS-Lo = WS-BS-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-BS-Hi = WS-BS-Mid - 1
               END-EVALUATE
           END-PERFORM.

      * The same net the register line just carried, onto the bank
      *    payment file - a funding record when the master held
      *    banking for this employee, a paper-payment line when it
      *    didn't (or the master wasn't available to ask). The
      *    banking was captured when the person's first portion
      *    came past, while the master record was still in hand.
      *    Banking the bank has returned a deposit to is paid by
      *    paper until it's re-keyed, instead of bouncing again, and
      *    banking still on prenote is paid by paper until the
      *    prenote period is up - the prenote itself going out ahead
      *    of the paper line the first week.
       BANK-DETAIL-PARA.
           IF PRENOTE-SEND
               PERFORM PRENOTE-SEND-PARA
           END-IF
           MOVE SPACES TO BankPayRec
           MOVE WS-Person-EmpID TO Bnk-EmpID
           MOVE WS-Net-Pay TO Bnk-Amount
           MOVE WS-Week-Ending TO Bnk-WeekEnding
           MOVE WS-Pay-Group TO Bnk-Pay-Group
           IF WS-Person-Master-Flag = "Y" AND WS-Person-Transit > 0
                   AND (WS-Person-Bank-Status = SPACE OR
                        PRENOTE-GOES-LIVE)
               MOVE "D" TO Bnk-Type
               MOVE WS-Person-Transit TO Bnk-Transit
               MOVE WS-Person-Account TO Bnk-Account
               ADD 1 TO WS-Bank-Count
               ADD WS-Net-Pay TO WS-Bank-Total ROUNDED
           ELSE
               MOVE "P" TO Bnk-Type
               MOVE 0 TO Bnk-Transit
               MOVE 0 TO Bnk-Account
               ADD 1 TO WS-Paper-Count
               IF WS-Net-Pay > 0
                   PERFORM CHEQUE-WRITE-PARA
               END-IF
           END-IF
           WRITE BankPayRec
           IF PRENOTE-GOES-LIVE
               ADD 1 TO WS-Prenote-Live-Count
               MOVE "A06-045" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "PRENOTE PERIOD PASSED - BANKING NOW LIVE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Decides what the settling person's prenote state means for
      *    this payment. Only the weekly run sends prenotes or lets
      *    banking go live - a final-pay or off-cycle payment to
      *    banking still on prenote just goes by paper. A prenote
      *    with no date on it (the master was hand-patched) is sent
      *    again rather than trusted.
       PRENOTE-CHECK-PARA.
           MOVE SPACE TO WS-Prenote-Action
           IF WS-Person-Master-Flag = "Y" AND WS-Person-Transit > 0
               EVALUATE WS-Person-Bank-Status
                   WHEN "P"
                       IF FINAL-PAY-RUN OR OFF-CYCLE-RUN
                           SET PRENOTE-HOLD TO TRUE
                       ELSE
                           SET PRENOTE-SEND TO TRUE
                       END-IF
                   WHEN "N"
                       IF FINAL-PAY-RUN OR OFF-CYCLE-RUN
                           SET PRENOTE-HOLD TO TRUE
                       ELSE
                           IF WS-Person-Prenote-Date NOT NUMERIC OR
                                   WS-Person-Prenote-Date = 0
                               SET PRENOTE-SEND TO TRUE
                           ELSE
                               COMPUTE WS-Prenote-Age =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-Week-Ending) -
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-Person-Prenote-Date)
                               IF WS-Prenote-Age >= WS-Prenote-Days
                                   SET PRENOTE-GOES-LIVE TO TRUE
                               ELSE
                                   SET PRENOTE-HOLD TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      * The zero-dollar prenote for the settling person's new
      *    banking, dated the week-ending it goes out on.
       PRENOTE-SEND-PARA.
           MOVE SPACES TO BankPayRec
           MOVE "N" TO Bnk-Type
           MOVE WS-Person-EmpID TO Bnk-EmpID
           MOVE WS-Person-Transit TO Bnk-Transit
           MOVE WS-Person-Account TO Bnk-Account
           MOVE 0 TO Bnk-Amount
           MOVE WS-Week-Ending TO Bnk-WeekEnding
           MOVE WS-Pay-Group TO Bnk-Pay-Group
           WRITE BankPayRec
           ADD 1 TO WS-Prenote-Sent-Count
           MOVE "A06-044" TO Evt-MsgID
           MOVE "I" TO Evt-Severity
           MOVE WS-Person-EmpID TO Evt-EmpID
           MOVE WS-Person-Store TO Evt-Store
           MOVE "PRENOTE SENT - PAID BY PAPER UNTIL LIVE" TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * Once the week's outputs have promoted, the bank file that
      *    went out is read back and the master brought into line
      *    with it - each N record moves its employee to prenote
      *    sent, dated that week, and each D record for banking still
      *    on prenote sent means the period passed and it went live.
      *    Working off the promoted file rather than this attempt's
      *    counts keeps a restarted run's earlier employees in it.
      *    Each change is journalled under *PAYRUN* with before and
      *    after images.
       PRENOTE-APPLY-PARA.
           MOVE "DataFiles\BankPayments.dat" TO WS-BankPay-Name
           OPEN INPUT BANKPAYFILE
           IF ws-BankPay-Status = "00"
               OPEN I-O EMPFILE
               IF ws-EmpMaster-Status = "00"
                   OPEN EXTEND JOURNALFILE
                   IF ws-Journal-Status NOT = "00"
                       OPEN OUTPUT JOURNALFILE
                   END-IF
                   MOVE 0 TO WS-Prenote-EOF-Flag
                   PERFORM PRENOTE-APPLY-READ-PARA UNTIL PRENOTE-EOF
                   CLOSE JOURNALFILE
                   CLOSE EMPFILE
               ELSE
                   DISPLAY "*** COULD NOT OPEN THE EMPLOYEE MASTER "-
                           "TO RECORD PRENOTES, STATUS: ",
                           ws-EmpMaster-Status, " ***"
                   MOVE "A06-046" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE ws-EmpMaster-Status TO Evt-Status
                   MOVE "PRENOTE STATUS NOT RECORDED ON THE MASTER"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
               CLOSE BANKPAYFILE
           END-IF.

       PRENOTE-APPLY-READ-PARA.
           READ BANKPAYFILE
               AT END
                   SET PRENOTE-EOF TO TRUE
               NOT AT END
                   IF Bnk-Type = "N" OR Bnk-Type = "D"
                       MOVE Bnk-EmpID TO Emp-ID
                       READ EMPFILE KEY IS Emp-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM PRENOTE-APPLY-ONE-PARA
                       END-READ
                   END-IF
           END-READ.

      * Only a master still holding the banking the bank file
      *    carried is touched - banking re-keyed since starts its own
      *    prenote over.
       PRENOTE-APPLY-ONE-PARA.
           MOVE EmployeeRecord TO WS-Prenote-Before
           IF Emp-Bank-Transit = Bnk-Transit AND
                   Emp-Bank-Account = Bnk-Account
               IF Bnk-Type = "N" AND
                       (BANK-PRENOTE-DUE OR BANK-PRENOTE-SENT)
                   SET BANK-PRENOTE-SENT TO TRUE
                   MOVE Bnk-WeekEnding TO Emp-Prenote-Date
               END-IF
               IF Bnk-Type = "D" AND BANK-PRENOTE-SENT
                   MOVE SPACE TO Emp-Bank-Status
               END-IF
           END-IF
           IF EmployeeRecord NOT = WS-Prenote-Before
               REWRITE EmployeeRecord
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-Run-Date FROM DATE YYYYMMDD
                       ACCEPT WS-Run-Time FROM TIME
                       MOVE WS-Run-Date TO Jrn-Date
                       MOVE WS-Run-Time TO Jrn-Time
                       MOVE "C" TO Jrn-Action
                       MOVE "*PAYRUN*" TO Jrn-Operator
                       MOVE WS-Prenote-Before TO Jrn-Before
                       MOVE EmployeeRecord TO Jrn-After
                       WRITE JournalRec
               END-REWRITE
           END-IF.

      * Starts a fresh person accumulation for the employee whose
      *    first portion is in hand - name and rate off the record,
      *    master salary and banking off the Employee Master record
      *    MASTER-CHECK-PARA just read.
       PERSON-START-PARA.
           MOVE In-EmpID TO WS-Person-EmpID
           MOVE In-EmpLastName TO WS-Person-LastName
           MOVE In-EmpFirstName TO WS-Person-FirstName
           MOVE In-EmpHourlyRate TO WS-Person-HourlyRate
           MOVE 0 TO WS-Person-Store
           MOVE SPACE TO WS-Person-Job
           MOVE 0 TO WS-Person-Gross
           MOVE 0 TO WS-Person-Sales
           MOVE 0 TO WS-Person-Bonus
           MOVE 0 TO WS-Person-Gift-Value
           MOVE 0 TO WS-Person-Bonus-Adj
           MOVE 0 TO WS-Person-Gift-Adj
           MOVE 0 TO WS-Person-Hours
           MOVE 0 TO WS-Person-Reg-Hours
           MOVE 0 TO WS-Person-OT-Hours
           MOVE 0 TO WS-Person-OT-Pay
           MOVE 0 TO WS-Person-Hol-Pay
           MOVE 0 TO WS-Person-Hol-Prem
           MOVE 0 TO WS-Person-Hol-Hours
           MOVE 0 TO WS-Person-Hol-Days
           MOVE 0 TO WS-Person-Portions
           MOVE "N" TO WS-Person-OTRel-Flag
           MOVE SPACES TO WS-Person-Program-Code
           MOVE 0 TO WS-Person-Hrly-Hours
           MOVE 0 TO WS-Person-Hrly-Short
           MOVE 0 TO WS-Person-Hrly-Next
           MOVE 0 TO WS-Person-Low-Rate
           MOVE 0 TO WS-Person-Sal-Pay
           MOVE 0 TO WS-Person-Sal-Hours
           IF MASTER-AVAILABLE AND MASTER-FOUND
               MOVE "Y" TO WS-Person-Master-Flag
               MOVE Emp-Salary TO WS-Person-Master-Salary
               PERFORM FIND-SALARY-CHANGE-PARA
               MOVE Emp-Bank-Transit TO WS-Person-Transit
               MOVE Emp-Bank-Account TO WS-Person-Account
               MOVE Emp-Bank-Status TO WS-Person-Bank-Status
               MOVE Emp-Prenote-Date TO WS-Person-Prenote-Date
               MOVE Emp-Hire-Year TO WS-Person-Hire-Year
               MOVE Emp-Hire-Date TO WS-Person-Hire-Date
               MOVE Emp-Term-Date-Num TO WS-Person-Term-Date
               MOVE Emp-Home-Store TO WS-Person-Home-Store
               MOVE Emp-Home-JobCode TO WS-Person-Home-Job
               MOVE Emp-Street TO WS-Person-Street
               MOVE Emp-City TO WS-Person-City
               MOVE Emp-Province TO WS-Person-Province
               MOVE Emp-Postal TO WS-Person-Postal
               MOVE Emp-Program-Code TO WS-Person-Program-Code
               IF EMP-ON-LEAVE
                   MOVE "Y" TO WS-Person-OnLeave-Flag
               ELSE
                   MOVE "N" TO WS-Person-OnLeave-Flag
               END-IF
           ELSE
               MOVE "N" TO WS-Person-Master-Flag
               MOVE 0 TO WS-Person-Master-Salary
               MOVE 0 TO WS-Person-Transit
               MOVE 0 TO WS-Person-Account
               MOVE SPACE TO WS-Person-Bank-Status
               MOVE 0 TO WS-Person-Prenote-Date
               MOVE 0 TO WS-Person-Hire-Year
               MOVE 0 TO WS-Person-Hire-Date
               MOVE 0 TO WS-Person-Term-Date
               MOVE "N" TO WS-Person-OnLeave-Flag
               MOVE SPACES TO WS-Person-Street
               MOVE SPACES TO WS-Person-City
               MOVE SPACES TO WS-Person-Province
               MOVE SPACES TO WS-Person-Postal
           END-IF
           IF MINWAGE-IN-USE
               PERFORM WORK-PROVINCE-PARA
               PERFORM MINWAGE-RATE-PARA
           END-IF.

      * The province In-EmpStoreNumber's store is in, into
      *    WS-Work-Province - the person's own when the store isn't
      *    on the Store Master or has no province keyed. The record
      *    read is the one STORE-CHECK-PARA reads for the same store.
       WORK-PROVINCE-PARA.
           MOVE WS-Person-Province TO WS-Work-Province
           IF STOREMASTER-AVAILABLE
               MOVE In-EmpStoreNumber TO Store-Number
               READ STOREMASTER KEY IS Store-Number
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Store-Province NOT = SPACES
                           MOVE Store-Province TO WS-Work-Province
                       END-IF
               END-READ
           END-IF.

      * One store portion, fully totalled into its store's section,
      *    joins the person. The first portion's store and job code
      *    become the person's home ones.
       PERSON-ACCUM-PARA.
           IF WS-Person-Portions = 0
               MOVE In-EmpStoreNumber TO WS-Person-Store
               MOVE ws-JobCode TO WS-Person-Job
               MOVE "N" TO WS-Person-Home-Seen
           END-IF
           IF In-EmpStoreNumber = WS-Person-Home-Store
               MOVE "Y" TO WS-Person-Home-Seen
           END-IF
           ADD 1 TO WS-Person-Portions
           IF WS-Person-Portions = 2
               ADD 1 TO WS-Split-Person-Count
           END-IF
           ADD ws-Salary TO WS-Person-Gross ROUNDED
           ADD In-EmpSalesAmount TO WS-Person-Sales
           ADD In-EmpHoursWorked TO WS-Person-Hours
           ADD In-EmpHoursWeek2 TO WS-Person-Hours
           ADD WS-Reg-Hours TO WS-Person-Reg-Hours
           ADD WS-OT-Hours TO WS-Person-OT-Hours
           ADD WS-OT-Pay TO WS-Person-OT-Pay
           IF MINWAGE-IN-USE
               PERFORM MINWAGE-PORTION-PARA
           END-IF
           IF WS-Hol-Pay > 0
               ADD WS-Hol-Pay TO WS-Person-Hol-Pay
               MOVE WS-Hol-Days TO WS-Person-Hol-Days
               ADD 1 TO WS-Holiday-Pay-Count
           END-IF
           IF WS-Hol-Prem > 0
               IF WS-Person-Hol-Prem = 0
                   ADD 1 TO WS-Holiday-Prem-Count
               END-IF
               ADD WS-Hol-Prem TO WS-Person-Hol-Prem
               COMPUTE WS-Person-Hol-Hours ROUNDED =
                   WS-Person-Hol-Hours + (WS-Hol-Minutes / 60)
           END-IF.

      * Settles the accumulated person - the combined gross goes
      *    through the variance audit and the deductions, and one
      *    register line, bank record, pay-history record,
      *    statement and sales-board row come out. Nothing pending
      *    (start of file, or every portion exceptioned) settles
      *    nothing.
       PERSON-SETTLE-PARA.
           IF WS-Person-Portions > 0
               PERFORM VARIANCE-CHECK-PARA
               PERFORM HOME-CHECK-PARA
               PERFORM RECOGREV-APPLY-PARA
               PERFORM NETPAY-DETAIL-PARA
               PERFORM PAYHIST-WRITE-PARA
      * Once this week's record is on the history file, the
      *    statement's YTD figure can include it.
               PERFORM STATEMENT-WRITE-PARA
               IF RUN-WEEKLY
                   PERFORM BOARD-COLLECT-PARA
                   PERFORM QUOTA-COLLECT-PARA
               END-IF
               PERFORM ACCRUAL-PARA
               IF MINWAGE-IN-USE
                   PERFORM MINWAGE-CHECK-PARA
               END-IF
               MOVE 0 TO WS-Person-Portions
           END-IF.

      * Accrues this settled week's vacation hours by service band
      *    - the hire year off the master sets the band - and draws
      *    the balance down when the master shows the employee on
      *    leave this week. The last-week stamp keeps a same-week
      *    rerun from accruing twice. No master record, no band, no
      *    accrual.
       ACCRUAL-PARA.
           IF ACCRUAL-AVAILABLE AND WS-Person-Master-Flag = "Y" AND
                   WS-Person-Hire-Year > 0
               MOVE WS-Person-EmpID TO Accr-EmpID
               READ ACCRUALFILE
                   INVALID KEY
                       MOVE WS-Person-EmpID TO Accr-EmpID
                       MOVE 0 TO Accr-Accrued-Hours
                       MOVE 0 TO Accr-Taken-Hours
                       MOVE 0 TO Accr-LastWeek
               END-READ
               IF Accr-LastWeek NOT = WS-Week-Ending
                   COMPUTE WS-Service-Years =
                       WS-WkE-Year - WS-Person-Hire-Year
                   EVALUATE TRUE
                       WHEN WS-Service-Years < 5
                           MOVE WS-Accr-Rate-Band1 TO
                               WS-Accrual-Rate
                       WHEN WS-Service-Years < 10
                           MOVE WS-Accr-Rate-Band2 TO
                               WS-Accrual-Rate
                       WHEN OTHER
                           MOVE WS-Accr-Rate-Band3 TO
                               WS-Accrual-Rate
                   END-EVALUATE
      * The rates are per week - a longer period accrues its weeks'
      *    worth.
                   COMPUTE WS-Period-Accrual ROUNDED =
                       WS-Accrual-Rate * WS-Period-Factor
                   ADD WS-Period-Accrual TO Accr-Accrued-Hours
      * A week the master shows on leave draws the week's hours
      *    down - a salaried week with no hours draws a standard
      *    forty, and a longer period forty a week.
                   IF WS-Person-OnLeave-Flag = "Y"
                       IF WS-Person-Hours > 0
                           MOVE WS-Person-Hours TO WS-Leave-Draw
                       ELSE
                           COMPUTE WS-Leave-Draw ROUNDED =
                               40 * WS-Period-Factor
                       END-IF
                       COMPUTE WS-Accr-Work =
                           Accr-Accrued-Hours - Accr-Taken-Hours -
                           WS-Leave-Draw
                       IF WS-Accr-Work < 0
                           DISPLAY "EMPID ", WS-Person-EmpID,
                                   " LEAVE TAKEN PAST THE ACCRUED "-
                                   "BALANCE"
                           MOVE "A06-024" TO Evt-MsgID
                           MOVE "W" TO Evt-Severity
                           MOVE WS-Person-EmpID TO Evt-EmpID
                           MOVE "LEAVE TAKEN PAST ACCRUED BALANCE"
                               TO Evt-Text
                           PERFORM LOG-EVENT-PARA
                       END-IF
                       ADD WS-Leave-Draw TO Accr-Taken-Hours
                   END-IF
                   MOVE WS-Week-Ending TO Accr-LastWeek
                   WRITE AccrualRec
                       INVALID KEY
                           REWRITE AccrualRec
                   END-WRITE
               END-IF
           END-IF.

      * The batch total record the bank balances the funding
      *    records against - written once, after the last detail.
       BANK-TRAILER-PARA.
           MOVE SPACES TO BankPayTrailer
           MOVE "T" TO Bnk-Trl-Type
           MOVE WS-Bank-Count TO Bnk-Trl-Count
           MOVE WS-Bank-Total TO Bnk-Trl-Amount
           WRITE BankPayTrailer.

      * Readies the cheque numbering before the first paper payment.
      *    The control file's number is the floor; anything already
      *    on the register (a restarted run's own cheques, or stock
      *    numbered past the control file) pushes it higher, so a
      *    number is never issued twice. A restarted run also picks
      *    its earlier cheques back up into the print-file totals.
       CHEQUE-OPEN-PARA.
           MOVE WS-Chq-First-Number TO WS-Chq-Next
           MOVE 0 TO WS-Chq-Count
           MOVE 0 TO WS-Chq-Total
           MOVE WS-ChqCtl-Live-Name TO WS-ChqCtl-Name
           OPEN INPUT CHQCTLFILE
           IF ws-ChqCtl-Status = "00"
               READ CHQCTLFILE
                   NOT AT END
                       IF ChqCtl-Next IS NUMERIC AND ChqCtl-Next > 0
                           MOVE ChqCtl-Next TO WS-Chq-Next
                       END-IF
               END-READ
               CLOSE CHQCTLFILE
           END-IF
           MOVE 0 TO WS-ChqReg-EOF-Flag
           OPEN INPUT CHQREGFILE
           IF ws-ChqReg-Status = "00"
               PERFORM CHEQUE-SCAN-PARA UNTIL CHQREG-EOF
               CLOSE CHQREGFILE
           END-IF
           OPEN EXTEND CHQREGFILE
           IF ws-ChqReg-Status NOT = "00"
               OPEN OUTPUT CHQREGFILE
           END-IF.

       CHEQUE-SCAN-PARA.
           READ CHQREGFILE
               AT END
                   SET CHQREG-EOF TO TRUE
               NOT AT END
                   IF ChqReg-Number >= WS-Chq-Next
                       COMPUTE WS-Chq-Next = ChqReg-Number + 1
                   END-IF
                   IF RESTART-RUN AND CHQREG-ISSUED AND
                           ChqReg-Source = WS-Chq-Source AND
                           ChqReg-Issue-Date = WS-Week-Ending
                       ADD 1 TO WS-Chq-Count
                       ADD ChqReg-Amount TO WS-Chq-Total
                   END-IF
           END-READ.

      * One paper payment becomes the next numbered cheque - the
      *    printed cheque (payee, master address, amount in figures
      *    and in words) and its issued line on the register.
       CHEQUE-WRITE-PARA.
           MOVE WS-Chq-Next TO CL-Number
           MOVE WS-Week-Ending-Disp TO CL-Date
           ADD 1 TO WS-Chq-Next
           ADD 1 TO WS-Chq-Count
           ADD WS-Net-Pay TO WS-Chq-Total
           PERFORM CHEQUE-PAYEE-PARA
           PERFORM AMOUNT-WORDS-PARA
           MOVE WS-Net-Pay TO WS-Chq-Amt-Edited

           MOVE WS-Chq-Line TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           STRING "PAY TO THE ORDER OF  " DELIMITED BY SIZE
               WS-Chq-Payee DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Chq-Amt-Edited DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           MOVE WS-Wrd-Text TO ChequeRec
           WRITE ChequeRec
           MOVE SPACES TO ChequeRec
           WRITE ChequeRec
           IF WS-Person-Street = SPACES
               MOVE "NO ADDRESS ON THE EMPLOYEE MASTER - HOLD FOR "-
                    "PICKUP" TO ChequeRec
               WRITE ChequeRec
           ELSE
               MOVE WS-Person-Street TO ChequeRec
               WRITE ChequeRec
               MOVE SPACES TO ChequeRec
               STRING WS-Person-City DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-Person-Province DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-Person-Postal DELIMITED BY SIZE
                   INTO ChequeRec
               WRITE ChequeRec
           END-IF
           MOVE SPACES TO ChequeRec
           STRING "MEMO: EMPID " DELIMITED BY SIZE
               WS-Person-EmpID DELIMITED BY SIZE
               "  STORE " DELIMITED BY SIZE
               WS-Person-Store DELIMITED BY SIZE
               "  NET PAY" DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           MOVE ALL "-" TO ChequeRec
           WRITE ChequeRec

           MOVE SPACES TO ChqRegRec
           MOVE CL-Number TO ChqReg-Number
           MOVE "I" TO ChqReg-Entry
           MOVE WS-Person-EmpID TO ChqReg-EmpID
           MOVE WS-Net-Pay TO ChqReg-Amount
           MOVE WS-Week-Ending TO ChqReg-Issue-Date
           MOVE WS-Week-Ending TO ChqReg-Entry-Date
           MOVE WS-Chq-Source TO ChqReg-Source
           MOVE WS-Chq-Payee TO ChqReg-Payee
           WRITE ChqRegRec.

      * The payee line - given name then surname, built with the same
      *    pointer STRING FORMAT-NAME-PARA uses for the recognition
      *    report's "Last, First".
       CHEQUE-PAYEE-PARA.
           MOVE SPACES TO WS-Chq-Payee
           MOVE 1 TO WS-Chq-Ptr
           STRING WS-Person-FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-Person-LastName DELIMITED BY SPACE
               INTO WS-Chq-Payee
               WITH POINTER WS-Chq-Ptr
           END-STRING.

      * WS-Net-Pay spelled out for the cheque's words line, e.g.
      *    ONE THOUSAND TWO HUNDRED FORTY-FIVE AND 07/100 DOLLARS.
       AMOUNT-WORDS-PARA.
           MOVE SPACES TO WS-Wrd-Text
           MOVE 1 TO WS-Wrd-Ptr
           MOVE WS-Net-Pay TO WS-Wrd-Amount
           DIVIDE WS-Wrd-Dollars BY 1000000 GIVING WS-Wrd-Millions
               REMAINDER WS-Wrd-Rest
           DIVIDE WS-Wrd-Rest BY 1000 GIVING WS-Wrd-Thousands
               REMAINDER WS-Wrd-Units
           IF WS-Wrd-Dollars = 0
               STRING "ZERO " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Millions > 0
               MOVE WS-Wrd-Millions TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
               STRING "MILLION " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Thousands > 0
               MOVE WS-Wrd-Thousands TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
               STRING "THOUSAND " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Units > 0
               MOVE WS-Wrd-Units TO WS-Wrd-Group
               PERFORM WORDS-GROUP-PARA
           END-IF
           STRING "AND " DELIMITED BY SIZE
               WS-Wrd-Cents DELIMITED BY SIZE
               "/100 DOLLARS" DELIMITED BY SIZE
               INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr.

      * One group of three digits (1-999) onto the words line.
       WORDS-GROUP-PARA.
           DIVIDE WS-Wrd-Group BY 100 GIVING WS-Wrd-Hundreds
               REMAINDER WS-Wrd-Tens-Units
           IF WS-Wrd-Hundreds > 0
               STRING WS-Wrd-Ones-Word(WS-Wrd-Hundreds)
                       DELIMITED BY SPACE
                   " HUNDRED " DELIMITED BY SIZE
                   INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
           END-IF
           IF WS-Wrd-Tens-Units > 0
               IF WS-Wrd-Tens-Units < 20
                   STRING WS-Wrd-Ones-Word(WS-Wrd-Tens-Units)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
               ELSE
                   DIVIDE WS-Wrd-Tens-Units BY 10 GIVING WS-Wrd-Tens
                       REMAINDER WS-Wrd-Ones
                   IF WS-Wrd-Ones = 0
                       STRING WS-Wrd-Tens-Word(WS-Wrd-Tens - 1)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
                   ELSE
                       STRING WS-Wrd-Tens-Word(WS-Wrd-Tens - 1)
                               DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           WS-Wrd-Ones-Word(WS-Wrd-Ones)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-Wrd-Text WITH POINTER WS-Wrd-Ptr
                   END-IF
               END-IF
           END-IF.

      * The cheque print file's control line (count and total for
      *    the bank reconciliation to tie to), then the next number
      *    back onto the control file's staging copy - it only goes
      *    live when the run's outputs promote.
       CHEQUE-CLOSE-PARA.
           MOVE WS-Chq-Total TO WS-Chq-Tot-Edited
           MOVE SPACES TO ChequeRec
           STRING "CHEQUES PRINTED: " DELIMITED BY SIZE
               WS-Chq-Count DELIMITED BY SIZE
               "   TOTAL: " DELIMITED BY SIZE
               WS-Chq-Tot-Edited DELIMITED BY SIZE
               INTO ChequeRec
           WRITE ChequeRec
           CLOSE CHEQUEFILE
           CLOSE CHQREGFILE
           MOVE WS-ChqCtl-Stage-Name TO WS-ChqCtl-Name
           OPEN OUTPUT CHQCTLFILE
           MOVE SPACES TO ChqCtlRec
           MOVE WS-Chq-Next TO ChqCtl-Next
           WRITE ChqCtlRec
           CLOSE CHQCTLFILE.

      * One pay statement for the person just settled - combined
      *    gross (with the overtime split when they're hourly), the
      *    tax and benefit amounts the register line carried, the
      *    net, and the year-to-date pay off the employee YTD master.
      *    Named PayStmt_EEEE_YYYYMMDD.txt by EmpID and week.
       STATEMENT-WRITE-PARA.
           PERFORM STMT-YTD-PARA
           MOVE SPACES TO WS-Statement-Name
           STRING "DataFiles\PayStmt_" DELIMITED BY SIZE
               WS-Person-EmpID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Week-Ending DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Statement-Name
           OPEN OUTPUT STATEMENTFILE
           MOVE SPACES TO StatementRec
           STRING "PAY STATEMENT - " DELIMITED BY SIZE
               WS-Period-Title DELIMITED BY "  "
               " ENDING " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO StatementRec
           WRITE StatementRec
           MOVE SPACES TO StatementRec
           STRING "Employee " DELIMITED BY SIZE
               WS-Person-EmpID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Person-LastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-Person-FirstName DELIMITED BY "  "
               INTO StatementRec
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Store" TO StatementRec(1:5)
           MOVE WS-Person-Store TO StatementRec(7:4)
           IF WS-Person-Portions > 1
               MOVE "(SPLIT ACROSS STORES)" TO StatementRec(13:21)
           END-IF
           WRITE StatementRec AFTER ADVANCING 1
      * The overtime split only means anything for an hourly
      *    employee - a salaried one goes straight to the gross.
           IF WS-Person-Hours > 0 AND WS-Person-HourlyRate > 0
               MOVE SPACES TO StatementRec
               MOVE "Regular Hours :" TO StatementRec(1:15)
               MOVE WS-Person-Reg-Hours TO WS-Stmt-Hours-Edited
               MOVE WS-Stmt-Hours-Edited TO StatementRec(17:5)
               WRITE StatementRec AFTER ADVANCING 2
               MOVE SPACES TO StatementRec
               MOVE "Overtime Hours:" TO StatementRec(1:15)
               MOVE WS-Person-OT-Hours TO WS-Stmt-Hours-Edited
               MOVE WS-Stmt-Hours-Edited TO StatementRec(17:5)
               WRITE StatementRec AFTER ADVANCING 1
               IF WS-Person-Hol-Hours > 0
                   MOVE SPACES TO StatementRec
                   MOVE "Holiday Hours :" TO StatementRec(1:15)
                   MOVE WS-Person-Hol-Hours TO WS-Stmt-Hours-Edited
                   MOVE WS-Stmt-Hours-Edited TO StatementRec(17:5)
                   WRITE StatementRec AFTER ADVANCING 1
               END-IF
           END-IF
      * Holiday pay and the premium on holiday hours are earnings in
      *    their own right, shown ahead of the gross they make up.
           IF WS-Person-Hol-Pay NOT = 0
               MOVE SPACES TO StatementRec
               MOVE "Holiday Pay   :" TO StatementRec(1:15)
               MOVE WS-Person-Hol-Pay TO WS-Stmt-Amt-Edited
               MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
               MOVE "(INCLUDED IN GROSS)" TO StatementRec(30:19)
               WRITE StatementRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-Hol-Prem NOT = 0
               MOVE SPACES TO StatementRec
               MOVE "Holiday Prem. :" TO StatementRec(1:15)
               MOVE WS-Person-Hol-Prem TO WS-Stmt-Amt-Edited
               MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
               MOVE "(INCLUDED IN GROSS)" TO StatementRec(30:19)
               WRITE StatementRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO StatementRec
           MOVE "Gross Pay     :" TO StatementRec(1:15)
           MOVE WS-Person-Gross TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
      * The bonus is paid in cash with the salary; the gift is
      *    only taxed, so it's marked as a benefit not paid out.
           IF WS-Person-Bonus-Pay NOT = 0
               MOVE SPACES TO StatementRec
               MOVE "Recog. Bonus  :" TO StatementRec(1:15)
               MOVE WS-Person-Bonus-Pay TO WS-Stmt-Sign-Edited
               MOVE WS-Stmt-Sign-Edited TO StatementRec(17:11)
               IF WS-Person-Bonus-Adj NOT = 0
                   MOVE "(INCLUDES A CORRECTION)" TO
                       StatementRec(30:23)
               END-IF
               WRITE StatementRec AFTER ADVANCING 1
           END-IF
           IF WS-Person-TxBen NOT = 0
               MOVE SPACES TO StatementRec
               MOVE "Taxable Benft :" TO StatementRec(1:15)
               MOVE WS-Person-TxBen TO WS-Stmt-Sign-Edited
               MOVE WS-Stmt-Sign-Edited TO StatementRec(17:11)
               MOVE "(NON-CASH - TAXED, NOT PAID)" TO
                   StatementRec(30:28)
               WRITE StatementRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO StatementRec
           MOVE "Tax Withheld  :" TO StatementRec(1:15)
           MOVE WS-Tax-Amount TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Benefits      :" TO StatementRec(1:15)
           MOVE WS-Benefit-Amount TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Net Pay       :" TO StatementRec(1:15)
           MOVE WS-Net-Pay TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "YTD Pay       :" TO StatementRec(1:15)
           MOVE WS-Stmt-YTD-Pay TO WS-Stmt-YTD-Edited
           MOVE WS-Stmt-YTD-Edited TO StatementRec(17:14)
           WRITE StatementRec AFTER ADVANCING 2
           CLOSE STATEMENTFILE
           ADD 1 TO WS-Stmt-Count.

      * This employee's year-to-date pay, read straight off the
      *    employee YTD master for the week's year. With no master
      *    this run, this week is the whole YTD.
       STMT-YTD-PARA.
           MOVE WS-Person-Gross TO WS-Stmt-YTD-Pay
           IF EMPYTD-AVAILABLE
               MOVE WS-Person-EmpID TO EYTD-EmpID
               MOVE WS-Week-Ending(1:4) TO EYTD-Year
               READ EMPYTDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EYTD-Gross TO WS-Stmt-YTD-Pay
               END-READ
           END-IF.

      * One sales-board row per settled person - every store, every
      *    job code, threshold or no threshold, with a split week's
      *    sales combined under the home store.
       BOARD-COLLECT-PARA.
           IF WS-Board-Count < WS-Max-Board
               ADD 1 TO WS-Board-Count
               MOVE WS-Person-EmpID TO WS-Board-EmpID(WS-Board-Count)
               MOVE SPACES TO WS-Board-Name(WS-Board-Count)
               STRING WS-Person-LastName DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-Person-FirstName DELIMITED BY "  "
                   INTO WS-Board-Name(WS-Board-Count)
               MOVE WS-Person-Store TO
                   WS-Board-Store(WS-Board-Count)
               MOVE WS-Person-Sales TO
                   WS-Board-Sales(WS-Board-Count)
               MOVE "N" TO WS-Board-Used(WS-Board-Count)
           END-IF.

      * The Monday leaderboard - top N by sales, picked straight off
      *    the board one rank at a time, with each person's movement
      *    against last week's saved ranks.
       LEADERBOARD-PARA.
           PERFORM LBDSNAP-LOAD-PARA
           OPEN OUTPUT LEADERFILE
           MOVE SPACES TO LeaderRec
           STRING "Top salespeople for the week ending: "
               DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO LeaderRec
           WRITE LeaderRec
           MOVE "Rank  Name                          Store  "-
                "Sales        Move" TO LeaderRec
           WRITE LeaderRec AFTER ADVANCING 1

           MOVE 0 TO WS-Board-Rank
           PERFORM UNTIL WS-Board-Rank >= WS-Top-N
               MOVE 0 TO WS-Board-Best-Sub
               PERFORM VARYING WS-Board-Sub FROM 1 BY 1
                       UNTIL WS-Board-Sub > WS-Board-Count
                   IF WS-Board-Used(WS-Board-Sub) = "N"
                       IF WS-Board-Best-Sub = 0 OR
                               WS-Board-Sales(WS-Board-Sub) >
                               WS-Board-Sales(WS-Board-Best-Sub)
                           MOVE WS-Board-Sub TO WS-Board-Best-Sub
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Board-Best-Sub = 0
                   MOVE WS-Top-N TO WS-Board-Rank
               ELSE
                   ADD 1 TO WS-Board-Rank
                   MOVE "Y" TO WS-Board-Used(WS-Board-Best-Sub)
                   PERFORM LEADER-LINE-PARA
               END-IF
           END-PERFORM
           CLOSE LEADERFILE
           PERFORM LBDSNAP-WRITE-PARA.

       LEADER-LINE-PARA.
           MOVE SPACES TO LeaderRec
           MOVE WS-Board-Rank TO LeaderRec(1:3)
           MOVE WS-Board-Name(WS-Board-Best-Sub) TO LeaderRec(7:28)
           MOVE WS-Board-Store(WS-Board-Best-Sub) TO LeaderRec(37:4)
           MOVE WS-Board-Sales(WS-Board-Best-Sub) TO
               WS-Board-Sales-Edited
           MOVE WS-Board-Sales-Edited TO LeaderRec(44:10)
           IF WS-New-Rank-Count < 200
               ADD 1 TO WS-New-Rank-Count
               MOVE WS-Board-Rank TO
                   WS-NewR-Rank(WS-New-Rank-Count)
               MOVE WS-Board-EmpID(WS-Board-Best-Sub) TO
                   WS-NewR-EmpID(WS-New-Rank-Count)
           END-IF
           PERFORM PREV-RANK-PARA
           IF WS-Prev-Rank-Week = WS-Week-Ending OR
                   WS-Prev-Rank-Count = 0
               MOVE "-" TO LeaderRec(57:1)
           ELSE
               IF WS-PrevR-Found = 0
                   MOVE "NEW" TO LeaderRec(57:3)
               ELSE
                   COMPUTE WS-Move-Amt =
                       WS-PrevR-Rank(WS-PrevR-Found) - WS-Board-Rank
                   EVALUATE TRUE
                       WHEN WS-Move-Amt > 0
                           MOVE "UP" TO LeaderRec(57:2)
                           MOVE WS-Move-Amt TO WS-Move-Edited
                           MOVE WS-Move-Edited TO LeaderRec(60:3)
                       WHEN WS-Move-Amt < 0
                           MOVE "DOWN" TO LeaderRec(57:4)
                           COMPUTE WS-Move-Amt = 0 - WS-Move-Amt
                           MOVE WS-Move-Amt TO WS-Move-Edited
                           MOVE WS-Move-Edited TO LeaderRec(62:3)
                       WHEN OTHER
                           MOVE "SAME" TO LeaderRec(57:4)
                   END-EVALUATE
               END-IF
           END-IF
           WRITE LeaderRec AFTER ADVANCING 1.

       PREV-RANK-PARA.
           MOVE 0 TO WS-PrevR-Found
           PERFORM VARYING WS-PrevR-Sub FROM 1 BY 1
                   UNTIL WS-PrevR-Sub > WS-Prev-Rank-Count
               IF WS-PrevR-EmpID(WS-PrevR-Sub) =
                       WS-Board-EmpID(WS-Board-Best-Sub)
                   MOVE WS-PrevR-Sub TO WS-PrevR-Found
               END-IF
           END-PERFORM.

       LBDSNAP-LOAD-PARA.
           OPEN INPUT LBDSNAPFILE
           IF ws-LbdSnap-Status = "00"
               PERFORM LBDSNAP-READ-PARA UNTIL LBDSNAP-EOF
               CLOSE LBDSNAPFILE
           END-IF.

       LBDSNAP-READ-PARA.
           READ LBDSNAPFILE
               AT END
                   SET LBDSNAP-EOF TO TRUE
               NOT AT END
                   IF WS-Prev-Rank-Count < WS-Max-Prev-Ranks
                       ADD 1 TO WS-Prev-Rank-Count
                       MOVE Lbd-WeekEnding TO WS-Prev-Rank-Week
                       MOVE Lbd-Rank TO
                           WS-PrevR-Rank(WS-Prev-Rank-Count)
                       MOVE Lbd-EmpID TO
                           WS-PrevR-EmpID(WS-Prev-Rank-Count)
                   END-IF
           END-READ.

      * Saves this week's ranks for next Monday's movement column -
      *    unless this run is a rerun of the week the snapshot
      *    already holds.
       LBDSNAP-WRITE-PARA.
           IF WS-Prev-Rank-Week = WS-Week-Ending
               CONTINUE
           ELSE
               OPEN OUTPUT LBDSNAPFILE
               PERFORM VARYING WS-PrevR-Sub FROM 1 BY 1
                       UNTIL WS-PrevR-Sub > WS-New-Rank-Count
                   MOVE SPACES TO LbdSnapRec
                   MOVE WS-Week-Ending TO Lbd-WeekEnding
                   MOVE WS-NewR-Rank(WS-PrevR-Sub) TO Lbd-Rank
                   MOVE WS-NewR-EmpID(WS-PrevR-Sub) TO Lbd-EmpID
                   WRITE LbdSnapRec
               END-PERFORM
               CLOSE LBDSNAPFILE
           END-IF.

      * Loads this quarter's quotas. The quarter, its first week and
      *    how many of its weeks have gone by come off the pay
      *    calendar when the week is on it - the calendar's quarter
      *    assignment wins, same as the remittance ledger's. Off the
      *    calendar, month arithmetic and a thirteen-week quarter
      *    are near enough for a pace check.
       QUOTA-LOAD-PARA.
           MOVE WS-WkE-Year TO WS-Quota-Year
           MOVE 0 TO WS-Quota-Quarter
           MOVE 0 TO WS-Quota-Weeks
           MOVE 0 TO WS-Quota-Elapsed
           MOVE 0 TO WS-Quota-Period-Start
           PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                   UNTIL WS-Cal-Sub > WS-Cal-Count
               IF WS-Cal-WeekEnding(WS-Cal-Sub) = WS-Week-Ending
                   MOVE WS-Cal-Quarter(WS-Cal-Sub) TO WS-Quota-Quarter
               END-IF
           END-PERFORM
           IF WS-Quota-Quarter = 0
               COMPUTE WS-Quota-Quarter = (WS-WkE-Month + 2) / 3
               COMPUTE WS-Quota-First-Month =
                   (WS-Quota-Quarter - 1) * 3 + 1
               COMPUTE WS-Quota-Period-Start =
                   WS-WkE-Year * 10000 + WS-Quota-First-Month * 100
                   + 1
               MOVE 13 TO WS-Quota-Weeks
               COMPUTE WS-Quota-Elapsed =
                   ((WS-WkE-Month - WS-Quota-First-Month) * 30 +
                   WS-WkE-Day + 6) / 7
               IF WS-Quota-Elapsed > WS-Quota-Weeks
                   MOVE WS-Quota-Weeks TO WS-Quota-Elapsed
               END-IF
           ELSE
               PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                       UNTIL WS-Cal-Sub > WS-Cal-Count
                   IF WS-Cal-Quarter(WS-Cal-Sub) = WS-Quota-Quarter
                       ADD 1 TO WS-Quota-Weeks
                       IF WS-Cal-WeekEnding(WS-Cal-Sub) <=
                               WS-Week-Ending
                           ADD 1 TO WS-Quota-Elapsed
                       END-IF
                       IF WS-Quota-Period-Start = 0 OR
                               WS-Cal-WeekEnding(WS-Cal-Sub) <
                               WS-Quota-Period-Start
                           MOVE WS-Cal-WeekEnding(WS-Cal-Sub) TO
                               WS-Quota-Period-Start
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT QUOTAFILE
           IF ws-Quota-Status = "00"
               PERFORM QUOTA-READ-PARA UNTIL QUOTA-EOF
               CLOSE QUOTAFILE
           END-IF
           IF WS-Quota-Dropped > 0
               DISPLAY "*** ", WS-Quota-Dropped, " QUOTA ROW(S) DID "-
                       "NOT FIT THE TABLE - NOT MEASURED ***"
               MOVE "A06-056" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE "QUOTA ROWS DID NOT FIT THE TABLE" TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF.

       QUOTA-READ-PARA.
           READ QUOTAFILE
               AT END
                   SET QUOTA-EOF TO TRUE
               NOT AT END
                   IF Quo-Year = WS-Quota-Year AND
                           Quo-Quarter = WS-Quota-Quarter
                       IF WS-Quota-Count < WS-Max-Quotas
                           ADD 1 TO WS-Quota-Count
                           MOVE Quo-EmpID TO
                               WS-Quo-EmpID(WS-Quota-Count)
                           MOVE Quo-Amount TO
                               WS-Quo-Amount(WS-Quota-Count)
                       ELSE
                           ADD 1 TO WS-Quota-Dropped
                       END-IF
                   END-IF
           END-READ.

      * One attainment row per settled salesperson - the week's
      *    sales, the quarter to date off the pay history, the
      *    quota, percent attained and whether they trail pace. The
      *    person's home store carries a split week's sales, the
      *    same as the sales board.
       QUOTA-COLLECT-PARA.
           MOVE 0 TO WS-Quota-Find-Sub
           PERFORM VARYING WS-Quota-Sub FROM 1 BY 1
                   UNTIL WS-Quota-Sub > WS-Quota-Count
               IF WS-Quo-EmpID(WS-Quota-Sub) = WS-Person-EmpID
                   MOVE WS-Quota-Sub TO WS-Quota-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Person-Job = "S" OR WS-Quota-Find-Sub NOT = 0
               IF WS-Att-Count < WS-Max-Att
                   ADD 1 TO WS-Att-Count
                   PERFORM QUOTA-ROW-PARA
               ELSE
                   IF WS-Att-Full-Flag = "N"
                       MOVE "Y" TO WS-Att-Full-Flag
                       DISPLAY "*** QUOTA ATTAINMENT TABLE FULL - "-
                               "LATER SALESPEOPLE NOT REPORTED ***"
                       MOVE "A06-057" TO Evt-MsgID
                       MOVE "W" TO Evt-Severity
                       MOVE "QUOTA ATTAINMENT TABLE FULL"
                           TO Evt-Text
                       PERFORM LOG-EVENT-PARA
                       MOVE 4 TO WS-New-RC
                       PERFORM SET-RC-PARA
                   END-IF
               END-IF
           END-IF.

       QUOTA-ROW-PARA.
           MOVE WS-Person-EmpID TO WS-Att-EmpID(WS-Att-Count)
           MOVE SPACES TO WS-Att-Name(WS-Att-Count)
           STRING WS-Person-LastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-Person-FirstName DELIMITED BY "  "
               INTO WS-Att-Name(WS-Att-Count)
           MOVE WS-Person-Store TO WS-Att-Store(WS-Att-Count)
           MOVE WS-Person-Sales TO WS-Att-Week(WS-Att-Count)
           PERFORM QUOTA-PTD-PARA
           MOVE 0 TO WS-Att-Pct(WS-Att-Count)
           MOVE SPACE TO WS-Att-Flag(WS-Att-Count)
           IF WS-Quota-Find-Sub = 0
               MOVE 0 TO WS-Att-Quota(WS-Att-Count)
               SET ATT-NO-QUOTA(WS-Att-Count) TO TRUE
           ELSE
               MOVE WS-Quo-Amount(WS-Quota-Find-Sub) TO
                   WS-Att-Quota(WS-Att-Count)
               COMPUTE WS-Att-Pct(WS-Att-Count) ROUNDED =
                   WS-Att-PTD(WS-Att-Count) * 100 /
                   WS-Att-Quota(WS-Att-Count)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-Att-Pct(WS-Att-Count)
               END-COMPUTE
      * Straight-line pace - the quota spread evenly over the
      *    quarter's weeks - less the margin.
               IF WS-Quota-Weeks > 0
                   COMPUTE WS-Quota-Pace ROUNDED =
                       WS-Att-Quota(WS-Att-Count) * WS-Quota-Elapsed
                       / WS-Quota-Weeks * (100 - WS-Quota-Margin)
                       / 100
                   IF WS-Att-PTD(WS-Att-Count) < WS-Quota-Pace
                       SET ATT-TRAILING(WS-Att-Count) TO TRUE
                       ADD 1 TO WS-Att-Trail-Count
                   END-IF
               END-IF
           END-IF.

      * Quarter-to-date sales off the pay history - every week from
      *    the quarter's first through this one, which PAYHIST-WRITE
      *    has just put there. No history this run, this week is all
      *    there is to go on.
       QUOTA-PTD-PARA.
           MOVE 0 TO WS-Att-PTD(WS-Att-Count)
           IF PAYHIST-AVAILABLE
               MOVE 0 TO WS-Quota-Hist-EOF-Flag
               MOVE WS-Person-EmpID TO PayH-EmpID
               MOVE WS-Quota-Period-Start TO PayH-WeekEnding
               START PAYHISTFILE KEY IS GREATER THAN OR EQUAL TO
                       PayH-Key
                   INVALID KEY
                       SET QUOTA-HIST-EOF TO TRUE
               END-START
               PERFORM QUOTA-HIST-READ-PARA UNTIL QUOTA-HIST-EOF
           ELSE
               MOVE WS-Person-Sales TO WS-Att-PTD(WS-Att-Count)
           END-IF.

       QUOTA-HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD
               AT END
                   SET QUOTA-HIST-EOF TO TRUE
           END-READ
           IF NOT QUOTA-HIST-EOF
               IF ws-PayHist-Status NOT = "00" OR
                       PayH-EmpID NOT = WS-Person-EmpID OR
                       PayH-WeekEnding > WS-Week-Ending
                   SET QUOTA-HIST-EOF TO TRUE
               ELSE
                   ADD PayH-SalesAmount TO WS-Att-PTD(WS-Att-Count)
               END-IF
           END-IF.

      * One salesperson's line, as the store, region and attainment
      *    reports all print it.
       QUOTA-LINE-PARA.
           MOVE SPACES TO WS-Quota-Line
           MOVE WS-Att-Name(WS-Att-Sub) TO WS-Quota-Line(1:18)
           MOVE WS-Att-Week(WS-Att-Sub) TO WS-Quota-Sales-Edited
           MOVE WS-Quota-Sales-Edited TO WS-Quota-Line(20:11)
           MOVE WS-Att-PTD(WS-Att-Sub) TO WS-Quota-Sales-Edited
           MOVE WS-Quota-Sales-Edited TO WS-Quota-Line(32:11)
           IF ATT-NO-QUOTA(WS-Att-Sub)
               MOVE "NO QUOTA" TO WS-Quota-Line(63:8)
           ELSE
               MOVE WS-Att-Quota(WS-Att-Sub) TO WS-Quota-Amt-Edited
               MOVE WS-Quota-Amt-Edited TO WS-Quota-Line(45:10)
               MOVE WS-Att-Pct(WS-Att-Sub) TO WS-Quota-Pct-Edited
               MOVE WS-Quota-Pct-Edited TO WS-Quota-Line(56:6)
               IF ATT-TRAILING(WS-Att-Sub)
                   MOVE "TRAILING" TO WS-Quota-Line(63:8)
               END-IF
           END-IF.

      * Rolls the attainment rows up for one store.
       QUOTA-ROLL-PARA.
           MOVE 0 TO WS-QRoll-Count
           MOVE 0 TO WS-QRoll-Trail
           MOVE 0 TO WS-QRoll-Week
           MOVE 0 TO WS-QRoll-PTD
           MOVE 0 TO WS-QRoll-PTD-Quota
           MOVE 0 TO WS-QRoll-Quota
           PERFORM VARYING WS-Att-Sub FROM 1 BY 1
                   UNTIL WS-Att-Sub > WS-Att-Count
               IF WS-Att-Store(WS-Att-Sub) = WS-QRoll-Store
                   PERFORM QUOTA-ROLL-ADD-PARA
               END-IF
           END-PERFORM.

       QUOTA-ROLL-ADD-PARA.
           ADD 1 TO WS-QRoll-Count
           ADD WS-Att-Week(WS-Att-Sub) TO WS-QRoll-Week
           ADD WS-Att-PTD(WS-Att-Sub) TO WS-QRoll-PTD
           IF NOT ATT-NO-QUOTA(WS-Att-Sub)
               ADD WS-Att-PTD(WS-Att-Sub) TO WS-QRoll-PTD-Quota
               ADD WS-Att-Quota(WS-Att-Sub) TO WS-QRoll-Quota
           END-IF
           IF ATT-TRAILING(WS-Att-Sub)
               ADD 1 TO WS-QRoll-Trail
           END-IF.

      * The rollup's total line, under WS-QRoll-Label.
       QUOTA-ROLL-LINE-PARA.
           MOVE SPACES TO WS-Quota-Line
           MOVE WS-QRoll-Label TO WS-Quota-Line(1:18)
           MOVE WS-QRoll-Week TO WS-Quota-Sales-Edited
           MOVE WS-Quota-Sales-Edited TO WS-Quota-Line(20:11)
           MOVE WS-QRoll-PTD TO WS-Quota-Sales-Edited
           MOVE WS-Quota-Sales-Edited TO WS-Quota-Line(32:11)
           IF WS-QRoll-Quota > 0
               MOVE WS-QRoll-Quota TO WS-Quota-Amt-Edited
               MOVE WS-Quota-Amt-Edited TO WS-Quota-Line(45:10)
               COMPUTE WS-QRoll-Pct ROUNDED =
                   WS-QRoll-PTD-Quota * 100 / WS-QRoll-Quota
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-QRoll-Pct
               END-COMPUTE
               MOVE WS-QRoll-Pct TO WS-Quota-Pct-Edited
               MOVE WS-Quota-Pct-Edited TO WS-Quota-Line(56:6)
           END-IF.

      * "n of n trailing pace" under a rollup's total line.
       QUOTA-TRAIL-LINE-PARA.
           MOVE SPACES TO WS-Quota-Line
           MOVE WS-QRoll-Trail TO WS-Quota-Count-Edited
           MOVE WS-Quota-Count-Edited TO WS-Quota-Line(1:4)
           MOVE " of" TO WS-Quota-Line(5:3)
           MOVE WS-QRoll-Count TO WS-Quota-Count-Edited
           MOVE WS-Quota-Count-Edited TO WS-Quota-Line(8:4)
           MOVE WS-Quota-Margin TO WS-Quota-Margin-Edited
           STRING " trailing pace by more than "
               DELIMITED BY SIZE
               WS-Quota-Margin-Edited DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-Quota-Line(12:59).

      * The store's own salespeople and its rollup, at the foot of
      *    the store's distribution report. A store with nobody
      *    selling prints no section.
       QUOTA-STORE-RPT-PARA.
           MOVE WS-Store-Number(WS-Store-Sub) TO WS-QRoll-Store
           PERFORM QUOTA-ROLL-PARA
           IF WS-QRoll-Count > 0
               MOVE SPACES TO StoreRptRec
               STRING "QUOTA ATTAINMENT - Q" DELIMITED BY SIZE
                   WS-Quota-Quarter DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-Quota-Year DELIMITED BY SIZE
                   INTO StoreRptRec
               WRITE StoreRptRec AFTER ADVANCING 2
               MOVE WS-Quota-Heading TO StoreRptRec
               WRITE StoreRptRec AFTER ADVANCING 1
               PERFORM VARYING WS-Att-Sub FROM 1 BY 1
                       UNTIL WS-Att-Sub > WS-Att-Count
                   IF WS-Att-Store(WS-Att-Sub) = WS-QRoll-Store
                       PERFORM QUOTA-LINE-PARA
                       MOVE WS-Quota-Line TO StoreRptRec
                       WRITE StoreRptRec AFTER ADVANCING 1
                   END-IF
               END-PERFORM
               MOVE "STORE TOTAL" TO WS-QRoll-Label
               PERFORM QUOTA-ROLL-LINE-PARA
               MOVE WS-Quota-Line TO StoreRptRec
               WRITE StoreRptRec AFTER ADVANCING 2
               PERFORM QUOTA-TRAIL-LINE-PARA
               MOVE WS-Quota-Line TO StoreRptRec
               WRITE StoreRptRec AFTER ADVANCING 1
           END-IF.

      * One rollup line per store in the region, then the region's
      *    own, on the region's distribution report.
       QUOTA-REGION-RPT-PARA.
           MOVE 0 TO WS-QReg-Count
           MOVE 0 TO WS-QReg-Trail
           MOVE 0 TO WS-QReg-Week
           MOVE 0 TO WS-QReg-PTD
           MOVE 0 TO WS-QReg-PTD-Quota
           MOVE 0 TO WS-QReg-Quota
           MOVE SPACES TO RegionRptRec
           STRING "QUOTA ATTAINMENT - Q" DELIMITED BY SIZE
               WS-Quota-Quarter DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Quota-Year DELIMITED BY SIZE
               INTO RegionRptRec
           WRITE RegionRptRec AFTER ADVANCING 2
           MOVE WS-Quota-Heading TO RegionRptRec
           MOVE "Store" TO RegionRptRec(1:11)
           WRITE RegionRptRec AFTER ADVANCING 1
           PERFORM QUOTA-REGION-STORE-PARA
               VARYING WS-RegRpt-Store-Sub FROM 1 BY 1
               UNTIL WS-RegRpt-Store-Sub > WS-Store-Count
           MOVE WS-QReg-Count TO WS-QRoll-Count
           MOVE WS-QReg-Trail TO WS-QRoll-Trail
           MOVE WS-QReg-Week TO WS-QRoll-Week
           MOVE WS-QReg-PTD TO WS-QRoll-PTD
           MOVE WS-QReg-PTD-Quota TO WS-QRoll-PTD-Quota
           MOVE WS-QReg-Quota TO WS-QRoll-Quota
           MOVE "REGION TOTAL" TO WS-QRoll-Label
           PERFORM QUOTA-ROLL-LINE-PARA
           MOVE WS-Quota-Line TO RegionRptRec
           WRITE RegionRptRec AFTER ADVANCING 2
           PERFORM QUOTA-TRAIL-LINE-PARA
           MOVE WS-Quota-Line TO RegionRptRec
           WRITE RegionRptRec AFTER ADVANCING 1.

       QUOTA-REGION-STORE-PARA.
           IF WS-Store-RegMap(WS-RegRpt-Store-Sub) =
                   WS-Region-Name(WS-Region-Sub)
               MOVE WS-Store-Number(WS-RegRpt-Store-Sub) TO
                   WS-QRoll-Store
               PERFORM QUOTA-ROLL-PARA
               IF WS-QRoll-Count > 0
                   MOVE WS-QRoll-Store TO WS-Store-Display
                   MOVE SPACES TO WS-QRoll-Label
                   MOVE "STORE #" TO WS-QRoll-Label(1:7)
                   MOVE WS-Store-Display TO WS-QRoll-Label(8:4)
                   PERFORM QUOTA-ROLL-LINE-PARA
                   MOVE WS-Quota-Line TO RegionRptRec
                   WRITE RegionRptRec AFTER ADVANCING 1
                   ADD WS-QRoll-Count TO WS-QReg-Count
                   ADD WS-QRoll-Trail TO WS-QReg-Trail
                   ADD WS-QRoll-Week TO WS-QReg-Week
                   ADD WS-QRoll-PTD TO WS-QReg-PTD
                   ADD WS-QRoll-PTD-Quota TO WS-QReg-PTD-Quota
                   ADD WS-QRoll-Quota TO WS-QReg-Quota
               END-IF
           END-IF.

      * The company's weekly quota-attainment report - by store in
      *    register order, each salesperson's line with the EmpID
      *    in front, the store rollup under each, and the company's
      *    at the end.
       QUOTA-RPT-PARA.
           OPEN OUTPUT QUOTARPTFILE
           MOVE SPACES TO QuotaRptRec
           STRING "Quota attainment for the week ending: "
               DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO QuotaRptRec
           WRITE QuotaRptRec
           MOVE SPACES TO QuotaRptRec
           STRING "Quarter Q" DELIMITED BY SIZE
               WS-Quota-Quarter DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Quota-Year DELIMITED BY SIZE
               ", week " DELIMITED BY SIZE
               WS-Quota-Elapsed DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-Quota-Weeks DELIMITED BY SIZE
               INTO QuotaRptRec
           WRITE QuotaRptRec AFTER ADVANCING 1
           MOVE 0 TO WS-QReg-Count
           MOVE 0 TO WS-QReg-Trail
           MOVE 0 TO WS-QReg-Week
           MOVE 0 TO WS-QReg-PTD
           MOVE 0 TO WS-QReg-PTD-Quota
           MOVE 0 TO WS-QReg-Quota
           PERFORM QUOTA-RPT-STORE-PARA
               VARYING WS-Store-Sub FROM 1 BY 1
               UNTIL WS-Store-Sub > WS-Store-Count
           MOVE WS-QReg-Count TO WS-QRoll-Count
           MOVE WS-QReg-Trail TO WS-QRoll-Trail
           MOVE WS-QReg-Week TO WS-QRoll-Week
           MOVE WS-QReg-PTD TO WS-QRoll-PTD
           MOVE WS-QReg-PTD-Quota TO WS-QRoll-PTD-Quota
           MOVE WS-QReg-Quota TO WS-QRoll-Quota
           MOVE "COMPANY TOTAL" TO WS-QRoll-Label
           PERFORM QUOTA-ROLL-LINE-PARA
           MOVE SPACES TO QuotaRptRec
           MOVE WS-Quota-Line TO QuotaRptRec(11:70)
           WRITE QuotaRptRec AFTER ADVANCING 3
           PERFORM QUOTA-TRAIL-LINE-PARA
           MOVE SPACES TO QuotaRptRec
           MOVE WS-Quota-Line TO QuotaRptRec(11:70)
           WRITE QuotaRptRec AFTER ADVANCING 1
           CLOSE QUOTARPTFILE.

       QUOTA-RPT-STORE-PARA.
           MOVE WS-Store-Number(WS-Store-Sub) TO WS-QRoll-Store
           PERFORM QUOTA-ROLL-PARA
           IF WS-QRoll-Count > 0
               MOVE WS-QRoll-Store TO WS-Store-Display
               MOVE SPACES TO QuotaRptRec
               MOVE "STORE #" TO QuotaRptRec(1:7)
               MOVE WS-Store-Display TO QuotaRptRec(8:4)
               WRITE QuotaRptRec AFTER ADVANCING 2
               MOVE SPACES TO QuotaRptRec
               MOVE "EmpID" TO QuotaRptRec(1:5)
               MOVE WS-Quota-Heading TO QuotaRptRec(11:70)
               WRITE QuotaRptRec AFTER ADVANCING 1
               PERFORM VARYING WS-Att-Sub FROM 1 BY 1
                       UNTIL WS-Att-Sub > WS-Att-Count
                   IF WS-Att-Store(WS-Att-Sub) = WS-QRoll-Store
                       PERFORM QUOTA-LINE-PARA
                       MOVE SPACES TO QuotaRptRec
                       MOVE WS-Att-EmpID(WS-Att-Sub) TO
                           QuotaRptRec(1:9)
                       MOVE WS-Quota-Line TO QuotaRptRec(11:70)
                       WRITE QuotaRptRec AFTER ADVANCING 1
                   END-IF
               END-PERFORM
               MOVE "STORE TOTAL" TO WS-QRoll-Label
               PERFORM QUOTA-ROLL-LINE-PARA
               MOVE SPACES TO QuotaRptRec
               MOVE WS-Quota-Line TO QuotaRptRec(11:70)
               WRITE QuotaRptRec AFTER ADVANCING 1
               PERFORM QUOTA-TRAIL-LINE-PARA
               MOVE SPACES TO QuotaRptRec
               MOVE WS-Quota-Line TO QuotaRptRec(11:70)
               WRITE QuotaRptRec AFTER ADVANCING 1
               ADD WS-QRoll-Count TO WS-QReg-Count
               ADD WS-QRoll-Trail TO WS-QReg-Trail
               ADD WS-QRoll-Week TO WS-QReg-Week
               ADD WS-QRoll-PTD TO WS-QReg-PTD
               ADD WS-QRoll-PTD-Quota TO WS-QReg-PTD-Quota
               ADD WS-QRoll-Quota TO WS-QReg-Quota
           END-IF.

      * Store and company register totals plus the crossfoot - the
      *    register's own company gross has to equal the salary
      *    report's grand total, the same way the run balances to
      *    the control record.
       NETPAY-TOTALS-PARA.
           MOVE 0 TO WS-NP-Company-Gross
           MOVE 0 TO WS-NP-Company-Tax
           MOVE 0 TO WS-NP-Company-Ben
           MOVE 0 TO WS-NP-Company-Oth
           MOVE 0 TO WS-NP-Company-Net
           MOVE 0 TO WS-NP-Company-Bonus
           MOVE 0 TO WS-NP-Company-TxBen
           MOVE SPACES TO NetPayRec
           MOVE "STORE TOTALS" TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 2
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               MOVE SPACES TO NPT-Label
               MOVE "STORE" TO NPT-Label(1:5)
               MOVE WS-Store-Number(WS-Store-Sub) TO WS-Store-Display
               MOVE WS-Store-Display TO NPT-Label(7:4)
                   WS-NP-Company-Oth ROUNDED
               ADD WS-Store-Net-Total(WS-Store-Sub) TO
                   WS-NP-Company-Net ROUNDED
               ADD WS-Store-Bonus-Total(WS-Store-Sub) TO
                   WS-NP-Company-Bonus
               ADD WS-Store-TxBen-Total(WS-Store-Sub) TO
                   WS-NP-Company-TxBen
           END-PERFORM
           MOVE "COMPANY    " TO NPT-Label
           MOVE WS-NP-Company-Gross TO NPT-Gross
           MOVE WS-NP-Company-Tax TO NPT-Tax
           MOVE WS-NP-Company-Ben TO NPT-Benefit
           MOVE WS-NP-Company-Oth TO NPT-Other
           MOVE WS-NP-Company-Net TO NPT-Net
           MOVE WS-NP-Tot-Line TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 1
      * Gross is salary alone, so it still proves against the salary
      *    report; the bonus paid on top (and into the net) and the
      *    non-cash benefit taxed are shown separately.
           IF WS-NP-Company-Bonus NOT = 0 OR
                   WS-NP-Company-TxBen NOT = 0
               MOVE SPACES TO NetPayRec
               MOVE WS-NP-Company-Bonus TO WS-NP-Bonus-Edit
               STRING "RECOGNITION BONUS IN NET PAY: " DELIMITED BY SIZE
                   WS-NP-Bonus-Edit DELIMITED BY SIZE
                   INTO NetPayRec
               WRITE NetPayRec AFTER ADVANCING 1
               MOVE SPACES TO NetPayRec
               MOVE WS-NP-Company-TxBen TO WS-NP-Bonus-Edit
               STRING "TAXABLE BENEFIT (NON-CASH)  : " DELIMITED BY SIZE
                   WS-NP-Bonus-Edit DELIMITED BY SIZE
                   INTO NetPayRec
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO NetPayRec
           IF WS-Grand-Total = 0
               MOVE "WEEK DID NOT POST - REGISTER NOT CROSSFOOTED"
                   TO NetPayRec
           ELSE
               IF WS-NP-Company-Gross = WS-Grand-Total
                   MOVE "REGISTER GROSS AGREES WITH THE SALARY "-
                        "REPORT GRAND TOTAL" TO NetPayRec
               ELSE
                   MOVE "*** REGISTER GROSS DOES NOT AGREE WITH "-
                        "THE SALARY REPORT ***" TO NetPayRec
               END-IF
           END-IF
           WRITE NetPayRec AFTER ADVANCING 1
      * A week that actually posted puts its withheld totals on
      *    the quarterly remittance ledger - a week that didn't
      *    must not, or the quarter's remittance would overstate.
           IF WS-Grand-Total NOT = 0
               PERFORM REMIT-WRITE-PARA
               PERFORM JOURNAL-PARA
               MOVE SPACES TO WS-PayeeRemit-Name
               STRING "DataFiles\PayeeRemit_" DELIMITED BY SIZE
                   WS-Week-Ending DELIMITED BY SIZE
                   ".dat.stg" DELIMITED BY SIZE
                   INTO WS-PayeeRemit-Name
               MOVE SPACES TO WS-SavContrib-Name
               STRING "DataFiles\SavingsContrib_" DELIMITED BY SIZE
                   WS-Week-Ending DELIMITED BY SIZE
                   ".dat.stg" DELIMITED BY SIZE
                   INTO WS-SavContrib-Name
               PERFORM PAYEE-REMIT-PARA
           END-IF.

      * One remittance ledger record for this posted week - the
      *    register's company tax and benefit totals, tagged with
      *    the calendar quarter the week-ending month falls in, so
      *    QuarterEndClose can report and zero a quarter without
      *    re-adding printed registers. EXTEND with the usual
      *    first-run OUTPUT fallback.
       REMIT-WRITE-PARA.
           PERFORM REMIT-OPEN-PARA
           MOVE WS-NP-Company-Tax TO Rem-Tax
           MOVE WS-NP-Company-Ben TO Rem-Benefit
           MOVE SPACE TO Rem-Type
           WRITE RemitRec
      * The employer's own contributions for the week, each on its
      *    own line - worked out on every paying run, weekly, final
      *    and off-cycle alike; a run with none writes none.
           PERFORM EMPLOYER-TOTALS-PARA
           PERFORM REMIT-EMPLOYER-PARA
           CLOSE REMITFILE.

      * Opens the ledger and fills in the key for the week in
      *    WS-Week-Ending. The calendar's quarter assignment wins
      *    when the week is on it - month arithmetic is only the
      *    fallback for a week posted off-calendar.
       REMIT-OPEN-PARA.
           MOVE 0 TO WS-Remit-Quarter
           PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                   UNTIL WS-Cal-Sub > WS-Cal-Count
               IF WS-Cal-WeekEnding(WS-Cal-Sub) = WS-Week-Ending
                   MOVE WS-Cal-Quarter(WS-Cal-Sub) TO
                       WS-Remit-Quarter
               END-IF
           END-PERFORM
           IF WS-Remit-Quarter = 0
               COMPUTE WS-Remit-Quarter = (WS-WkE-Month + 2) / 3
           END-IF
           OPEN EXTEND REMITFILE
           IF ws-Remit-Status NOT = "00"
               OPEN OUTPUT REMITFILE
           END-IF
           MOVE SPACES TO RemitRec
           MOVE WS-WkE-Year TO Rem-Year
           MOVE WS-Remit-Quarter TO Rem-Quarter
           MOVE WS-Week-Ending TO Rem-WeekEnding
           MOVE WS-Pay-Group TO Rem-Pay-Group.

      * The S, P and W lines for the employer amounts in the
      *    company fields, one per kind that came to anything.
       REMIT-EMPLOYER-PARA.
           MOVE 0 TO Rem-Benefit
           IF WS-Er-Company-Stat > 0
               MOVE WS-Er-Company-Stat TO Rem-Er-Amount
               MOVE "S" TO Rem-Type
               WRITE RemitRec
           END-IF
           IF WS-Er-Company-Pension > 0
               MOVE WS-Er-Company-Pension TO Rem-Er-Amount
               MOVE "P" TO Rem-Type
               WRITE RemitRec
           END-IF
           IF WS-Er-Company-WCB > 0
               MOVE WS-Er-Company-WCB TO Rem-Er-Amount
               MOVE "W" TO Rem-Type
               WRITE RemitRec
           END-IF.

      * The week's payroll journal. Each store's salary expense is
      *    debited cell by cell to its mapped expense account; the
      *    tax, benefits, each election type and the net pay the
      *    register charged to the store are credited to their
      *    liability accounts. A split-store employee's pay is
      *    expensed where it was earned but registered at the home
      *    store, so each store's difference goes to interstore
      *    clearing - every store balances on its own, and the
      *    clearing lines net to zero across the company.
      * Two passes over the same lines: the first only proves every
      *    nonzero line maps, the second writes them. One unmapped
      *    line and nothing is cut - the report lists what needs
      *    mapping in GLMapMaint, and the week has to be reposted
      *    once it is. The same goes for a register that doesn't
      *    agree with the salary report to the penny, since the
      *    clearing lines could then no longer net to zero.
       JOURNAL-PARA.
           MOVE 0 TO WS-Jrnl-Line-Count
           MOVE 0 TO WS-Jrnl-Unmapped-Count
           MOVE 0 TO WS-Jrnl-OOB-Count
           MOVE 0 TO WS-Jrnl-Total-Dr
           MOVE 0 TO WS-Jrnl-Total-Cr
           MOVE "N" TO WS-Jrnl-Cut-Flag
           MOVE WS-Week-Ending TO WS-Jrnl-Week
           OPEN OUTPUT JOURNALRPTFILE
           OPEN OUTPUT GLJOURNALFILE
           MOVE "WEEKENDING,STORE,ACCOUNT,COSTCENTRE,DEBIT,CREDIT,"-
                "LINE" TO GLJournalRec
           WRITE GLJournalRec
           MOVE SPACES TO JournalRptRec
           STRING "Payroll journal for the " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY "  "
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO JournalRptRec
           WRITE JournalRptRec
           EVALUATE TRUE
               WHEN NOT GLMAP-AVAILABLE
                   MOVE "*** NO USABLE GL ACCOUNT MAP - JOURNAL NOT "-
                        "CUT ***" TO JournalRptRec
                   WRITE JournalRptRec AFTER ADVANCING 2
               WHEN WS-NP-Company-Gross NOT = WS-Grand-Total
                   MOVE "*** REGISTER GROSS DOES NOT AGREE WITH "-
                        "SALARY EXPENSE - JOURNAL NOT CUT ***"
                        TO JournalRptRec
                   WRITE JournalRptRec AFTER ADVANCING 2
               WHEN OTHER
                   MOVE "Store Ln  Account     CstCtr          "-
                        " Debit          Credit" TO JournalRptRec
                   WRITE JournalRptRec AFTER ADVANCING 2
                   SET JRNL-VALIDATING TO TRUE
                   PERFORM JOURNAL-STORE-PARA
                       VARYING WS-Store-Sub FROM 1 BY 1
                       UNTIL WS-Store-Sub > WS-Store-Count
                   IF WS-Jrnl-Unmapped-Count > 0
                       MOVE SPACES TO JournalRptRec
                       STRING "*** " DELIMITED BY SIZE
                           WS-Jrnl-Unmapped-Count DELIMITED BY SIZE
                           " LINE(S) HAVE NO GL MAPPING - JOURNAL "-
                           "NOT CUT ***" DELIMITED BY SIZE
                           INTO JournalRptRec
                       WRITE JournalRptRec AFTER ADVANCING 2
                   ELSE
                       SET JRNL-WRITING TO TRUE
                       PERFORM JOURNAL-STORE-PARA
                           VARYING WS-Store-Sub FROM 1 BY 1
                           UNTIL WS-Store-Sub > WS-Store-Count
                       PERFORM JOURNAL-REVERSAL-PARA
                       PERFORM JOURNAL-TOTALS-PARA
                   END-IF
           END-EVALUATE
           CLOSE GLJOURNALFILE
           CLOSE JOURNALRPTFILE
      * A journal that failed its own proof must not reach the
      *    ledger - it goes out as the header row alone.
           IF NOT JOURNAL-CUT AND WS-Jrnl-Line-Count > 0
               OPEN OUTPUT GLJOURNALFILE
               MOVE "WEEKENDING,STORE,ACCOUNT,COSTCENTRE,DEBIT,"-
                    "CREDIT,LINE" TO GLJournalRec
               WRITE GLJournalRec
               CLOSE GLJOURNALFILE
               MOVE 0 TO WS-Jrnl-Line-Count
           END-IF
           IF JOURNAL-CUT
               MOVE "A06-047" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "PAYROLL JOURNAL CUT AND BALANCED" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           ELSE
               DISPLAY " "
               DISPLAY "*** PAYROLL JOURNAL NOT CUT - SEE "-
                       "PayrollJournal.rpt ***"
               MOVE "A06-048" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE "PAYROLL JOURNAL NOT CUT" TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF.

      * One store's lines - the expense debits, then the credits,
      *    then the interstore clearing that squares the store.
       JOURNAL-STORE-PARA.
           MOVE WS-Store-Number(WS-Store-Sub) TO WS-Jrnl-Store
           MOVE 0 TO WS-Jrnl-Store-Dr
           MOVE 0 TO WS-Jrnl-Store-Cr
           MOVE 0 TO WS-Jrnl-Expense
           MOVE "E" TO WS-Jrnl-Kind
           MOVE "D" TO WS-Jrnl-Side
           PERFORM VARYING WS-Job-Sub FROM 1 BY 1 UNTIL WS-Job-Sub > 4
               MOVE WS-JobCode-Name(WS-Job-Sub) TO WS-Jrnl-Code
               MOVE WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) TO
                   WS-Jrnl-Amount
               ADD WS-Jrnl-Amount TO WS-Jrnl-Expense
               PERFORM JOURNAL-LINE-PARA
           END-PERFORM
      * The recognition bonus paid through the net is its own expense
      *    line (PS) at the home store - a void coming back through
      *    pay credits it instead. Not part of the salary expense, so
      *    it stays out of the interstore clearing.
           MOVE "P" TO WS-Jrnl-Kind
           MOVE "S" TO WS-Jrnl-Code
           IF WS-Store-Bonus-Total(WS-Store-Sub) < 0
               MOVE "C" TO WS-Jrnl-Side
               COMPUTE WS-Jrnl-Amount =
                   0 - WS-Store-Bonus-Total(WS-Store-Sub)
           ELSE
               MOVE WS-Store-Bonus-Total(WS-Store-Sub) TO
                   WS-Jrnl-Amount
           END-IF
           PERFORM JOURNAL-LINE-PARA
           MOVE "L" TO WS-Jrnl-Kind
           MOVE "C" TO WS-Jrnl-Side
           MOVE "T" TO WS-Jrnl-Code
           MOVE WS-Store-Tax-Total(WS-Store-Sub) TO WS-Jrnl-Amount
           PERFORM JOURNAL-LINE-PARA
           MOVE "B" TO WS-Jrnl-Code
           MOVE WS-Store-Ben-Total(WS-Store-Sub) TO WS-Jrnl-Amount
           PERFORM JOURNAL-LINE-PARA
           PERFORM VARYING WS-Ele-Slot FROM 1 BY 1
                   UNTIL WS-Ele-Slot > 4
               MOVE WS-Ele-Slot-Codes(WS-Ele-Slot:1) TO WS-Jrnl-Code
               MOVE WS-Store-Ele-Total(WS-Store-Sub, WS-Ele-Slot) TO
                   WS-Jrnl-Amount
               PERFORM JOURNAL-LINE-PARA
           END-PERFORM
           MOVE "N" TO WS-Jrnl-Code
           MOVE WS-Store-Net-Total(WS-Store-Sub) TO WS-Jrnl-Amount
           PERFORM JOURNAL-LINE-PARA
           MOVE "I" TO WS-Jrnl-Code
           COMPUTE WS-Jrnl-Clearing =
               WS-Jrnl-Expense - WS-Store-Gross-Total(WS-Store-Sub)
           IF WS-Jrnl-Clearing < 0
               MOVE "D" TO WS-Jrnl-Side
               COMPUTE WS-Jrnl-Amount = 0 - WS-Jrnl-Clearing
           ELSE
               MOVE WS-Jrnl-Clearing TO WS-Jrnl-Amount
           END-IF
           PERFORM JOURNAL-LINE-PARA
           IF JRNL-WRITING
               MOVE SPACES TO WS-Jrnl-Rpt-Line
               MOVE WS-Jrnl-Store-Dr TO JR-Debit
               MOVE WS-Jrnl-Store-Cr TO JR-Credit
               IF WS-Jrnl-Store-Dr = WS-Jrnl-Store-Cr
                   MOVE "STORE BALANCED" TO JR-Note
               ELSE
                   MOVE "*OUT OF BALANCE*" TO JR-Note
                   ADD 1 TO WS-Jrnl-OOB-Count
               END-IF
               MOVE WS-Jrnl-Rpt-Line TO JournalRptRec
               WRITE JournalRptRec AFTER ADVANCING 1
               MOVE SPACES TO JournalRptRec
               WRITE JournalRptRec AFTER ADVANCING 1
               ADD WS-Jrnl-Store-Dr TO WS-Jrnl-Total-Dr
               ADD WS-Jrnl-Store-Cr TO WS-Jrnl-Total-Cr
           END-IF.

      * One line, if it carries anything. Proving, an unmapped line
      *    is listed and counted; writing, it goes onto the journal
      *    and the report and into the store's debit or credit.
       JOURNAL-LINE-PARA.
           IF WS-Jrnl-Amount NOT = 0
               PERFORM GLMAP-FIND-PARA
               MOVE WS-Jrnl-Kind TO WS-Jrnl-Line-Code(1:1)
               MOVE WS-Jrnl-Code TO WS-Jrnl-Line-Code(2:1)
               MOVE SPACES TO WS-Jrnl-Rpt-Line
               MOVE WS-Jrnl-Store TO JR-Store
               MOVE WS-Jrnl-Line-Code TO JR-Line
               IF WS-Jrnl-Side = "D"
                   MOVE WS-Jrnl-Amount TO JR-Debit
               ELSE
                   MOVE WS-Jrnl-Amount TO JR-Credit
               END-IF
               IF WS-GLMap-Found-Sub = 0
                   IF JRNL-VALIDATING
                       ADD 1 TO WS-Jrnl-Unmapped-Count
                       MOVE "NOT MAPPED" TO JR-Note
                       MOVE WS-Jrnl-Rpt-Line TO JournalRptRec
                       WRITE JournalRptRec AFTER ADVANCING 1
                       MOVE "A06-049" TO Evt-MsgID
                       MOVE "W" TO Evt-Severity
                       MOVE WS-Jrnl-Store TO Evt-Store
                       MOVE SPACES TO Evt-Text
                       STRING "NO GL MAPPING FOR LINE "
                           DELIMITED BY SIZE
                           WS-Jrnl-Line-Code DELIMITED BY SIZE
                           INTO Evt-Text
                       PERFORM LOG-EVENT-PARA
                   END-IF
               ELSE
                   IF JRNL-WRITING
                       MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO
                           JR-Account
                       MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
                           JR-CostCentre
                       MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO
                           WS-Jrnl-Account
                       MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
                           WS-Jrnl-CostCentre
                       MOVE WS-Jrnl-Rpt-Line TO JournalRptRec
                       WRITE JournalRptRec AFTER ADVANCING 1
                       IF WS-Jrnl-Side = "D"
                           ADD WS-Jrnl-Amount TO WS-Jrnl-Store-Dr
                       ELSE
                           ADD WS-Jrnl-Amount TO WS-Jrnl-Store-Cr
                       END-IF
                       PERFORM JOURNAL-CSV-PARA
                   END-IF
               END-IF
           END-IF.

      * One journal row off the account and cost centre just set -
      *    the weekly journal, the accrual reversal and the
      *    adjustment run's lines all come through here.
       JOURNAL-CSV-PARA.
           MOVE WS-Jrnl-Store TO GL-Store-Edit
           IF WS-Jrnl-Side = "D"
               MOVE WS-Jrnl-Amount TO Jrnl-Debit-Edit
               MOVE 0 TO Jrnl-Credit-Edit
           ELSE
               MOVE 0 TO Jrnl-Debit-Edit
               MOVE WS-Jrnl-Amount TO Jrnl-Credit-Edit
           END-IF
           MOVE SPACES TO GLJournalRec
           STRING WS-Jrnl-Week DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GL-Store-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Jrnl-Account DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            WS-Jrnl-CostCentre DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            Jrnl-Debit-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            Jrnl-Credit-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Jrnl-Line-Code DELIMITED BY SIZE
           INTO GLJournalRec
           WRITE GLJournalRec
           ADD 1 TO WS-Jrnl-Line-Count.

      * Last month's salary accrual comes back off the books in the
      *    first week of the new month - any accrued cell whose
      *    reversal week is this week is credited back to the
      *    expense account it was accrued to (line V + job code),
      *    and each store's accrued-salary liability debited (line
      *    VL). The accounts ride on the accrual rows themselves, so
      *    the reversal needs no mapping and mirrors the accrual
      *    exactly. No accrual file, nothing to reverse.
       JOURNAL-REVERSAL-PARA.
           MOVE 0 TO WS-Jrnl-Rev-Count
           MOVE 0 TO WS-Rev-Store
           MOVE 0 TO WS-Rev-Amount
           MOVE 0 TO WS-Rev-MonthEnd
           MOVE 0 TO WS-SalAccr-EOF-Flag
           OPEN INPUT SALACCRFILE
           IF ws-SalAccr-Status = "00"
               PERFORM JOURNAL-REV-READ-PARA UNTIL SALACCR-EOF
               CLOSE SALACCRFILE
               PERFORM JOURNAL-REV-LIAB-PARA
           END-IF
           IF WS-Jrnl-Rev-Count > 0
               MOVE "A06-050" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE SPACES TO Evt-Text
               STRING "SALARY ACCRUAL REVERSED FOR MONTH END "
                   DELIMITED BY SIZE
                   WS-Rev-MonthEnd DELIMITED BY SIZE
                   INTO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

       JOURNAL-REV-READ-PARA.
           READ SALACCRFILE
               AT END
                   SET SALACCR-EOF TO TRUE
               NOT AT END
                   IF Acr-Reverse-Week = WS-Week-Ending AND
                           Acr-Amount NOT = 0
                       IF Acr-Store NOT = WS-Rev-Store
                           PERFORM JOURNAL-REV-LIAB-PARA
                           MOVE Acr-Store TO WS-Rev-Store
                           MOVE Acr-Liab-Account TO
                               WS-Rev-Liab-Account
                           MOVE Acr-Liab-CostCentre TO
                               WS-Rev-Liab-CostCentre
                       END-IF
                       MOVE Acr-MonthEnd TO WS-Rev-MonthEnd
                       MOVE Acr-Store TO WS-Jrnl-Store
                       MOVE "C" TO WS-Jrnl-Side
                       MOVE Acr-Amount TO WS-Jrnl-Amount
                       MOVE Acr-Account TO WS-Jrnl-Account
                       MOVE Acr-CostCentre TO WS-Jrnl-CostCentre
                       MOVE "V" TO WS-Jrnl-Line-Code(1:1)
                       MOVE Acr-JobCode TO WS-Jrnl-Line-Code(2:1)
                       PERFORM JOURNAL-REV-LINE-PARA
                       ADD Acr-Amount TO WS-Rev-Amount
                   END-IF
           END-READ.

      * The store's accrued-salary debit, once its cells are all
      *    credited back.
       JOURNAL-REV-LIAB-PARA.
           IF WS-Rev-Amount NOT = 0
               MOVE WS-Rev-Store TO WS-Jrnl-Store
               MOVE "D" TO WS-Jrnl-Side
               MOVE WS-Rev-Amount TO WS-Jrnl-Amount
               MOVE WS-Rev-Liab-Account TO WS-Jrnl-Account
               MOVE WS-Rev-Liab-CostCentre TO WS-Jrnl-CostCentre
               MOVE "VL" TO WS-Jrnl-Line-Code
               PERFORM JOURNAL-REV-LINE-PARA
               MOVE 0 TO WS-Rev-Amount
           END-IF.

       JOURNAL-REV-LINE-PARA.
           MOVE SPACES TO WS-Jrnl-Rpt-Line
           MOVE WS-Jrnl-Store TO JR-Store
           MOVE WS-Jrnl-Line-Code TO JR-Line
           MOVE WS-Jrnl-Account TO JR-Account
           MOVE WS-Jrnl-CostCentre TO JR-CostCentre
           IF WS-Jrnl-Side = "D"
               MOVE WS-Jrnl-Amount TO JR-Debit
               ADD WS-Jrnl-Amount TO WS-Jrnl-Total-Dr
           ELSE
               MOVE WS-Jrnl-Amount TO JR-Credit
               ADD WS-Jrnl-Amount TO WS-Jrnl-Total-Cr
           END-IF
           MOVE "ACCRUAL REVERSAL" TO JR-Note
           MOVE WS-Jrnl-Rpt-Line TO JournalRptRec
           WRITE JournalRptRec AFTER ADVANCING 1
           PERFORM JOURNAL-CSV-PARA
           ADD 1 TO WS-Jrnl-Rev-Count.

      * The company proof - total debits against total credits. The
      *    journal only counts as cut when both it and every store
      *    balance to the penny.
       JOURNAL-TOTALS-PARA.
           MOVE SPACES TO WS-Jrnl-Rpt-Line
           MOVE WS-Jrnl-Total-Dr TO JR-Debit
           MOVE WS-Jrnl-Total-Cr TO JR-Credit
           MOVE WS-Jrnl-Rpt-Line TO JournalRptRec
           MOVE "COMPANY" TO JournalRptRec(1:7)
           WRITE JournalRptRec AFTER ADVANCING 1
           MOVE SPACES TO JournalRptRec
           IF WS-Jrnl-Total-Dr = WS-Jrnl-Total-Cr AND
                   WS-Jrnl-OOB-Count = 0
               MOVE "Y" TO WS-Jrnl-Cut-Flag
               STRING "JOURNAL BALANCED - " DELIMITED BY SIZE
                   WS-Jrnl-Line-Count DELIMITED BY SIZE
                   " LINE(S), DEBITS EQUAL CREDITS PER STORE AND "-
                   "IN TOTAL" DELIMITED BY SIZE
                   INTO JournalRptRec
           ELSE
               MOVE "*** JOURNAL DOES NOT BALANCE - DO NOT POST ***"
                   TO JournalRptRec
           END-IF
           WRITE JournalRptRec AFTER ADVANCING 2.

      * Loads the weekly budget table. Optional - no file, no
      *    budget columns worth reading, same fallback as the other
      *    control tables.
       BUDGET-LOAD-PARA.
           OPEN INPUT BUDGETFILE
           IF ws-Budget-Status = "00"
               PERFORM BUDGET-READ-PARA UNTIL BUDGET-EOF
               CLOSE BUDGETFILE
               PERFORM BUDGET-SORT-PARA
           END-IF.

       BUDGET-READ-PARA.
           READ BUDGETFILE
               AT END
                   SET BUDGET-EOF TO TRUE
               NOT AT END
                   IF WS-Budget-Count < WS-Max-Budget-Rows
                       ADD 1 TO WS-Budget-Count
                       MOVE Bud-StoreNumber TO
                           WS-Bud-Store(WS-Budget-Count)
                       MOVE Bud-JobCode TO
                           WS-Bud-Job(WS-Budget-Count)
                       MOVE Bud-Amount TO
                           WS-Bud-Amount(WS-Budget-Count)
                   END-IF
           END-READ.

       BUDGET-SORT-PARA.
           PERFORM VARYING WS-Budget-Sub FROM 1 BY 1
                   UNTIL WS-Budget-Sub > WS-Budget-Count
               PERFORM VARYING WS-Bud-Find-Sub FROM 1 BY 1
                       UNTIL WS-Bud-Find-Sub >
                             WS-Budget-Count - WS-Budget-Sub
                   IF WS-Bud-Key(WS-Bud-Find-Sub) >
                           WS-Bud-Key(WS-Bud-Find-Sub + 1)
                       MOVE WS-Budget-Entry(WS-Bud-Find-Sub) TO
                           WS-Bud-Swap-Entry
                       MOVE WS-Budget-Entry(WS-Bud-Find-Sub + 1) TO
                           WS-Budget-Entry(WS-Bud-Find-Sub)
                       MOVE WS-Bud-Swap-Entry TO
                           WS-Budget-Entry(WS-Bud-Find-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Binary search for the report cell's store/job-code budget
      *    row. WS-Bud-Find-Sub is 0 when no budget is on file for
      *    the cell.
       FIND-BUDGET-PARA.
           MOVE 0 TO WS-Bud-Find-Sub
           MOVE WS-Store-Number(WS-Store-Sub) TO WS-BudL-Store
           MOVE WS-JobCode-Name(WS-Job-Sub) TO WS-BudL-Job
           MOVE 1 TO WS-BS-Bud-Lo
           MOVE WS-Budget-Count TO WS-BS-Bud-Hi
           PERFORM UNTIL WS-BS-Bud-Lo > WS-BS-Bud-Hi
               COMPUTE WS-BS-Mid =
                   (WS-BS-Bud-Lo + WS-BS-Bud-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Bud-Key(WS-BS-Mid) = WS-Bud-Lookup-Key
                       MOVE WS-BS-Mid TO WS-Bud-Find-Sub
                       COMPUTE WS-BS-Bud-Lo = WS-BS-Bud-Hi + 1
                   WHEN WS-Bud-Key(WS-BS-Mid) < WS-Bud-Lookup-Key
                       COMPUTE WS-BS-Bud-Lo = WS-BS-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-BS-Bud-Hi = WS-BS-Mid - 1
               END-EVALUATE
           END-PERFORM.

      * Prints the cell's budget and variance under the actual the
      *    caller just printed - over-budget cells get called out in
      *    so many words.
      * Budgets are weekly figures - a longer period is measured
      *    against its weeks' worth.
       BUDGET-CELL-PARA.
           PERFORM FIND-BUDGET-PARA
           IF WS-Bud-Find-Sub NOT = 0
               COMPUTE WS-Bud-Period ROUNDED =
                   WS-Bud-Amount(WS-Bud-Find-Sub) * WS-Period-Factor
               MOVE "Budget:" TO Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               MOVE WS-Bud-Period TO Out-JobCode-Total
               WRITE Out-JobCode-Total-Rec
               ADD WS-Bud-Period TO
                   WS-Budget-Grand-Total ROUNDED
               COMPUTE WS-Bud-Variance =
                   WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) -
                   WS-Bud-Period
               MOVE WS-Bud-Variance TO WS-Bud-Var-Edited
               MOVE SPACES TO Salary-MinorHeader-Text
               MOVE "Var:" TO Salary-MinorHeader-Text(1:4)
               MOVE WS-Bud-Var-Edited TO
                   Salary-MinorHeader-Text(6:13)
               IF WS-Bud-Variance > 0
                   MOVE "*OVER*" TO Salary-MinorHeader-Text(20:6)
               END-IF
               WRITE Salary-MinorHeader AFTER ADVANCING 1
           END-IF.

      * Loads last week's totals snapshot. Optional - the very
      *    first week simply has nothing to compare against.
       SNAPSHOT-LOAD-PARA.
           OPEN INPUT SNAPSHOTFILE
           IF ws-Snapshot-Status = "00"
               READ SNAPSHOTFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Snap-WeekEnding TO WS-Prev-Week
                       MOVE Snap-StoreCount TO WS-Prev-Count
                       MOVE Snap-Table-Data TO WS-Prev-Table
               END-READ
               CLOSE SNAPSHOTFILE
           END-IF.

      * Writes this week's store/job-code totals as the snapshot the
      *    NEXT run compares itself against - only once the week has
      *    actually posted.
       SNAPSHOT-WRITE-PARA.
           MOVE WS-Week-Ending TO Snap-WeekEnding
           MOVE WS-Store-Count TO Snap-StoreCount
           MOVE SPACES TO Snap-Table-Data
           PERFORM VARYING WS-Prev-Sub FROM 1 BY 1
                   UNTIL WS-Prev-Sub > WS-Store-Count
               MOVE WS-Store-Number(WS-Prev-Sub) TO
                   WS-Prev-Store(WS-Prev-Sub)
               PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                       UNTIL WS-Job-Sub > 4
                   MOVE WS-JobCode-Total(WS-Prev-Sub, WS-Job-Sub) TO
                       WS-Prev-Total(WS-Prev-Sub, WS-Job-Sub)
               END-PERFORM
           END-PERFORM
           MOVE WS-Prev-Table TO Snap-Table-Data
           OPEN OUTPUT SNAPSHOTFILE
           WRITE SnapshotRec
           CLOSE SNAPSHOTFILE.

      * Loads the labour history's earlier weeks and works out the
      *    two window cut-offs. A history that won't fit the table is
      *    reported on but left alone - rolling it forward from a
      *    short table would lose weeks.
       LABHIST-LOAD-PARA.
           OPEN INPUT LABHISTFILE
           IF ws-LabHist-Status = "00"
               PERFORM LABHIST-READ-PARA UNTIL LABHIST-EOF
               CLOSE LABHISTFILE
           END-IF
           MOVE 0 TO WS-LabWk-Cut-This
           MOVE 0 TO WS-LabWk-Cut-Last
           IF WS-LabWk-Count >= 12
               MOVE WS-LabWk-Week(12) TO WS-LabWk-Cut-This
           END-IF
           IF WS-LabWk-Count >= 13
               MOVE WS-LabWk-Week(13) TO WS-LabWk-Cut-Last
           END-IF
           IF WS-LabHist-Dropped > 0
               DISPLAY "*** ", WS-LabHist-Dropped, " LABOUR HISTORY "-
                       "ROW(S) DID NOT FIT - HISTORY NOT ROLLED "-
                       "THIS RUN ***"
               MOVE "A06-058" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE "LABOUR HISTORY TOO BIG - NOT ROLLED"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF.

       LABHIST-READ-PARA.
           READ LABHISTFILE
               AT END
                   SET LABHIST-EOF TO TRUE
               NOT AT END
                   IF LabH-WeekEnding NOT = WS-Week-Ending
                       IF WS-LabHist-Count < WS-Max-LabHist
                           ADD 1 TO WS-LabHist-Count
                           MOVE LabH-WeekEnding TO
                               WS-LabH-Week(WS-LabHist-Count)
                           MOVE LabH-StoreNumber TO
                               WS-LabH-Store(WS-LabHist-Count)
                           MOVE LabH-Salary TO
                               WS-LabH-Salary(WS-LabHist-Count)
                           MOVE LabH-Sales TO
                               WS-LabH-Sales(WS-LabHist-Count)
                           IF LabH-WeekEnding < WS-Week-Ending
                               PERFORM LABWK-ADD-PARA
                           END-IF
                       ELSE
                           ADD 1 TO WS-LabHist-Dropped
                       END-IF
                   END-IF
           END-READ.

      * Files the row's week into the distinct-week list, latest
      *    first - 99 marks a week already listed.
       LABWK-ADD-PARA.
           MOVE 0 TO WS-LabWk-Ins-Sub
           PERFORM VARYING WS-LabWk-Sub FROM 1 BY 1
                   UNTIL WS-LabWk-Sub > WS-LabWk-Count OR
                       WS-LabWk-Ins-Sub NOT = 0
               IF WS-LabWk-Week(WS-LabWk-Sub) = LabH-WeekEnding
                   MOVE 99 TO WS-LabWk-Ins-Sub
               ELSE
                   IF WS-LabWk-Week(WS-LabWk-Sub) < LabH-WeekEnding
                       MOVE WS-LabWk-Sub TO WS-LabWk-Ins-Sub
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LabWk-Ins-Sub = 99
                   CONTINUE
               WHEN WS-LabWk-Ins-Sub = 0
                   IF WS-LabWk-Count < 60
                       ADD 1 TO WS-LabWk-Count
                       MOVE LabH-WeekEnding TO
                           WS-LabWk-Week(WS-LabWk-Count)
                   END-IF
               WHEN OTHER
                   PERFORM VARYING WS-LabWk-Sub FROM WS-LabWk-Count
                           BY -1 UNTIL WS-LabWk-Sub < WS-LabWk-Ins-Sub
                       IF WS-LabWk-Sub < 60
                           MOVE WS-LabWk-Week(WS-LabWk-Sub) TO
                               WS-LabWk-Week(WS-LabWk-Sub + 1)
                       END-IF
                   END-PERFORM
                   MOVE LabH-WeekEnding TO
                       WS-LabWk-Week(WS-LabWk-Ins-Sub)
                   IF WS-LabWk-Count < 60
                       ADD 1 TO WS-LabWk-Count
                   END-IF
           END-EVALUATE.

      * Rolls the history forward once the week has posted - the
      *    12 latest earlier weeks plus this week's rows, so the file
      *    always holds the next run's 13-week window. Rows dated
      *    after this week (an old week reposted) are carried as
      *    they are.
       LABHIST-WRITE-PARA.
           IF WS-LabHist-Dropped = 0
               OPEN OUTPUT LABHISTFILE
               PERFORM LABHIST-KEEP-PARA
                   VARYING WS-LabHist-Sub FROM 1 BY 1
                   UNTIL WS-LabHist-Sub > WS-LabHist-Count
               PERFORM LABHIST-NEW-PARA
                   VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               CLOSE LABHISTFILE
           END-IF.

       LABHIST-KEEP-PARA.
           IF WS-LabH-Week(WS-LabHist-Sub) > WS-Week-Ending OR
                   WS-LabWk-Cut-This = 0 OR
                   WS-LabH-Week(WS-LabHist-Sub) >= WS-LabWk-Cut-This
               MOVE WS-LabH-Week(WS-LabHist-Sub) TO LabH-WeekEnding
               MOVE WS-LabH-Store(WS-LabHist-Sub) TO LabH-StoreNumber
               MOVE WS-LabH-Salary(WS-LabHist-Sub) TO LabH-Salary
               MOVE WS-LabH-Sales(WS-LabHist-Sub) TO LabH-Sales
               WRITE LabHistRec
           END-IF.

       LABHIST-NEW-PARA.
           MOVE WS-Week-Ending TO LabH-WeekEnding
           MOVE WS-Store-Number(WS-Store-Sub) TO LabH-StoreNumber
           MOVE WS-Lab-Salary(WS-Store-Sub) TO LabH-Salary
           MOVE WS-Lab-Sales(WS-Store-Sub) TO LabH-Sales
           WRITE LabHistRec.

      * The labour-to-sales report - salary expense as a percent of
      *    sales per store, this week and over 13 weeks, the trend
      *    against last week's 13-week figure, and the store's rank
      *    in its region (lowest ratio first). A store whose 13-week
      *    ratio runs over its region's target on the Region Master
      *    is flagged. Regions print in the order the salary report
      *    met them.
       LABOUR-RPT-PARA.
           MOVE 0 TO WS-Lab-Over-Count
           PERFORM LABOUR-STORE-PARA
               VARYING WS-Store-Sub FROM 1 BY 1
               UNTIL WS-Store-Sub > WS-Store-Count
           PERFORM LABOUR-RANK-PARA
               VARYING WS-Store-Sub FROM 1 BY 1
               UNTIL WS-Store-Sub > WS-Store-Count
           OPEN OUTPUT LABOURRPTFILE
           MOVE SPACES TO LabourRptRec
           STRING "Labour cost to sales for the week ending: "
               DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO LabourRptRec
           WRITE LabourRptRec
           MOVE SPACES TO LabourRptRec
           STRING "Salary expense as a percent of sales - week and "
               DELIMITED BY SIZE
               "13-week, lowest first" DELIMITED BY SIZE
               INTO LabourRptRec
           WRITE LabourRptRec AFTER ADVANCING 1
           PERFORM LABOUR-REGION-PARA
               VARYING WS-Region-Sub FROM 1 BY 1
               UNTIL WS-Region-Sub > WS-Region-Count
           CLOSE LABOURRPTFILE.

      * One store's week and window figures.
       LABOUR-STORE-PARA.
           MOVE 0 TO WS-Lab-Salary(WS-Store-Sub)
           PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                   UNTIL WS-Job-Sub > 4
               ADD WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) TO
                   WS-Lab-Salary(WS-Store-Sub)
           END-PERFORM
           MOVE WS-Store-Sales-Total(WS-Store-Sub) TO
               WS-Lab-Sales(WS-Store-Sub)
           MOVE "N" TO WS-Lab-Week-Flag(WS-Store-Sub)
           MOVE "N" TO WS-Lab-Avg-Flag(WS-Store-Sub)
           MOVE "N" TO WS-Lab-Prev-Flag(WS-Store-Sub)
           MOVE SPACES TO WS-Lab-Trend(WS-Store-Sub)
           MOVE 0 TO WS-Lab-Rank(WS-Store-Sub)
           IF WS-Lab-Sales(WS-Store-Sub) > 0
               MOVE "Y" TO WS-Lab-Week-Flag(WS-Store-Sub)
               COMPUTE WS-Lab-Week-Ratio(WS-Store-Sub) ROUNDED =
                   WS-Lab-Salary(WS-Store-Sub) * 100 /
                   WS-Lab-Sales(WS-Store-Sub)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-Lab-Week-Ratio(WS-Store-Sub)
               END-COMPUTE
           END-IF
           MOVE WS-Lab-Salary(WS-Store-Sub) TO WS-Lab-Sum-Salary
           MOVE WS-Lab-Sales(WS-Store-Sub) TO WS-Lab-Sum-Sales
           MOVE 0 TO WS-Lab-Prev-Salary
           MOVE 0 TO WS-Lab-Prev-Sales
           PERFORM LABOUR-WINDOW-PARA
               VARYING WS-LabHist-Sub FROM 1 BY 1
               UNTIL WS-LabHist-Sub > WS-LabHist-Count
           IF WS-Lab-Sum-Sales > 0
               MOVE "Y" TO WS-Lab-Avg-Flag(WS-Store-Sub)
               COMPUTE WS-Lab-Avg-Ratio(WS-Store-Sub) ROUNDED =
                   WS-Lab-Sum-Salary * 100 / WS-Lab-Sum-Sales
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-Lab-Avg-Ratio(WS-Store-Sub)
               END-COMPUTE
           END-IF
           IF WS-Lab-Prev-Sales > 0
               MOVE "Y" TO WS-Lab-Prev-Flag(WS-Store-Sub)
               COMPUTE WS-Lab-Prev-Ratio(WS-Store-Sub) ROUNDED =
                   WS-Lab-Prev-Salary * 100 / WS-Lab-Prev-Sales
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-Lab-Prev-Ratio(WS-Store-Sub)
               END-COMPUTE
           END-IF
      * A tenth of a point either way is noise, not a trend.
           EVALUATE TRUE
               WHEN WS-Lab-Avg-Flag(WS-Store-Sub) = "N"
                   CONTINUE
               WHEN WS-Lab-Prev-Flag(WS-Store-Sub) = "N"
                   MOVE "NEW" TO WS-Lab-Trend(WS-Store-Sub)
               WHEN OTHER
                   COMPUTE WS-Lab-Diff =
                       WS-Lab-Avg-Ratio(WS-Store-Sub) -
                       WS-Lab-Prev-Ratio(WS-Store-Sub)
                   EVALUATE TRUE
                       WHEN WS-Lab-Diff > 0.1
                           MOVE "RISING" TO WS-Lab-Trend(WS-Store-Sub)
                       WHEN WS-Lab-Diff < -0.1
                           MOVE "FALLING" TO
                               WS-Lab-Trend(WS-Store-Sub)
                       WHEN OTHER
                           MOVE "STEADY" TO WS-Lab-Trend(WS-Store-Sub)
                   END-EVALUATE
           END-EVALUATE.

      * An earlier week of this store's into whichever windows it
      *    falls in.
       LABOUR-WINDOW-PARA.
           IF WS-LabH-Store(WS-LabHist-Sub) =
                   WS-Store-Number(WS-Store-Sub) AND
                   WS-LabH-Week(WS-LabHist-Sub) < WS-Week-Ending
               IF WS-LabWk-Cut-This = 0 OR
                       WS-LabH-Week(WS-LabHist-Sub) >=
                       WS-LabWk-Cut-This
                   ADD WS-LabH-Salary(WS-LabHist-Sub) TO
                       WS-Lab-Sum-Salary
                   ADD WS-LabH-Sales(WS-LabHist-Sub) TO
                       WS-Lab-Sum-Sales
               END-IF
               IF WS-LabWk-Cut-Last = 0 OR
                       WS-LabH-Week(WS-LabHist-Sub) >=
                       WS-LabWk-Cut-Last
                   ADD WS-LabH-Salary(WS-LabHist-Sub) TO
                       WS-Lab-Prev-Salary
                   ADD WS-LabH-Sales(WS-LabHist-Sub) TO
                       WS-Lab-Prev-Sales
               END-IF
           END-IF.

      * Rank in region on the 13-week ratio - one more than the
      *    number of the region's stores running leaner. A store
      *    with no sales in the window has no ratio and no rank.
       LABOUR-RANK-PARA.
           IF WS-Lab-Avg-Flag(WS-Store-Sub) = "Y"
               MOVE 1 TO WS-Lab-Rank(WS-Store-Sub)
               PERFORM VARYING WS-Lab-Other-Sub FROM 1 BY 1
                       UNTIL WS-Lab-Other-Sub > WS-Store-Count
                   IF WS-Store-RegMap(WS-Lab-Other-Sub) =
                           WS-Store-RegMap(WS-Store-Sub) AND
                           WS-Lab-Avg-Flag(WS-Lab-Other-Sub) = "Y"
                           AND WS-Lab-Avg-Ratio(WS-Lab-Other-Sub) <
                           WS-Lab-Avg-Ratio(WS-Store-Sub)
                       ADD 1 TO WS-Lab-Rank(WS-Store-Sub)
                   END-IF
               END-PERFORM
           END-IF.

      * One region's block - its target off the Region Master, its
      *    stores in rank order with the unranked last, and how many
      *    ran over target.
       LABOUR-REGION-PARA.
           MOVE 0 TO WS-Lab-Target
           IF REGIONMASTER-AVAILABLE
               MOVE WS-Region-Name(WS-Region-Sub) TO Region-Code
               READ REGIONMASTER KEY IS Region-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Region-Target-Ratio TO WS-Lab-Target
               END-READ
           END-IF
           MOVE SPACES TO LabourRptRec
           IF WS-Lab-Target > 0
               MOVE WS-Lab-Target TO WS-Lab-Target-Edited
               STRING "REGION " DELIMITED BY SIZE
                   WS-Region-Name(WS-Region-Sub) DELIMITED BY "  "
                   " - target " DELIMITED BY SIZE
                   WS-Lab-Target-Edited DELIMITED BY SIZE
                   "% of sales" DELIMITED BY SIZE
                   INTO LabourRptRec
           ELSE
               STRING "REGION " DELIMITED BY SIZE
                   WS-Region-Name(WS-Region-Sub) DELIMITED BY "  "
                   " - no target set" DELIMITED BY SIZE
                   INTO LabourRptRec
           END-IF
           WRITE LabourRptRec AFTER ADVANCING 2
           MOVE SPACES TO LabourRptRec
           MOVE "Rank" TO LabourRptRec(1:4)
           MOVE "Store" TO LabourRptRec(6:5)
           MOVE "Salary" TO LabourRptRec(18:6)
           MOVE "Sales" TO LabourRptRec(33:5)
           MOVE "Week%" TO LabourRptRec(41:5)
           MOVE "13-Wk%" TO LabourRptRec(48:6)
           MOVE "Trend" TO LabourRptRec(56:5)
           WRITE LabourRptRec AFTER ADVANCING 1
           MOVE 0 TO WS-Lab-Region-Over
           PERFORM LABOUR-RANK-LINE-PARA
               VARYING WS-Lab-Print-Rank FROM 1 BY 1
               UNTIL WS-Lab-Print-Rank > WS-Store-Count
           MOVE 0 TO WS-Lab-Print-Rank
           PERFORM LABOUR-RANK-LINE-PARA
           IF WS-Lab-Target > 0
               MOVE SPACES TO LabourRptRec
               MOVE WS-Lab-Region-Over TO WS-Lab-Rank-Edited
               STRING WS-Lab-Rank-Edited DELIMITED BY SIZE
                   " store(s) over target" DELIMITED BY SIZE
                   INTO LabourRptRec
               WRITE LabourRptRec AFTER ADVANCING 1
           END-IF.

       LABOUR-RANK-LINE-PARA.
           PERFORM VARYING WS-Lab-Other-Sub FROM 1 BY 1
                   UNTIL WS-Lab-Other-Sub > WS-Store-Count
               IF WS-Store-RegMap(WS-Lab-Other-Sub) =
                       WS-Region-Name(WS-Region-Sub) AND
                       WS-Lab-Rank(WS-Lab-Other-Sub) =
                       WS-Lab-Print-Rank
                   PERFORM LABOUR-LINE-PARA
               END-IF
           END-PERFORM.

       LABOUR-LINE-PARA.
           MOVE SPACES TO LabourRptRec
           IF WS-Lab-Rank(WS-Lab-Other-Sub) > 0
               MOVE WS-Lab-Rank(WS-Lab-Other-Sub) TO WS-Lab-Rank-Edited
               MOVE WS-Lab-Rank-Edited TO LabourRptRec(1:3)
           END-IF
           MOVE WS-Store-Number(WS-Lab-Other-Sub) TO LabourRptRec(6:4)
           MOVE WS-Lab-Salary(WS-Lab-Other-Sub) TO WS-Lab-Amt-Edited
           MOVE WS-Lab-Amt-Edited TO LabourRptRec(11:13)
           MOVE WS-Lab-Sales(WS-Lab-Other-Sub) TO WS-Lab-Amt-Edited
           MOVE WS-Lab-Amt-Edited TO LabourRptRec(25:13)
           IF WS-Lab-Week-Flag(WS-Lab-Other-Sub) = "Y"
               MOVE WS-Lab-Week-Ratio(WS-Lab-Other-Sub) TO
                   WS-Lab-Ratio-Edited
               MOVE WS-Lab-Ratio-Edited TO LabourRptRec(40:6)
           ELSE
               MOVE "N/A" TO LabourRptRec(43:3)
           END-IF
           IF WS-Lab-Avg-Flag(WS-Lab-Other-Sub) = "Y"
               MOVE WS-Lab-Avg-Ratio(WS-Lab-Other-Sub) TO
                   WS-Lab-Ratio-Edited
               MOVE WS-Lab-Ratio-Edited TO LabourRptRec(48:6)
           ELSE
               MOVE "N/A" TO LabourRptRec(51:3)
           END-IF
           MOVE WS-Lab-Trend(WS-Lab-Other-Sub) TO LabourRptRec(56:7)
           IF WS-Lab-Target > 0 AND
                   WS-Lab-Avg-Flag(WS-Lab-Other-Sub) = "Y" AND
                   WS-Lab-Avg-Ratio(WS-Lab-Other-Sub) > WS-Lab-Target
               MOVE "OVER TARGET" TO LabourRptRec(65:11)
               ADD 1 TO WS-Lab-Region-Over
               ADD 1 TO WS-Lab-Over-Count
           END-IF
           WRITE LabourRptRec AFTER ADVANCING 1.

      * The week-over-week section - one line per store/job-code
      *    cell that moved more than the threshold against last
      *    week's snapshot. A brand-new store (or a first week with
      *    no snapshot at all) has nothing to compare against.
       WOW-VARIANCE-PARA.
           MOVE 0 TO WS-WoW-Flagged
           MOVE SPACES TO Salary-MinorHeader-Text
           MOVE "WEEK-OVER-WEEK VARIANCE" TO Salary-MinorHeader-Text
           WRITE Salary-MinorHeader AFTER ADVANCING 2
           IF WS-Prev-Count = 0
               MOVE "NO PRIOR-WEEK SNAPSHOT ON FILE" TO
                   Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
           ELSE
               IF WS-Prev-Week = WS-Week-Ending
                   MOVE "SNAPSHOT IS THIS SAME WEEK - SKIPPED" TO
                       Salary-MinorHeader-Text
                   WRITE Salary-MinorHeader AFTER ADVANCING 1
               ELSE
                   PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                           UNTIL WS-Store-Sub > WS-Store-Count
                       PERFORM WOW-STORE-PARA
                   END-PERFORM
                   IF WS-WoW-Flagged = 0
                       MOVE "NO CELL MOVED PAST THE THRESHOLD" TO
                           Salary-MinorHeader-Text
                       WRITE Salary-MinorHeader AFTER ADVANCING 1
                   END-IF
               END-IF
           END-IF.

       WOW-STORE-PARA.
           MOVE 0 TO WS-Prev-Find-Sub
           PERFORM VARYING WS-Prev-Sub FROM 1 BY 1
                   UNTIL WS-Prev-Sub > WS-Prev-Count
               IF WS-Prev-Store(WS-Prev-Sub) =
                       WS-Store-Number(WS-Store-Sub)
                   MOVE WS-Prev-Sub TO WS-Prev-Find-Sub
               END-IF
           END-PERFORM
           IF WS-Prev-Find-Sub NOT = 0
               PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                       UNTIL WS-Job-Sub > 4
                   PERFORM WOW-CELL-PARA
               END-PERFORM
           END-IF.

       WOW-CELL-PARA.
           IF WS-Prev-Total(WS-Prev-Find-Sub, WS-Job-Sub) > 0
               COMPUTE WS-WoW-Diff =
                   WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) -
                   WS-Prev-Total(WS-Prev-Find-Sub, WS-Job-Sub)
               IF WS-WoW-Diff < 0
                   COMPUTE WS-WoW-Diff = 0 - WS-WoW-Diff
               END-IF
               COMPUTE WS-WoW-Pct ROUNDED = (WS-WoW-Diff * 100) /
                   WS-Prev-Total(WS-Prev-Find-Sub, WS-Job-Sub)
               IF WS-WoW-Pct > WS-WoW-Threshold
                   ADD 1 TO WS-WoW-Flagged
                   MOVE SPACES TO Salary-MinorHeader-Text
                   MOVE WS-Store-Number(WS-Store-Sub) TO
                       WS-Store-Display
                   MOVE "STORE" TO Salary-MinorHeader-Text(1:5)
                   MOVE WS-Store-Display TO
                       Salary-MinorHeader-Text(7:4)
                   MOVE WS-JobCode-Name(WS-Job-Sub) TO
                       Salary-MinorHeader-Text(12:1)
                   MOVE WS-WoW-Pct TO WS-WoW-Pct-Edited
                   MOVE WS-WoW-Pct-Edited TO
                       Salary-MinorHeader-Text(14:6)
                   MOVE "PCT MOVE" TO Salary-MinorHeader-Text(21:8)
                   WRITE Salary-MinorHeader AFTER ADVANCING 1
                   MOVE WS-Prev-Total(WS-Prev-Find-Sub, WS-Job-Sub)
                       TO Out-JobCode-Total
                   WRITE Out-JobCode-Total-Rec
                   MOVE WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub)
                       TO Out-JobCode-Total
                   WRITE Out-JobCode-Total-Rec
               END-IF
           END-IF.

      * Loads the running year-to-date totals so this week's figures
      *    get added onto history instead of starting back at zero.
       YTD-LOAD-PARA.
           MOVE WS-YTD-Live-Name TO WS-YTD-Name
           MOVE 0 TO WS-YTDLoad-EOF-Flag
           OPEN INPUT YTDFILE
           IF ws-YTD-Status = "00"
               MOVE 0 TO YTD-Store
               MOVE LOW-VALUE TO YTD-Job
               START YTDFILE KEY IS GREATER THAN OR EQUAL TO
                       YTD-Key
                   INVALID KEY
                       SET YTD-LOAD-EOF TO TRUE
               END-START
               PERFORM YTD-LOAD-READ-PARA UNTIL YTD-LOAD-EOF
               CLOSE YTDFILE
           END-IF.

      * One cell off the indexed master into the in-memory table
      *    the reports walk - cells group back into store rows by
      *    the same first-seen shape the merge uses.
       YTD-LOAD-READ-PARA.
           READ YTDFILE NEXT RECORD
               AT END
                   SET YTD-LOAD-EOF TO TRUE
           END-READ
           IF NOT YTD-LOAD-EOF
               IF ws-YTD-Status NOT = "00"
                   SET YTD-LOAD-EOF TO TRUE
               ELSE
                   MOVE 0 TO WS-YTD-Store-Sub
                   PERFORM VARYING WS-YTD-Find-Sub FROM 1 BY 1
                           UNTIL WS-YTD-Find-Sub >
                                 WS-YTD-Store-Count
                       IF WS-YTD-Store-Number(WS-YTD-Find-Sub) =
                               YTD-Store
                           MOVE WS-YTD-Find-Sub TO WS-YTD-Store-Sub
                       END-IF
                   END-PERFORM
                   IF WS-YTD-Store-Sub = 0 AND
                           WS-YTD-Store-Count < WS-Max-YTD-Stores
                       ADD 1 TO WS-YTD-Store-Count
                       MOVE WS-YTD-Store-Count TO WS-YTD-Store-Sub
                       MOVE YTD-Store TO
                           WS-YTD-Store-Number(WS-YTD-Store-Sub)
                   END-IF
                   IF WS-YTD-Store-Sub NOT = 0
                       PERFORM VARYING WS-YTD-Col FROM 1 BY 1
                               UNTIL WS-YTD-Col > 4
                           IF WS-JobCode-Name(WS-YTD-Col) = YTD-Job
                               MOVE YTD-Amount TO
                                   WS-YTD-JobCode-Total(
                                   WS-YTD-Store-Sub, WS-YTD-Col)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * Adds this week's store/job-code totals into the year-to-date
      *    table (adding a new YTD row the first time a store shows
      *    up) and rewrites the master file.
       YTD-MERGE-PARA.
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count

               MOVE 0 TO WS-YTD-Store-Sub
               PERFORM VARYING WS-YTD-Find-Sub FROM 1 BY 1
                       UNTIL WS-YTD-Find-Sub > WS-YTD-Store-Count
                   IF WS-YTD-Store-Number(WS-YTD-Find-Sub) =
                       WS-Store-Number(WS-Store-Sub)
                       MOVE WS-YTD-Find-Sub TO WS-YTD-Store-Sub
                   END-IF
               END-PERFORM

               IF WS-YTD-Store-Sub = 0
                   IF WS-YTD-Store-Count < WS-Max-YTD-Stores
                       ADD 1 TO WS-YTD-Store-Count
                       MOVE WS-YTD-Store-Count TO WS-YTD-Store-Sub
                       MOVE WS-Store-Number(WS-Store-Sub) TO
                           WS-YTD-Store-Number(WS-YTD-Store-Sub)
                   END-IF
               END-IF

               IF WS-YTD-Store-Sub NOT = 0
                   PERFORM VARYING WS-Job-Sub FROM 1 BY 1 UNTIL
                           WS-Job-Sub > 4
                       ADD WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub)
                           TO WS-YTD-JobCode-Total(WS-YTD-Store-Sub,
                                                    WS-Job-Sub)
                           ROUNDED
                   END-PERFORM
               END-IF
           END-PERFORM

      * Only the cells this week actually touched go back - a
      *    per-cell REWRITE against the staged copy of the master,
      *    promoted at commit, instead of the old whole-blob write.
           PERFORM YTD-STAGE-OPEN-PARA
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               PERFORM YTD-CELL-WRITEBACK-PARA
                   VARYING WS-Job-Sub FROM 1 BY 1
                   UNTIL WS-Job-Sub > 4
           END-PERFORM
           CLOSE YTDFILE.

      * Seeds the staging copy from the live master and opens it
      *    for update - the first run ever just starts it empty.
       YTD-STAGE-OPEN-PARA.
           MOVE "cp DataFiles/Assignment#6_YTDMaster.dat "-
                "DataFiles/Assignment#6_YTDMaster.dat.stg "-
                "2>/dev/null" TO WS-Commit-Command
           CALL 'SYSTEM' USING WS-Commit-Command
           MOVE WS-YTD-Stage-Name TO WS-YTD-Name
           OPEN I-O YTDFILE
           IF ws-YTD-Status NOT = "00"
               OPEN OUTPUT YTDFILE
               CLOSE YTDFILE
               OPEN I-O YTDFILE
           END-IF.

      * One cell - the in-memory table holds the merged absolute
      *    figure, so the cell is simply set to it, written fresh
      *    the first time the store/job code ever appears.
       YTD-CELL-WRITEBACK-PARA.
           MOVE 0 TO WS-YTD-Store-Sub
           PERFORM VARYING WS-YTD-Find-Sub FROM 1 BY 1
                   UNTIL WS-YTD-Find-Sub > WS-YTD-Store-Count
               IF WS-YTD-Store-Number(WS-YTD-Find-Sub) =
                       WS-Store-Number(WS-Store-Sub)
                   MOVE WS-YTD-Find-Sub TO WS-YTD-Store-Sub
               END-IF
           END-PERFORM
           IF WS-YTD-Store-Sub NOT = 0
               MOVE WS-Store-Number(WS-Store-Sub) TO YTD-Store
               MOVE WS-JobCode-Name(WS-Job-Sub) TO YTD-Job
               MOVE WS-YTD-JobCode-Total(WS-YTD-Store-Sub,
                   WS-Job-Sub) TO YTD-Amount
               REWRITE YTDRec
                   INVALID KEY
                       WRITE YTDRec
               END-REWRITE
           END-IF.

      * Looks for a checkpoint left behind by a prior abended run and,
      *    if one is found, restores the counts/totals it held so the
      *    rerun picks up where it left off instead of starting over.
       RESTART-CHECK-PARA.
           MOVE 1 TO WS-Ckpt-RelKey
           OPEN INPUT CHECKPOINTFILE
           IF ws-Ckpt-Status = "00"
               READ CHECKPOINTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      * A checkpoint from some other week is stale - resuming from
      *    it would splice two different weeks together.
                       IF Ckpt-EmpID > 0 AND
                               Ckpt-WeekEnding NOT = WS-Week-Ending
                           DISPLAY " "
                           DISPLAY "*** CHECKPOINT ON FILE IS FOR "-
                                   "WEEK ", Ckpt-WeekEnding,
                                   " - IGNORED ***"
                       ELSE
                       IF Ckpt-EmpID > 0
                           MOVE Ckpt-EmpID TO WS-Checkpoint-EmpID
                           MOVE Ckpt-StoreKey TO WS-Checkpoint-Store
                           MOVE Ckpt-RecordCount TO ws-record-count
                           MOVE Ckpt-TotalSalary TO
                               ws-Total-Salary-Read
                           MOVE Ckpt-StoreCount TO WS-Store-Count
                           MOVE Ckpt-GiftCount TO WS-Gift-Count
                           MOVE Ckpt-GiftSales TO WS-Gift-Sales-Total
                           MOVE Ckpt-RejectCount TO WS-Reject-Count
                           MOVE Ckpt-GiftBonusTotal TO
                               WS-Gift-Bonus-Total
                           MOVE Ckpt-GhostCount TO WS-Ghost-Count
                           MOVE Ckpt-TermedCount TO WS-Termed-Count
                           MOVE Ckpt-VarianceCount TO
                               WS-Variance-Count
                           MOVE Ckpt-BadStoreCount TO
                               WS-BadStore-Count
                           MOVE Ckpt-CatalogCost TO
                               WS-Catalog-Cost-Total
                           MOVE Ckpt-BankCount TO WS-Bank-Count
                           MOVE Ckpt-BankTotal TO WS-Bank-Total
                           MOVE Ckpt-PaperCount TO WS-Paper-Count
                           MOVE Ckpt-Table-Data TO
                               WS-Store-Totals-Table
                           MOVE Ckpt-Reject-Data TO
                               WS-Reject-Table
                           SET RESTART-RUN TO TRUE
                       END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINTFILE
           END-IF.

      * Opens CHECKPOINTFILE once for the whole run, in place of the
      *    open/write/close every CHECKPOINT-SAVE-PARA call used to do
      *    per input record. A checkpoint record always exists at
      *    relative record 1 by the time this returns, so every save
      *    for the rest of the run is a plain REWRITE by key.
       CHECKPOINT-OPEN-PARA.
           MOVE 1 TO WS-Ckpt-RelKey
           OPEN I-O CHECKPOINTFILE
           IF ws-Ckpt-Status NOT = "00"
               OPEN OUTPUT CHECKPOINTFILE
               MOVE 0 TO Ckpt-EmpID
               MOVE 0 TO Ckpt-StoreKey
               MOVE 0 TO Ckpt-RecordCount
               MOVE 0 TO Ckpt-TotalSalary
               MOVE 0 TO Ckpt-StoreCount
               MOVE 0 TO Ckpt-GiftCount
               MOVE 0 TO Ckpt-GiftSales
               MOVE 0 TO Ckpt-RejectCount
               MOVE 0 TO Ckpt-GiftBonusTotal
               MOVE 0 TO Ckpt-GhostCount
               MOVE 0 TO Ckpt-TermedCount
               MOVE 0 TO Ckpt-VarianceCount
               MOVE 0 TO Ckpt-BadStoreCount
               MOVE 0 TO Ckpt-WeekEnding
               MOVE 0 TO Ckpt-CatalogCost
               MOVE 0 TO Ckpt-BankCount
               MOVE 0 TO Ckpt-BankTotal
               MOVE 0 TO Ckpt-PaperCount
               MOVE SPACES TO Ckpt-Table-Data
               MOVE SPACES TO Ckpt-Reject-Data
               WRITE CheckpointRec
               CLOSE CHECKPOINTFILE
               MOVE 1 TO WS-Ckpt-RelKey
               OPEN I-O CHECKPOINTFILE
           END-IF.

      * Saves the In-EmpID just finished plus the running counts and
      *    totals, overwriting the prior checkpoint record.
       CHECKPOINT-SAVE-PARA.
           MOVE In-EmpID TO Ckpt-EmpID
           MOVE In-EmpStoreNumber TO Ckpt-StoreKey
           MOVE ws-record-count TO Ckpt-RecordCount
           MOVE ws-Total-Salary-Read TO Ckpt-TotalSalary
           MOVE WS-Store-Count TO Ckpt-StoreCount
           MOVE WS-Gift-Count TO Ckpt-GiftCount
           MOVE WS-Gift-Sales-Total TO Ckpt-GiftSales
           MOVE WS-Reject-Count TO Ckpt-RejectCount
           MOVE WS-Gift-Bonus-Total TO Ckpt-GiftBonusTotal
           MOVE WS-Ghost-Count TO Ckpt-GhostCount
           MOVE WS-Termed-Count TO Ckpt-TermedCount
           MOVE WS-Variance-Count TO Ckpt-VarianceCount
           MOVE WS-BadStore-Count TO Ckpt-BadStoreCount
           MOVE WS-Week-Ending TO Ckpt-WeekEnding
           MOVE WS-Catalog-Cost-Total TO Ckpt-CatalogCost
           MOVE WS-Bank-Count TO Ckpt-BankCount
           MOVE WS-Bank-Total TO Ckpt-BankTotal
           MOVE WS-Paper-Count TO Ckpt-PaperCount
           MOVE WS-Store-Totals-Table TO Ckpt-Table-Data
           MOVE WS-Reject-Table TO Ckpt-Reject-Data
           MOVE 1 TO WS-Ckpt-RelKey
           REWRITE CheckpointRec.

      * Clears the checkpoint once the whole weekly file has been
      *    read, so next week's run starts clean instead of thinking
      *    it needs to resume.
       CHECKPOINT-RESET-PARA.
           MOVE 0 TO Ckpt-EmpID
           MOVE 0 TO Ckpt-StoreKey
           MOVE 0 TO Ckpt-RecordCount
           MOVE 0 TO Ckpt-TotalSalary
           MOVE 0 TO Ckpt-StoreCount
           MOVE 0 TO Ckpt-GiftCount
           MOVE 0 TO Ckpt-GiftSales
           MOVE 0 TO Ckpt-RejectCount
           MOVE 0 TO Ckpt-GiftBonusTotal
           MOVE 0 TO Ckpt-GhostCount
           MOVE 0 TO Ckpt-TermedCount
           MOVE 0 TO Ckpt-VarianceCount
           MOVE 0 TO Ckpt-BadStoreCount
           MOVE 0 TO Ckpt-WeekEnding
           MOVE 0 TO Ckpt-CatalogCost
           MOVE 0 TO Ckpt-BankCount
           MOVE 0 TO Ckpt-BankTotal
           MOVE 0 TO Ckpt-PaperCount
           MOVE SPACES TO Ckpt-Table-Data
           MOVE SPACES TO Ckpt-Reject-Data
           MOVE 1 TO WS-Ckpt-RelKey
           REWRITE CheckpointRec
           CLOSE CHECKPOINTFILE.

       INSTRUCT-PARA.
           display " "
           display " "
           DISPLAY "---------------------------------------------------"
           display "Welcome! This program will take input from a file."
           display "> DataFiles\Assignment#6_WeeklySalaryDataFile.dat"
           display " "
           display "It will display the data to the screen. [Ex1]"
           display " "
           display "It will then take all Salespeople's Data with over"
           display "$100,000 in sales, and write those individuals to"
           display "file. They will recieve a gift later. [Ex3]"
           display "> DataFiles\SalespersonRecognition.rpt."
           display " "
           display "Finally, it will total up all of the employee's"
           display "Salaries for each store, break it down into "
           display "Job Types, and write the totals to file, by store,"
           display "as per instructions. [Ex4]"
           display "> DataFiles\SalaryExpense.rpt"
           DISPLAY "---------------------------------------------------"
           display " "
           PERFORM CONTINUE-PARA.
      
       
      * This is called until EOF is reached... 
       FILE-DISPLAY.
           Perform FILE-READ.
       
      * Reads the Data File.
      * While we are here, we also do the Gift Output, since the 
      *    data is already being accessed. 
       FILE-READ.
      * The first call after a fresh run's priming read just consumes
      *    the record PRIME-READ-PARA already fetched, instead of
      *    reading past it.
           IF RECORD-PRIMED
               MOVE "N" TO WS-Record-Primed-Flag
           ELSE
               READ INFILE
                   AT END
                       SET EOF to true
                       SET ws-EOF TO 1
               END-READ
               IF ws-InFile-Status NOT = "00" AND
                       ws-InFile-Status NOT = "10"
                   DISPLAY " "
                   DISPLAY "*** ERROR READING WEEKLY SALARY FILE, "-
                           "STATUS: ", ws-InFile-Status, " ***"
                   MOVE "A06-003" TO Evt-MsgID
                   MOVE "E" TO Evt-Severity
                   MOVE ws-InFile-Status TO Evt-Status
                   MOVE "ERROR READING WEEKLY SALARY FILE"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   SET EOF TO TRUE
                   SET ws-EOF TO 1
               END-IF
           END-IF


           IF ws-EOF = 0
      * Display Record as per Excercise 1
               display InRec
               ADD 1 TO ws-record-count
               ADD In-EmpWeeklySalary TO ws-Total-Salary-Read
                   ROUNDED

      * An In-EmpID with no Employee Master record gets its own
      *    exception line and goes no further - not into the gift
      *    report, not into the store totals.
               PERFORM MASTER-CHECK-PARA
               IF MASTER-MISSING
                   PERFORM WRITE-MASTER-EXCEPTION-PARA
               ELSE
      * A master in another pay group is left for its own group's
      *    run, and a record this group's period can't pay as keyed
      *    is reported rather than guessed at.
                   PERFORM PAYGROUP-CHECK-PARA
                   IF WS-PayGroup-Reason NOT = SPACES
                       PERFORM WRITE-PAYGROUP-EXCEPTION-PARA
                   ELSE
      * A termination dated before the week even began means this
      *    record is a stale leftover on the feed - report it, don't
      *    pay it. A mid-week termination still gets its final week.
                       IF MASTER-AVAILABLE AND EMP-TERMINATED AND
                               Emp-Term-Date-Num > 0 AND
                               Emp-Term-Date-Num < WS-Week-Start
                           PERFORM WRITE-TERMED-EXCEPTION-PARA
                       ELSE
      * Someone the final-pay run already paid out had their last
      *    week prorated there - paying it again off the feed
      *    would pay it twice.
                           IF MASTER-AVAILABLE AND EMP-TERMINATED
                               MOVE In-EmpID TO WS-FinalPay-Lookup-ID
                               PERFORM FINALPAY-FIND-PARA
                           ELSE
                               MOVE "N" TO WS-FinalPay-Found-Flag
                           END-IF
                           IF FINAL-PAY-SETTLED
                               PERFORM WRITE-SETTLED-EXCEPTION-PARA
                           ELSE
      * A changed EmpID means the previous person's portions are
      *    all in - settle them before this record starts a new
      *    accumulation.
                               IF In-EmpID NOT = WS-Person-EmpID
                                   PERFORM PERSON-SETTLE-PARA
                                   PERFORM PERSON-START-PARA
                               END-IF
      * Begin Gift Output, as per Excercise 3
                               IF In-EmpJobCode = "S" AND
                                   In-EmpSalesAmount >=
                                   WS-Gift-Threshold
                                   Perform FILE-WRITE-GIFT
                               END-IF

      * The program doesn't like adding Ins to Outs, so...
      *    We use some Temp variables to add them together.
      *    I dunno. It was acting strange.
                               PERFORM GROSS-PAY-PARA
                               PERFORM OT-APPROVAL-PARA
                               PERFORM HOLIDAY-PAY-PARA
                               MOVE In-EmpJobCode TO ws-JobCode

      *    Begin Excercise 4.
                               PERFORM TOTAL-SALARY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF ws-EOF = 0
               PERFORM CHECKPOINT-SAVE-PARA
           END-IF.
        

      * Excercise 2
       FILE-WRITE-GIFT.
           PERFORM FORMAT-NAME-PARA
           PERFORM FIND-CORRECTION-PARA
           MOVE In-EmpStoreNumber TO Out-EmpStoreNumber
           SET GIFT-REGULAR TO TRUE

           IF WS-Cor-Find-Sub NOT = 0
               IF COR-VOID(WS-Cor-Find-Sub)
                   SET GIFT-VOIDED TO TRUE
               ELSE
                   IF COR-CORRECTION(WS-Cor-Find-Sub)
                       SET GIFT-CORRECTED TO TRUE
                       MOVE WS-Cor-StoreNumber(WS-Cor-Find-Sub) TO
                           Out-EmpStoreNumber
                   END-IF
               END-IF
           END-IF

           PERFORM RECOG-CHECK-PARA
           IF PRIOR-WINNER AND NOT GIFT-VOIDED
               ADD 1 TO WS-Repeat-Count
           END-IF

      * A suppressed repeat goes no further - no report line, no
      *    counts, and certainly no second gift on the order.
           IF PRIOR-WINNER AND SUPPRESS-REPEATS AND NOT GIFT-VOIDED
               CONTINUE
           ELSE
               IF PRIOR-WINNER AND GIFT-REGULAR
                   SET GIFT-REPEAT TO TRUE
               END-IF
               MOVE 0 TO WS-Gift-Bonus
               IF NOT GIFT-VOIDED
                   PERFORM FIND-COMMISSION-PARA
                   IF WS-Comm-Find-Sub NOT = 0
                       COMPUTE WS-Gift-Bonus ROUNDED =
                           In-EmpSalesAmount *
                           WS-Comm-Rate(WS-Comm-Find-Sub)
                   END-IF
               END-IF
               MOVE WS-Gift-Bonus TO Out-Gift-Bonus

      * The line itself goes to the sort work file - the report gets
      *    written in surname order once the whole week is in.
               MOVE In-EmpLastName TO GW-Surname
               MOVE Out-EmpStoreNumber TO GW-Store
               MOVE OutGiftRec TO GW-Image
               WRITE GiftWorkRec

               IF NOT GIFT-VOIDED
                   ADD 1 TO WS-Gift-Count
                   IF GIFT-CORRECTED
                       ADD WS-Cor-SalesAmount(WS-Cor-Find-Sub) TO
                           WS-Gift-Sales-Total
                   ELSE
                       ADD In-EmpSalesAmount TO WS-Gift-Sales-Total
                   END-IF
                   ADD WS-Gift-Bonus TO WS-Gift-Bonus-Total
      * The bonus is paid as earnings in this same run, and a new
      *    winner's gift goes onto taxable income at its catalog
      *    cost - both settle with the person's pay.
                   ADD WS-Gift-Bonus TO WS-Person-Bonus
      * Only a genuinely new winner gets a gift ordered and goes on
      *    the register.
                   IF NOT PRIOR-WINNER
                       PERFORM GIFT-ORDER-PARA
                       IF WS-Cat-Find-Sub NOT = 0
                           ADD WS-Cat-Cost(WS-Cat-Find-Sub) TO
                               WS-Person-Gift-Value
                       END-IF
                       PERFORM RECOG-ADD-PARA
                       PERFORM LETTER-WRITE-PARA
                   END-IF
               END-IF
           END-IF.

      * Looks up a pending void/correction record for the employee
      *    currently being written, by EmpID. WS-Cor-Find-Sub is 0
      *    when there's no outstanding correction for this employee.
       FIND-CORRECTION-PARA.
           MOVE 0 TO WS-Cor-Find-Sub
           MOVE 1 TO WS-BS-Lo
           MOVE WS-Correction-Count TO WS-BS-Hi
           PERFORM UNTIL WS-BS-Lo > WS-BS-Hi
               COMPUTE WS-BS-Mid = (WS-BS-Lo + WS-BS-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Cor-EmpID(WS-BS-Mid) = In-EmpID
                       MOVE WS-BS-Mid TO WS-Cor-Find-Sub
                       COMPUTE WS-BS-Lo = WS-BS-Hi + 1
                   WHEN WS-Cor-EmpID(WS-BS-Mid) < In-EmpID
                       COMPUTE WS-BS-Lo = WS-BS-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-BS-Hi = WS-BS-Mid - 1
               END-EVALUATE
           END-PERFORM.

      * Looks up the best-qualifying commission tier for the employee's
      *    job code in the table COMMISSION-LOAD-PARA built at startup -
      *    only rows already in effect for the week being processed
      *    count, the highest qualifying tier wins, and where the same
      *    tier appears more than once the latest effective date takes
      *    it - that's what lets next quarter's rates sit in the file
      *    ahead of time. Leaves WS-Comm-Find-Sub at 0 when the job
      *    code isn't in the table or no tier is met, so no bonus is
      *    paid.
       FIND-COMMISSION-PARA.
           MOVE 0 TO WS-Comm-Find-Sub
           PERFORM COMM-RANGE-PARA
           IF WS-Comm-Range-Lo NOT = 0
               PERFORM VARYING WS-Commission-Sub FROM
                       WS-Comm-Range-Lo BY 1
                       UNTIL WS-Commission-Sub > WS-Comm-Range-Hi
                   IF WS-Comm-Tier(WS-Commission-Sub) <=
                           In-EmpSalesAmount
                       AND WS-Comm-Effective(WS-Commission-Sub) <=
                           WS-Week-Ending
                       IF WS-Comm-Find-Sub = 0
                           OR WS-Comm-Tier(WS-Commission-Sub) >
                              WS-Comm-Tier(WS-Comm-Find-Sub)
                           OR (WS-Comm-Tier(WS-Commission-Sub) =
                               WS-Comm-Tier(WS-Comm-Find-Sub)
                               AND
                               WS-Comm-Effective(WS-Commission-Sub) >
                               WS-Comm-Effective(WS-Comm-Find-Sub))
                           MOVE WS-Commission-Sub TO WS-Comm-Find-Sub
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Binary-searches the sorted commission table for any row with
      *    this employee's job code, then widens to the job code's
      *    whole slice - the tier/effective scan above only ever
      *    walks that slice.
       COMM-RANGE-PARA.
           MOVE 0 TO WS-Comm-Range-Lo
           MOVE 0 TO WS-Comm-Range-Hi
           MOVE 1 TO WS-BS-Lo
           MOVE WS-Commission-Count TO WS-BS-Hi
           PERFORM UNTIL WS-BS-Lo > WS-BS-Hi
               COMPUTE WS-BS-Mid = (WS-BS-Lo + WS-BS-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Comm-JobCode(WS-BS-Mid) = In-EmpJobCode
                       MOVE WS-BS-Mid TO WS-Comm-Range-Lo
                       MOVE WS-BS-Mid TO WS-Comm-Range-Hi
                       COMPUTE WS-BS-Lo = WS-BS-Hi + 1
                   WHEN WS-Comm-JobCode(WS-BS-Mid) < In-EmpJobCode
                       COMPUTE WS-BS-Lo = WS-BS-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-BS-Hi = WS-BS-Mid - 1
               END-EVALUATE
           END-PERFORM
           IF WS-Comm-Range-Lo NOT = 0
               PERFORM UNTIL WS-Comm-Range-Lo = 1 OR
                       WS-Comm-JobCode(WS-Comm-Range-Lo - 1) NOT =
                           In-EmpJobCode
                   SUBTRACT 1 FROM WS-Comm-Range-Lo
               END-PERFORM
               PERFORM UNTIL WS-Comm-Range-Hi = WS-Commission-Count
                       OR WS-Comm-JobCode(WS-Comm-Range-Hi + 1) NOT =
                           In-EmpJobCode
                   ADD 1 TO WS-Comm-Range-Hi
               END-PERFORM
           END-IF.

      * Builds Out-EmpName as "Last, First" instead of printing the
      *    last/first fields side by side as two raw columns. If the
      *    combined name is too long for Out-EmpName, the STRING still
      *    fills in as much as fits - this just makes sure that gets
      *    flagged on the console instead of going out silently
      *    truncated with nobody the wiser.
       FORMAT-NAME-PARA.
           MOVE SPACES TO Out-EmpName
           MOVE "N" TO WS-Name-Overflow-Flag
           MOVE 1 TO WS-Name-Ptr
           STRING In-EmpLastName DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               In-EmpFirstName DELIMITED BY SPACE
               INTO Out-EmpName
               WITH POINTER WS-Name-Ptr
               ON OVERFLOW
                   MOVE "Y" TO WS-Name-Overflow-Flag
           END-STRING

           IF NAME-TRUNCATED
               DISPLAY "NAME TOO LONG FOR REPORT, TRUNCATED - EMPID: ",
                       In-EmpID
               MOVE "A06-001" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE In-EmpID TO Evt-EmpID
               MOVE "NAME TRUNCATED ON RECOGNITION REPORT"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Correction-only run: apply CORRECTIONFILE against the weekly
      *    file by EmpID and append just the affected employees' lines
      *    to OutGift.rpt, instead of the full DATA-PRESET/FILE-DISPLAY
      *    batch flow re-reading (and PROG's normal-mode OPEN OUTPUT
      *    re-truncating) the whole week just to re-post one or two
      *    corrected/voided entries.
       CORRECTION-ONLY-PARA.
           PERFORM CORRECTION-LOAD-PARA
           PERFORM COMMISSION-LOAD-PARA
           OPEN INPUT INFILE
           IF ws-InFile-Status NOT = "00"
               DISPLAY " "
               DISPLAY "*** COULD NOT OPEN WEEKLY SALARY FILE, "-
                       "STATUS: ", ws-InFile-Status, " ***"
               DISPLAY "Correction-only run cannot continue."
           ELSE
               IF WS-Correction-Count = 0
                   DISPLAY " "
                   DISPLAY "*** NO CORRECTIONFILE ENTRIES TO APPLY ***"
               ELSE
      * OutGift.rpt already exists with its header and trailer line
      *    from the week's normal-mode run - OPEN EXTEND appends these
      *    corrected lines after that trailer instead of truncating
      *    and rebuilding the whole report, the same assumption the
      *    restart path in DATA-PRESET already makes about OUTGIFT.
      * Stale staging from a crashed weekly run must not ride this
      *    mode's commit over the live files.
                   MOVE "rm -f DataFiles/*.stg"
                       TO WS-Commit-Command
                   CALL 'SYSTEM' USING WS-Commit-Command
                   MOVE "cp DataFiles/SalespersonRecognition.rpt "-
                        "DataFiles/SalespersonRecognition.rpt.stg "-
                        "2>/dev/null" TO WS-Commit-Command
                   CALL 'SYSTEM' USING WS-Commit-Command
      * A bonus or gift that already went through the week's pay is
      *    reversed through payroll too - the difference is queued
      *    against the pay history for the next weekly run.
                   MOVE "cp DataFiles/Assignment#6_RecogReversals.dat "-
                        "DataFiles/Assignment#6_RecogReversals.dat.stg"-
                        " 2>/dev/null" TO WS-Commit-Command
                   CALL 'SYSTEM' USING WS-Commit-Command
                   PERFORM CONTROL-READ-PARA
                   PERFORM PAYHIST-OPEN-PARA
                   PERFORM RECOGREV-LOAD-PARA
                   MOVE 0 TO WS-RecogRev-Logged
                   OPEN EXTEND OUTGIFT
                   MOVE 0 TO WS-Cor-Applied-Count
                   MOVE 0 TO WS-Cor-Skipped-Count
      * The file is keyed employee plus store now - one correction
      *    entry covers every store-portion record the employee
      *    has, positioned to and read forward until the ID changes.
                   PERFORM CORRECTION-ONLY-ONE-PARA
                       VARYING WS-Cor-Apply-Sub FROM 1 BY 1
                       UNTIL WS-Cor-Apply-Sub > WS-Correction-Count
                   CLOSE OUTGIFT
                   IF WS-RecogRev-Logged > 0
                       PERFORM RECOGREV-SAVE-PARA
                   END-IF
                   IF PAYHIST-AVAILABLE
                       CLOSE PAYHISTFILE
                   END-IF
                   IF EMPYTD-AVAILABLE
                       CLOSE EMPYTDFILE
                   END-IF
                   PERFORM COMMIT-OUTPUTS-PARA
                   DISPLAY " "
                   DISPLAY "Correction-only run complete - ",
                       WS-Cor-Applied-Count, " line(s) appended to "-
                       "OutGift.rpt, ", WS-Cor-Skipped-Count,
                       " skipped for no matching weekly record."
                   DISPLAY WS-RecogRev-Logged, " bonus/gift "-
                       "reversal(s) queued for the next weekly pay."
               END-IF
               CLOSE INFILE
           END-IF.

      * One correction entry - position to the employee's first
      *    store-portion record and walk forward until the ID
      *    changes, appending a corrected line per portion found.
       CORRECTION-ONLY-ONE-PARA.
           MOVE WS-Cor-EmpID(WS-Cor-Apply-Sub) TO In-EmpID
           MOVE 0 TO In-EmpStoreNumber
           MOVE 0 TO WS-CorOnly-Found
           MOVE 0 TO WS-CorOnly-Bonus
           MOVE 0 TO WS-CorOnly-EOF-Flag
           START INFILE KEY IS GREATER THAN OR EQUAL TO In-Emp-Key
               INVALID KEY
                   SET COR-ONLY-EOF TO TRUE
           END-START
           PERFORM CORRECTION-ONLY-READ-PARA UNTIL COR-ONLY-EOF
           IF WS-CorOnly-Found = 0
               ADD 1 TO WS-Cor-Skipped-Count
               DISPLAY "EMPID ", WS-Cor-EmpID(WS-Cor-Apply-Sub),
                   " NOT FOUND ON WEEKLY FILE - SKIPPED."
           ELSE
               PERFORM RECOGREV-CORRECT-PARA
           END-IF.

       CORRECTION-ONLY-READ-PARA.
           READ INFILE NEXT RECORD
               AT END
                   SET COR-ONLY-EOF TO TRUE
           END-READ
           IF NOT COR-ONLY-EOF
               IF ws-InFile-Status NOT = "00" OR
                       In-EmpID NOT =
                       WS-Cor-EmpID(WS-Cor-Apply-Sub)
                   SET COR-ONLY-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CorOnly-Found
                   ADD 1 TO WS-Cor-Applied-Count
                   PERFORM CORRECTION-ONLY-WRITE-PARA
               END-IF
           END-IF.

      * Same per-employee formatting/tagging/bonus logic FILE-WRITE-GIFT
      *    uses for the normal weekly pass, minus the running totals
      *    (WS-Gift-Count/WS-Gift-Sales-Total/WS-Gift-Bonus-Total) -
      *    those already reflect the week's original normal-mode run
      *    and GIFT-TRAILER-PARA has already printed them, so a
      *    correction-only line must not be counted into them again.
       CORRECTION-ONLY-WRITE-PARA.
           PERFORM FORMAT-NAME-PARA
           PERFORM FIND-CORRECTION-PARA
           MOVE In-EmpStoreNumber TO Out-EmpStoreNumber
           SET GIFT-REGULAR TO TRUE

           IF WS-Cor-Find-Sub NOT = 0
               IF COR-VOID(WS-Cor-Find-Sub)
                   SET GIFT-VOIDED TO TRUE
               ELSE
                   IF COR-CORRECTION(WS-Cor-Find-Sub)
                       SET GIFT-CORRECTED TO TRUE
                       MOVE WS-Cor-StoreNumber(WS-Cor-Find-Sub) TO
                           Out-EmpStoreNumber
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-Gift-Bonus
           IF NOT GIFT-VOIDED
               PERFORM FIND-COMMISSION-PARA
               IF WS-Comm-Find-Sub NOT = 0
                   COMPUTE WS-Gift-Bonus ROUNDED =
                       In-EmpSalesAmount *
                       WS-Comm-Rate(WS-Comm-Find-Sub)
               END-IF
           END-IF
           MOVE WS-Gift-Bonus TO Out-Gift-Bonus
           ADD WS-Gift-Bonus TO WS-CorOnly-Bonus

           WRITE OutGiftRec AFTER ADVANCING 1.

      * Loads the bonus/gift reversal file off its staged copy.
      *    Optional - no file, nothing waiting. A file bigger than
      *    the table is never written back, or the rows past the
      *    end would be lost.
       RECOGREV-LOAD-PARA.
           MOVE 0 TO WS-RecogRev-Count
           MOVE 0 TO WS-RecogRev-Dropped
           MOVE 0 TO WS-RecogRev-EOF-Flag
           OPEN INPUT RECOGREVFILE
           IF ws-RecogRev-Status = "00"
               PERFORM RECOGREV-READ-PARA UNTIL RECOGREV-EOF
               CLOSE RECOGREVFILE
           END-IF
           IF WS-RecogRev-Dropped > 0
               DISPLAY " "
               DISPLAY "*** BONUS/GIFT REVERSAL FILE OVER ",
                       WS-Max-RecogRev, " ROWS - ",
                       WS-RecogRev-Dropped, " NOT LOADED ***"
               MOVE "A06-054" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE "BONUS REVERSAL TABLE FULL - NOT UPDATED"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           END-IF.

       RECOGREV-READ-PARA.
           READ RECOGREVFILE
               AT END
                   SET RECOGREV-EOF TO TRUE
               NOT AT END
                   IF WS-RecogRev-Count < WS-Max-RecogRev
                       ADD 1 TO WS-RecogRev-Count
                       MOVE RRv-EmpID TO
                           WS-RRv-EmpID(WS-RecogRev-Count)
                       MOVE RRv-WeekEnding TO
                           WS-RRv-WeekEnding(WS-RecogRev-Count)
                       MOVE RRv-Action TO
                           WS-RRv-Action(WS-RecogRev-Count)
                       MOVE RRv-Paid-Bonus TO
                           WS-RRv-Paid-Bonus(WS-RecogRev-Count)
                       MOVE RRv-Paid-Benefit TO
                           WS-RRv-Paid-Benefit(WS-RecogRev-Count)
                       MOVE RRv-Correct-Bonus TO
                           WS-RRv-Correct-Bonus(WS-RecogRev-Count)
                       MOVE RRv-Correct-Benefit TO
                           WS-RRv-Correct-Benefit(WS-RecogRev-Count)
                       MOVE RRv-Applied-Week TO
                           WS-RRv-Applied-Week(WS-RecogRev-Count)
                       MOVE "N" TO WS-RRv-Hit(WS-RecogRev-Count)
                   ELSE
                       ADD 1 TO WS-RecogRev-Dropped
                   END-IF
           END-READ.

      * Writes the whole table back over the staged copy.
       RECOGREV-SAVE-PARA.
           IF WS-RecogRev-Dropped = 0
               OPEN OUTPUT RECOGREVFILE
               PERFORM RECOGREV-WRITE-PARA
                   VARYING WS-RecogRev-Sub FROM 1 BY 1
                   UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
               CLOSE RECOGREVFILE
           END-IF.

       RECOGREV-WRITE-PARA.
           MOVE WS-RRv-EmpID(WS-RecogRev-Sub) TO RRv-EmpID
           MOVE WS-RRv-WeekEnding(WS-RecogRev-Sub) TO RRv-WeekEnding
           MOVE WS-RRv-Action(WS-RecogRev-Sub) TO RRv-Action
           MOVE WS-RRv-Paid-Bonus(WS-RecogRev-Sub) TO RRv-Paid-Bonus
           MOVE WS-RRv-Paid-Benefit(WS-RecogRev-Sub) TO
               RRv-Paid-Benefit
           MOVE WS-RRv-Correct-Bonus(WS-RecogRev-Sub) TO
               RRv-Correct-Bonus
           MOVE WS-RRv-Correct-Benefit(WS-RecogRev-Sub) TO
               RRv-Correct-Benefit
           MOVE WS-RRv-Applied-Week(WS-RecogRev-Sub) TO
               RRv-Applied-Week
           WRITE RecogRevRec.

      * Correction-only run: one corrected or voided employee. When
      *    the week's pay already carried a bonus or a gift, what
      *    should have been paid is set against what was, and the
      *    difference is queued for the next weekly pay. A second
      *    correction before that pay replaces the waiting row; one
      *    after it chains on from what the first put right.
       RECOGREV-CORRECT-PARA.
           IF PAYHIST-AVAILABLE AND WS-Week-Ending > 0
               MOVE WS-Cor-EmpID(WS-Cor-Apply-Sub) TO PayH-EmpID
               MOVE WS-Week-Ending TO PayH-WeekEnding
               READ PAYHISTFILE
                   INVALID KEY
                       MOVE 0 TO PayH-Bonus
                       MOVE 0 TO PayH-Taxable-Ben
               END-READ
               MOVE 0 TO WS-RecogRev-Find-Sub
               PERFORM VARYING WS-RecogRev-Sub FROM 1 BY 1
                       UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
                   IF WS-RRv-EmpID(WS-RecogRev-Sub) =
                           WS-Cor-EmpID(WS-Cor-Apply-Sub) AND
                           WS-RRv-WeekEnding(WS-RecogRev-Sub) =
                           WS-Week-Ending
                       MOVE WS-RecogRev-Sub TO WS-RecogRev-Find-Sub
                   END-IF
               END-PERFORM
               PERFORM RECOGREV-BASE-PARA
               IF WS-RRv-Base-Bonus > 0 OR WS-RRv-Base-Benefit > 0
                   PERFORM RECOGREV-QUEUE-PARA
               END-IF
           END-IF.

      * What the week actually paid before this correction - the
      *    waiting row's original figures, the last applied row's
      *    corrected ones, or, first time round, the pay history
      *    less anything an older reversal put through that week.
       RECOGREV-BASE-PARA.
           IF WS-RecogRev-Find-Sub = 0
               MOVE PayH-Bonus TO WS-RRv-Base-Bonus
               MOVE PayH-Taxable-Ben TO WS-RRv-Base-Benefit
               PERFORM VARYING WS-RecogRev-Sub FROM 1 BY 1
                       UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
                   IF WS-RRv-EmpID(WS-RecogRev-Sub) =
                           WS-Cor-EmpID(WS-Cor-Apply-Sub) AND
                           WS-RRv-Applied-Week(WS-RecogRev-Sub) =
                           WS-Week-Ending
                       COMPUTE WS-RRv-Base-Bonus = WS-RRv-Base-Bonus
                           - WS-RRv-Correct-Bonus(WS-RecogRev-Sub)
                           + WS-RRv-Paid-Bonus(WS-RecogRev-Sub)
                       COMPUTE WS-RRv-Base-Benefit =
                           WS-RRv-Base-Benefit
                           - WS-RRv-Correct-Benefit(WS-RecogRev-Sub)
                           + WS-RRv-Paid-Benefit(WS-RecogRev-Sub)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-RRv-Applied-Week(WS-RecogRev-Find-Sub) = 0
                   MOVE WS-RRv-Paid-Bonus(WS-RecogRev-Find-Sub) TO
                       WS-RRv-Base-Bonus
                   MOVE WS-RRv-Paid-Benefit(WS-RecogRev-Find-Sub) TO
                       WS-RRv-Base-Benefit
               ELSE
                   MOVE WS-RRv-Correct-Bonus(WS-RecogRev-Find-Sub) TO
                       WS-RRv-Base-Bonus
                   MOVE WS-RRv-Correct-Benefit(WS-RecogRev-Find-Sub)
                       TO WS-RRv-Base-Benefit
                   MOVE 0 TO WS-RecogRev-Find-Sub
               END-IF
           END-IF.

      * A void takes both back; a correction re-prices the bonus on
      *    the corrected lines and leaves the gift where it was.
       RECOGREV-QUEUE-PARA.
           IF WS-RecogRev-Find-Sub = 0
               IF WS-RecogRev-Count < WS-Max-RecogRev
                   ADD 1 TO WS-RecogRev-Count
                   MOVE WS-RecogRev-Count TO WS-RecogRev-Find-Sub
                   MOVE WS-Cor-EmpID(WS-Cor-Apply-Sub) TO
                       WS-RRv-EmpID(WS-RecogRev-Find-Sub)
                   MOVE WS-Week-Ending TO
                       WS-RRv-WeekEnding(WS-RecogRev-Find-Sub)
                   MOVE WS-RRv-Base-Bonus TO
                       WS-RRv-Paid-Bonus(WS-RecogRev-Find-Sub)
                   MOVE WS-RRv-Base-Benefit TO
                       WS-RRv-Paid-Benefit(WS-RecogRev-Find-Sub)
                   MOVE 0 TO WS-RRv-Applied-Week(WS-RecogRev-Find-Sub)
               ELSE
                   DISPLAY "EMPID ", WS-Cor-EmpID(WS-Cor-Apply-Sub),
                       " BONUS/GIFT REVERSAL NOT QUEUED - TABLE FULL"
                   MOVE "A06-054" TO Evt-MsgID
                   MOVE "E" TO Evt-Severity
                   MOVE WS-Cor-EmpID(WS-Cor-Apply-Sub) TO Evt-EmpID
                   MOVE "BONUS REVERSAL TABLE FULL - NOT QUEUED"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF
           IF WS-RecogRev-Find-Sub NOT = 0
               MOVE WS-Cor-Action(WS-Cor-Apply-Sub) TO
                   WS-RRv-Action(WS-RecogRev-Find-Sub)
               IF COR-VOID(WS-Cor-Apply-Sub)
                   MOVE 0 TO WS-RRv-Correct-Bonus(WS-RecogRev-Find-Sub)
                   MOVE 0 TO
                       WS-RRv-Correct-Benefit(WS-RecogRev-Find-Sub)
               ELSE
                   MOVE WS-CorOnly-Bonus TO
                       WS-RRv-Correct-Bonus(WS-RecogRev-Find-Sub)
                   MOVE WS-RRv-Base-Benefit TO
                       WS-RRv-Correct-Benefit(WS-RecogRev-Find-Sub)
               END-IF
               ADD 1 TO WS-RecogRev-Logged
               DISPLAY "EMPID ", WS-Cor-EmpID(WS-Cor-Apply-Sub),
                   " BONUS/GIFT REVERSAL QUEUED FOR THE NEXT PAY."
               MOVE "A06-055" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE WS-Cor-EmpID(WS-Cor-Apply-Sub) TO Evt-EmpID
               MOVE "BONUS/GIFT REVERSAL QUEUED FOR PAYROLL"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Weekly run: anything waiting for the person being settled
      *    (or already put through this same week, on a repost)
      *    comes into this pay as a signed adjustment.
       RECOGREV-APPLY-PARA.
           PERFORM VARYING WS-RecogRev-Sub FROM 1 BY 1
                   UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
               MOVE "N" TO WS-RRv-Hit(WS-RecogRev-Sub)
               IF WS-RRv-EmpID(WS-RecogRev-Sub) = WS-Person-EmpID
                       AND WS-RRv-WeekEnding(WS-RecogRev-Sub) <
                       WS-Week-Ending
                       AND (WS-RRv-Applied-Week(WS-RecogRev-Sub) = 0
                       OR WS-RRv-Applied-Week(WS-RecogRev-Sub) =
                       WS-Week-Ending)
                   MOVE "Y" TO WS-RRv-Hit(WS-RecogRev-Sub)
                   COMPUTE WS-Person-Bonus-Adj = WS-Person-Bonus-Adj
                       + WS-RRv-Correct-Bonus(WS-RecogRev-Sub)
                       - WS-RRv-Paid-Bonus(WS-RecogRev-Sub)
                   COMPUTE WS-Person-Gift-Adj = WS-Person-Gift-Adj
                       + WS-RRv-Correct-Benefit(WS-RecogRev-Sub)
                       - WS-RRv-Paid-Benefit(WS-RecogRev-Sub)
               END-IF
           END-PERFORM.

      * The reversal would have taken the net below zero - it goes
      *    back to waiting.
       RECOGREV-HOLD-PARA.
           MOVE 0 TO WS-Person-Bonus-Adj
           MOVE 0 TO WS-Person-Gift-Adj
           PERFORM VARYING WS-RecogRev-Sub FROM 1 BY 1
                   UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
               MOVE "N" TO WS-RRv-Hit(WS-RecogRev-Sub)
           END-PERFORM
           ADD 1 TO WS-RecogRev-Held
           DISPLAY "EMPID ", WS-Person-EmpID, " BONUS/GIFT "-
                   "REVERSAL HELD - NOT ENOUGH PAY THIS WEEK"
           MOVE "A06-052" TO Evt-MsgID
           MOVE "W" TO Evt-Severity
           MOVE WS-Person-EmpID TO Evt-EmpID
           MOVE WS-Person-Store TO Evt-Store
           MOVE "BONUS REVERSAL HELD - NET BELOW ZERO" TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * Stamps what went into this pay with the week, straight onto
      *    the staged file - promoted only if the week posts, and a
      *    restart picks the stamps back up.
       RECOGREV-MARK-PARA.
           MOVE 0 TO WS-RecogRev-Find-Sub
           PERFORM VARYING WS-RecogRev-Sub FROM 1 BY 1
                   UNTIL WS-RecogRev-Sub > WS-RecogRev-Count
               IF WS-RRv-Hit(WS-RecogRev-Sub) = "Y"
                   MOVE WS-Week-Ending TO
                       WS-RRv-Applied-Week(WS-RecogRev-Sub)
                   MOVE "N" TO WS-RRv-Hit(WS-RecogRev-Sub)
                   ADD 1 TO WS-RecogRev-Find-Sub
               END-IF
           END-PERFORM
           IF WS-RecogRev-Find-Sub > 0
               PERFORM RECOGREV-SAVE-PARA
               ADD 1 TO WS-RecogRev-Applied
               MOVE "A06-051" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "BONUS/GIFT REVERSAL PUT THROUGH PAY" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Adjustment run: applies ADJUSTFILE's signed deltas against
      *    weeks that have already posted. The YTD master, the pay
      *    history and the week-over-week snapshot all take the
      *    delta; a marked adjustment section goes onto the salary
      *    report and reversal-style (signed) rows onto the GL
      *    extract. The posted-week register itself is never
      *    touched - the original run stays protected, and a delta
      *    for a week that never posted is refused.
       ADJUSTMENT-RUN-PARA.
           OPEN INPUT ADJUSTFILE
           IF ws-Adjust-Status NOT = "00"
               DISPLAY " "
               DISPLAY "*** COULD NOT OPEN THE ADJUSTMENT FILE, "-
                       "STATUS: ", ws-Adjust-Status, " ***"
               DISPLAY "Adjustment run cannot continue."
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
           ELSE
               PERFORM PAYHIST-OPEN-PARA
               PERFORM YTD-LOAD-PARA
               PERFORM SNAPSHOT-LOAD-PARA
               PERFORM GLMAP-LOAD-PARA
               PERFORM EMPLOYER-RATE-LOAD-PARA
      * The adjustment section appends to the live reports - the
      *    staging copies start from them and promote back over
      *    them at the end. A crashed weekly run may have left
      *    half-written staging behind; this mode commits with the
      *    same wildcard, so stale .stg has to go first.
               MOVE "rm -f DataFiles/*.stg" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/SalaryExpense.rpt DataFiles/"-
                    "SalaryExpense.rpt.stg 2>/dev/null"
                    TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/GLExtract.csv DataFiles/"-
                    "GLExtract.csv.stg 2>/dev/null"
                    TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               OPEN EXTEND OUTSALARY
               OPEN EXTEND GLEXTRACTFILE
      * Each delta also goes onto the payroll journal as a balanced
      *    pair - the expense cell against the store's net-pay
      *    clearing, where the difference waits to be paid. No
      *    usable map, no journal lines, and the run says so.
               IF GLMAP-AVAILABLE
                   MOVE "cp DataFiles/GLJournal.csv DataFiles/"-
                        "GLJournal.csv.stg 2>/dev/null"
                        TO WS-Commit-Command
                   CALL 'SYSTEM' USING WS-Commit-Command
                   OPEN EXTEND GLJOURNALFILE
                   IF ws-GLJournal-Status NOT = "00"
                       OPEN OUTPUT GLJOURNALFILE
                       MOVE "WEEKENDING,STORE,ACCOUNT,COSTCENTRE,"-
                            "DEBIT,CREDIT,LINE" TO GLJournalRec
                       WRITE GLJournalRec
                   END-IF
               ELSE
                   DISPLAY "*** NO USABLE GL ACCOUNT MAP - "-
                           "ADJUSTMENTS WILL NOT BE JOURNALLED ***"
                   MOVE "A06-048" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE "ADJUSTMENTS NOT JOURNALLED - NO GL MAP"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
               MOVE SPACES TO Salary-MinorHeader-Text
               MOVE "PRIOR-PERIOD ADJUSTMENTS" TO
                   Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 2
               PERFORM ADJ-READ-PARA UNTIL ADJUST-EOF
               MOVE SPACES TO Salary-MinorHeader-Text
               MOVE "END OF ADJUSTMENTS" TO Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               CLOSE OUTSALARY
               CLOSE GLEXTRACTFILE
               IF GLMAP-AVAILABLE
                   CLOSE GLJOURNALFILE
               END-IF
               CLOSE ADJUSTFILE
               IF PAYHIST-AVAILABLE
                   CLOSE PAYHISTFILE
               END-IF
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF
               PERFORM ADJ-YTD-REWRITE-PARA
               PERFORM ADJ-SNAPSHOT-REWRITE-PARA
               PERFORM COMMIT-OUTPUTS-PARA
               DISPLAY " "
               DISPLAY "Adjustment run complete - ", WS-Adj-Applied,
                       " delta(s) applied, ", WS-Adj-Rejected,
                       " refused."
               MOVE "A06-022" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "PRIOR-PERIOD ADJUSTMENT RUN COMPLETE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               IF WS-Adj-Rejected > 0
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF.

       ADJ-READ-PARA.
           READ ADJUSTFILE
               AT END
                   SET ADJUST-EOF TO TRUE
               NOT AT END
                   PERFORM ADJ-APPLY-PARA
           END-READ.

      * One delta. Only a week already on the posted register can
      *    be adjusted - anything else is exactly the kind of edit
      *    POSTED-CHECK-PARA exists to refuse.
       ADJ-APPLY-PARA.
           MOVE "N" TO WS-Adj-Reject-Flag
           MOVE Adj-WeekEnding TO WS-Week-Ending
           PERFORM POSTED-CHECK-PARA
           IF NOT ALREADY-POSTED
               MOVE "Y" TO WS-Adj-Reject-Flag
               DISPLAY "WEEK ", Adj-WeekEnding, " HAS NEVER POSTED "-
                       "- DELTA FOR EMPID ", Adj-EmpID, " REFUSED"
               MOVE "A06-023" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE Adj-EmpID TO Evt-EmpID
               MOVE Adj-StoreNumber TO Evt-Store
               MOVE "ADJUSTMENT REFUSED - WEEK NEVER POSTED"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           ELSE
               MOVE Adj-JobCode TO ws-JobCode
               PERFORM FIND-JOBCODE-PARA
               IF WS-Job-Sub = 0
                   MOVE "Y" TO WS-Adj-Reject-Flag
                   DISPLAY "JOB CODE [", Adj-JobCode, "] ON THE "-
                           "DELTA FOR EMPID ", Adj-EmpID,
                           " IS NOT A/C/M/S - REFUSED"
                   MOVE "A06-023" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE Adj-EmpID TO Evt-EmpID
                   MOVE "ADJUSTMENT REFUSED - BAD JOB CODE"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
               IF WS-Adj-Reject-Flag = "N" AND GLMAP-AVAILABLE
                   PERFORM ADJ-MAP-CHECK-PARA
               END-IF
           END-IF
           IF WS-Adj-Reject-Flag = "Y"
               ADD 1 TO WS-Adj-Rejected
           ELSE
               PERFORM ADJ-YTD-PARA
               PERFORM ADJ-PAYHIST-PARA
               PERFORM ADJ-SNAPSHOT-PARA
               PERFORM ADJ-REPORT-PARA
               PERFORM ADJ-GL-PARA
               ADD 1 TO WS-Adj-Applied
           END-IF.

      * A delta whose expense cell, or whose store's net-pay
      *    clearing, has no account to post to is refused like any
      *    other unpostable delta - not applied without its journal
      *    lines.
       ADJ-MAP-CHECK-PARA.
           MOVE Adj-StoreNumber TO WS-Jrnl-Store
           MOVE "E" TO WS-Jrnl-Kind
           MOVE Adj-JobCode TO WS-Jrnl-Code
           PERFORM GLMAP-FIND-PARA
           IF WS-GLMap-Found-Sub NOT = 0
               MOVE "L" TO WS-Jrnl-Kind
               MOVE "N" TO WS-Jrnl-Code
               PERFORM GLMAP-FIND-PARA
           END-IF
           IF WS-GLMap-Found-Sub = 0
               MOVE "Y" TO WS-Adj-Reject-Flag
               DISPLAY "STORE ", Adj-StoreNumber, " JOB CODE ",
                       Adj-JobCode, " HAS NO GL MAPPING - DELTA "-
                       "FOR EMPID ", Adj-EmpID, " REFUSED"
               MOVE "A06-023" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE Adj-EmpID TO Evt-EmpID
               MOVE Adj-StoreNumber TO Evt-Store
               MOVE "ADJUSTMENT REFUSED - NO GL MAPPING"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * The delta into the YTD master's store/job-code cell - a
      *    store the master has never seen gets a fresh row, the
      *    same first-seen shape YTD-MERGE-PARA uses.
       ADJ-YTD-PARA.
           MOVE 0 TO WS-Adj-YTD-Sub
           PERFORM VARYING WS-YTD-Find-Sub FROM 1 BY 1
                   UNTIL WS-YTD-Find-Sub > WS-YTD-Store-Count
               IF WS-YTD-Store-Number(WS-YTD-Find-Sub) =
                       Adj-StoreNumber
                   MOVE WS-YTD-Find-Sub TO WS-Adj-YTD-Sub
               END-IF
           END-PERFORM
           IF WS-Adj-YTD-Sub = 0 AND
                   WS-YTD-Store-Count < WS-Max-YTD-Stores
               ADD 1 TO WS-YTD-Store-Count
               MOVE WS-YTD-Store-Count TO WS-Adj-YTD-Sub
               MOVE Adj-StoreNumber TO
                   WS-YTD-Store-Number(WS-Adj-YTD-Sub)
           END-IF
           IF WS-Adj-YTD-Sub NOT = 0
               COMPUTE WS-Adj-Work =
                   WS-YTD-JobCode-Total(WS-Adj-YTD-Sub, WS-Job-Sub)
                   + Adj-Salary-Delta
      * The cells are unsigned - a reversal bigger than what's in
      *    the cell bottoms out at zero rather than wrapping.
               IF WS-Adj-Work < 0
                   MOVE 0 TO WS-Adj-Work
               END-IF
               MOVE WS-Adj-Work TO
                   WS-YTD-JobCode-Total(WS-Adj-YTD-Sub, WS-Job-Sub)
           END-IF.

      * The delta into the employee's pay-history record for the
      *    week - rewritten in place when it exists, written fresh
      *    when the original run somehow never kept one.
       ADJ-PAYHIST-PARA.
           IF PAYHIST-AVAILABLE
               MOVE Adj-EmpID TO PayH-EmpID
               MOVE Adj-WeekEnding TO PayH-WeekEnding
               READ PAYHISTFILE
                   INVALID KEY
                       MOVE Adj-JobCode TO PayH-JobCode
                       MOVE Adj-StoreNumber TO PayH-StoreNumber
                       MOVE 0 TO PayH-WeeklySalary
                       MOVE 0 TO PayH-SalesAmount
                       MOVE 0 TO PayH-Hours
                       MOVE 0 TO PayH-Bonus
                       MOVE 0 TO PayH-Taxable-Ben
                       MOVE 0 TO PayH-Garnish
                       MOVE 0 TO PayH-Savings
                       MOVE 0 TO PayH-Extra-WH
                       MOVE WS-Pay-Group TO PayH-Pay-Group
                   NOT INVALID KEY
                       MOVE -1 TO WS-EYTD-Sign
                       PERFORM EMPYTD-POST-PARA
               END-READ
               COMPUTE WS-Adj-Work =
                   PayH-WeeklySalary + Adj-Salary-Delta
               IF WS-Adj-Work < 0
                   MOVE 0 TO WS-Adj-Work
               END-IF
               MOVE WS-Adj-Work TO PayH-WeeklySalary
               COMPUTE WS-Adj-Sales-Work =
                   PayH-SalesAmount + Adj-Sales-Delta
               IF WS-Adj-Sales-Work < 0
                   MOVE 0 TO WS-Adj-Sales-Work
               END-IF
               MOVE WS-Adj-Sales-Work TO PayH-SalesAmount
               REWRITE PayHistRec
                   INVALID KEY
                       WRITE PayHistRec
               END-REWRITE
               MOVE +1 TO WS-EYTD-Sign
               PERFORM EMPYTD-POST-PARA
           END-IF.

      * The delta into last week's snapshot too, when the week
      *    being adjusted is the one the snapshot holds - or the
      *    next run's week-over-week section would flag the very
      *    adjustment that fixed things.
       ADJ-SNAPSHOT-PARA.
           IF WS-Prev-Week = Adj-WeekEnding
               PERFORM VARYING WS-Prev-Sub FROM 1 BY 1
                       UNTIL WS-Prev-Sub > WS-Prev-Count
                   IF WS-Prev-Store(WS-Prev-Sub) = Adj-StoreNumber
                       COMPUTE WS-Adj-Work =
                           WS-Prev-Total(WS-Prev-Sub, WS-Job-Sub)
                           + Adj-Salary-Delta
                       IF WS-Adj-Work < 0
                           MOVE 0 TO WS-Adj-Work
                       END-IF
                       MOVE WS-Adj-Work TO
                           WS-Prev-Total(WS-Prev-Sub, WS-Job-Sub)
                       MOVE "Y" TO WS-Adj-Snap-Flag
                   END-IF
               END-PERFORM
           END-IF.

      * One marked line in the salary report's adjustment section.
       ADJ-REPORT-PARA.
           MOVE SPACES TO Salary-MinorHeader-Text
           MOVE "ADJ" TO Salary-MinorHeader-Text(1:3)
           MOVE Adj-StoreNumber TO WS-Store-Display
           MOVE WS-Store-Display TO Salary-MinorHeader-Text(5:4)
           MOVE Adj-JobCode TO Salary-MinorHeader-Text(10:1)
           MOVE Adj-Salary-Delta TO WS-Adj-Edited
           MOVE WS-Adj-Edited TO Salary-MinorHeader-Text(12:13)
           MOVE Adj-WeekEnding TO
               Salary-MinorHeader-Text(26:8)
           WRITE Salary-MinorHeader AFTER ADVANCING 1.

      * One reversal-style row on the GL extract - the delta with
      *    its sign spelled out, against the week being adjusted, as
      *    a salary (type S) row.
       ADJ-GL-PARA.
           MOVE Adj-StoreNumber TO GL-Store-Edit
           MOVE Adj-JobCode TO GL-Job-Edit
           MOVE Adj-Salary-Delta TO GL-Adj-Amount-Edit
           STRING GL-Store-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GL-Job-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GL-Adj-Amount-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            Adj-WeekEnding DELIMITED BY SIZE
            ",S" DELIMITED BY SIZE
           INTO GLExtractRec
           WRITE GLExtractRec
           IF Adj-Salary-Delta NOT = 0
               PERFORM ADJ-ER-PARA
           END-IF
           IF GLMAP-AVAILABLE AND Adj-Salary-Delta NOT = 0
               PERFORM ADJ-JOURNAL-PARA
           END-IF.

      * The employer's cost of the delta - its own signed type E row
      *    beside the S row, and, for an increase, S/P/W lines on the
      *    remittance ledger against the week being adjusted. The
      *    ledger's amounts are unsigned, so a reversal's employer
      *    share is reported for the quarter to be reduced by hand.
       ADJ-ER-PARA.
           MOVE Adj-Salary-Delta TO WS-Er-Base
           PERFORM EMPLOYER-RATE-CALC-PARA
           COMPUTE WS-Adj-Er-Total = WS-Er-Stat-Amount +
               WS-Er-Pension-Amount + WS-Er-WCB-Amount
           IF WS-Adj-Er-Total NOT = 0
               IF Adj-Salary-Delta < 0
                   COMPUTE WS-Adj-Er-Total = 0 - WS-Adj-Er-Total
               END-IF
               MOVE WS-Adj-Er-Total TO GL-Adj-Amount-Edit
               MOVE SPACES TO GLExtractRec
               STRING GL-Store-Edit DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                GL-Job-Edit DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                GL-Adj-Amount-Edit DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                Adj-WeekEnding DELIMITED BY SIZE
                ",E" DELIMITED BY SIZE
               INTO GLExtractRec
               WRITE GLExtractRec
               IF Adj-Salary-Delta > 0
                   MOVE WS-Er-Stat-Amount TO WS-Er-Company-Stat
                   MOVE WS-Er-Pension-Amount TO WS-Er-Company-Pension
                   MOVE WS-Er-WCB-Amount TO WS-Er-Company-WCB
                   PERFORM REMIT-OPEN-PARA
                   PERFORM REMIT-EMPLOYER-PARA
                   CLOSE REMITFILE
               ELSE
                   MOVE WS-Adj-Er-Total TO WS-Adj-Edited
                   DISPLAY "EMPID ", Adj-EmpID, " WEEK ",
                           Adj-WeekEnding, " EMPLOYER COST REVERSAL ",
                           WS-Adj-Edited, " - REDUCE THE QUARTER'S "-
                           "REMITTANCE BY HAND"
                   MOVE "A06-080" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE Adj-EmpID TO Evt-EmpID
                   MOVE Adj-StoreNumber TO Evt-Store
                   MOVE "EMPLOYER COST REVERSAL NOT REMITTED"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF.

      * The delta's journal pair, against the week being adjusted -
      *    line A + job code on the expense account, line R + job
      *    code on the store's net-pay clearing. An increase debits
      *    the expense; a reversal credits it.
       ADJ-JOURNAL-PARA.
           MOVE Adj-WeekEnding TO WS-Jrnl-Week
           MOVE Adj-StoreNumber TO WS-Jrnl-Store
           IF Adj-Salary-Delta < 0
               COMPUTE WS-Jrnl-Amount = 0 - Adj-Salary-Delta
               MOVE "C" TO WS-Jrnl-Side
           ELSE
               MOVE Adj-Salary-Delta TO WS-Jrnl-Amount
               MOVE "D" TO WS-Jrnl-Side
           END-IF
           MOVE "E" TO WS-Jrnl-Kind
           MOVE Adj-JobCode TO WS-Jrnl-Code
           PERFORM GLMAP-FIND-PARA
           MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO WS-Jrnl-Account
           MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
               WS-Jrnl-CostCentre
           MOVE "A" TO WS-Jrnl-Line-Code(1:1)
           MOVE Adj-JobCode TO WS-Jrnl-Line-Code(2:1)
           PERFORM JOURNAL-CSV-PARA
           IF WS-Jrnl-Side = "D"
               MOVE "C" TO WS-Jrnl-Side
           ELSE
               MOVE "D" TO WS-Jrnl-Side
           END-IF
           MOVE "L" TO WS-Jrnl-Kind
           MOVE "N" TO WS-Jrnl-Code
           PERFORM GLMAP-FIND-PARA
           MOVE WS-Map-Account(WS-GLMap-Found-Sub) TO WS-Jrnl-Account
           MOVE WS-Map-CostCentre(WS-GLMap-Found-Sub) TO
               WS-Jrnl-CostCentre
           MOVE "R" TO WS-Jrnl-Line-Code(1:1)
           PERFORM JOURNAL-CSV-PARA.

      * The adjusted cells back onto the master - every in-memory
      *    row rewritten per cell against the staged copy, the same
      *    way the weekly merge writes back.
       ADJ-YTD-REWRITE-PARA.
           PERFORM YTD-STAGE-OPEN-PARA
           PERFORM VARYING WS-YTD-Store-Sub FROM 1 BY 1
                   UNTIL WS-YTD-Store-Sub > WS-YTD-Store-Count
               PERFORM ADJ-YTD-CELL-PARA
                   VARYING WS-YTD-Job-Sub FROM 1 BY 1
                   UNTIL WS-YTD-Job-Sub > 4
           END-PERFORM
           CLOSE YTDFILE.

       ADJ-YTD-CELL-PARA.
           MOVE WS-YTD-Store-Number(WS-YTD-Store-Sub) TO YTD-Store
           MOVE WS-JobCode-Name(WS-YTD-Job-Sub) TO YTD-Job
           MOVE WS-YTD-JobCode-Total(WS-YTD-Store-Sub,
               WS-YTD-Job-Sub) TO YTD-Amount
           REWRITE YTDRec
               INVALID KEY
                   WRITE YTDRec
           END-REWRITE.

      * The adjusted snapshot back, only when a delta landed in it.
       ADJ-SNAPSHOT-REWRITE-PARA.
           IF WS-Adj-Snap-Flag = "Y"
               MOVE WS-Prev-Week TO Snap-WeekEnding
               MOVE WS-Prev-Count TO Snap-StoreCount
               MOVE WS-Prev-Table TO Snap-Table-Data
               OPEN OUTPUT SNAPSHOTFILE
               WRITE SnapshotRec
               CLOSE SNAPSHOTFILE
           END-IF.

      * The final-pay run. Walks the Employee Master for every
      *    terminated employee whose term date has arrived and who
      *    isn't on the settled file yet, and settles each one the
      *    way a weekly settlement does - register line, bank
      *    record, pay history, YTD cell - plus a separation pay
      *    statement. The register and bank file are its own, named
      *    for the pay date, so the week's stand untouched; the
      *    withheld totals go onto the remittance ledger as one
      *    more record for the pay date's quarter.
       FINALPAY-RUN-PARA.
           PERFORM CONTROL-READ-PARA
           MOVE WS-Week-Ending TO WS-Fin-Ctl-Week
           PERFORM PAY-DATE-PARA
           PERFORM MASTER-OPEN-PARA
           IF NOT MASTER-AVAILABLE OR CTL-DATE-BAD
               DISPLAY " "
               DISPLAY "*** THE FINAL-PAY RUN NEEDS THE EMPLOYEE "-
                       "MASTER AND REAL CONTROL/PAY DATES ***"
               DISPLAY "Final-pay run cannot continue."
               MOVE "A06-039" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE "FINAL-PAY RUN REFUSED - NO MASTER OR BAD DATE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
               IF MASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
           ELSE
               PERFORM PAYHIST-OPEN-PARA
               PERFORM ACCRUAL-OPEN-PARA
               PERFORM SALCHG-LOAD-PARA
               PERFORM DEDUCTION-LOAD-PARA
               PERFORM ELECTION-LOAD-PARA
               PERFORM ENROLL-LOAD-PARA
               PERFORM EMPLOYER-RATE-LOAD-PARA
               PERFORM YTD-LOAD-PARA
               MOVE WS-FinalPay-Live-Name TO WS-FinalPay-Name
               PERFORM FINALPAY-LOAD-PARA
               PERFORM FINALPAY-FROM-PARA
               PERFORM FINALPAY-CAL-LOAD-PARA
      * Same staging discipline as the adjustment run - stale .stg
      *    goes first, the settled file's staging copy starts from
      *    the live one, and everything promotes together.
               MOVE "rm -f DataFiles/*.stg" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_FinalPaySettled.dat "-
                    "DataFiles/Assignment#6_FinalPaySettled.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ChequeRegister.dat "-
                    "DataFiles/Assignment#6_ChequeRegister.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ElectionLedger.dat "-
                    "DataFiles/Assignment#6_ElectionLedger.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               PERFORM ELECTLEDGER-LOAD-PARA
               PERFORM PAYMENT-GL-STAGE-PARA
               PERFORM PENDPOST-STAGE-PARA
               MOVE WS-FinalPay-Stage-Name TO WS-FinalPay-Name
               OPEN EXTEND FINALPAYFILE
               IF ws-FinalPay-Status NOT = "00"
                   OPEN OUTPUT FINALPAYFILE
               END-IF
               MOVE SPACES TO WS-NetPay-Name
               STRING "DataFiles\FinalPayRegister_" DELIMITED BY SIZE
                   WS-Fin-Pay-Date DELIMITED BY SIZE
                   ".rpt.stg" DELIMITED BY SIZE
                   INTO WS-NetPay-Name
               MOVE SPACES TO WS-BankPay-Name
               STRING "DataFiles\FinalPayBank_" DELIMITED BY SIZE
                   WS-Fin-Pay-Date DELIMITED BY SIZE
                   ".dat.stg" DELIMITED BY SIZE
                   INTO WS-BankPay-Name
               MOVE SPACES TO WS-Cheque-Name
               STRING "DataFiles\FinalPayCheques_" DELIMITED BY SIZE
                   WS-Fin-Pay-Date DELIMITED BY SIZE
                   ".prt.stg" DELIMITED BY SIZE
                   INTO WS-Cheque-Name
               MOVE "F" TO WS-Chq-Source
               OPEN OUTPUT NETPAYFILE
               OPEN OUTPUT BANKPAYFILE
               OPEN OUTPUT CHEQUEFILE
               PERFORM CHEQUE-OPEN-PARA
               MOVE SPACES TO NetPay-Header
               STRING "Final pay register - paid: " DELIMITED BY SIZE
                   WS-Week-Ending-Disp DELIMITED BY SIZE
                   INTO NetPay-Header
               WRITE NetPay-Header
               MOVE "EmpID      Store  Gross      Tax       "-
                    " Benefit   Other     Net"
                    TO NetPay-Header
               WRITE NetPay-Header AFTER ADVANCING 1
               MOVE 0 TO WS-NP-Company-Gross
               MOVE 0 TO WS-NP-Company-Tax
               MOVE 0 TO WS-NP-Company-Ben
               MOVE 0 TO WS-NP-Company-Oth
               MOVE 0 TO WS-NP-Company-Net
               MOVE 0 TO WS-Master-Walk-EOF-Flag
               MOVE 0 TO Emp-ID
               START EMPFILE KEY IS GREATER THAN OR EQUAL TO Emp-ID
                   INVALID KEY
                       SET MASTER-WALK-EOF TO TRUE
               END-START
               PERFORM FINALPAY-READ-PARA UNTIL MASTER-WALK-EOF
               PERFORM FINALPAY-TOTALS-PARA
               IF WS-Fin-Before-Count > 0
                   DISPLAY WS-Fin-Before-Count, " SEPARATION(S) "-
                           "DATED BEFORE ", WS-Fin-From-Date,
                           " PASSED OVER - FINALPAYFROM= REACHES "-
                           "FURTHER BACK"
                   MOVE "A06-079" TO Evt-MsgID
                   MOVE "I" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "SEPARATIONS BEFORE FINAL-PAY CUTOFF SKIPPED"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
      * Another group's leavers wait for that group's own run - its
      *    period factor, its calendar and its stamp on the history
      *    and the bank file.
               IF WS-Fin-Group-Count > 0
                   DISPLAY WS-Fin-Group-Count, " SEPARATION(S) IN "-
                           "OTHER PAY GROUPS PASSED OVER - SETTLED "-
                           "ON THEIR OWN GROUP'S RUN"
                   MOVE "A06-081" TO Evt-MsgID
                   MOVE "I" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "LEAVERS IN OTHER PAY GROUPS NOT SETTLED"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
               END-IF
               IF WS-Fin-NoCal-Count > 0
                   DISPLAY WS-Fin-NoCal-Count, " SEPARATION(S) "-
                           "DATED IN NO PERIOD ON THE PAY CALENDAR "-
                           "HELD - EXTEND THE CALENDAR AND RERUN"
                   MOVE "A06-082" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "TERM DATE OFF THE PAY CALENDAR - NOT SETTLED"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
               PERFORM BANK-TRAILER-PARA
               CLOSE NETPAYFILE
               CLOSE BANKPAYFILE
               PERFORM CHEQUE-CLOSE-PARA
               CLOSE FINALPAYFILE
               CLOSE PENDPOSTFILE
               CLOSE EMPFILE
               IF PAYHIST-AVAILABLE
                   CLOSE PAYHISTFILE
               END-IF
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF
               IF ACCRUAL-AVAILABLE
                   CLOSE ACCRUALFILE
               END-IF
               IF WS-Fin-Settled-Count > 0
                   PERFORM EMPLOYER-TOTALS-PARA
                   IF WS-NP-Company-Tax > 0 OR WS-NP-Company-Ben > 0
                           OR WS-Er-Company-Stat > 0
                           OR WS-Er-Company-Pension > 0
                           OR WS-Er-Company-WCB > 0
                       PERFORM REMIT-WRITE-PARA
                   END-IF
                   PERFORM PAYMENT-ER-GL-PARA
                   PERFORM ADJ-YTD-REWRITE-PARA
                   MOVE SPACES TO WS-PayeeRemit-Name
                   STRING "DataFiles\FinalPayRemit_" DELIMITED BY SIZE
                       WS-Fin-Pay-Date DELIMITED BY SIZE
                       ".dat.stg" DELIMITED BY SIZE
                       INTO WS-PayeeRemit-Name
                   MOVE SPACES TO WS-SavContrib-Name
                   STRING "DataFiles\FinalPaySavings_"
                           DELIMITED BY SIZE
                       WS-Fin-Pay-Date DELIMITED BY SIZE
                       ".dat.stg" DELIMITED BY SIZE
                       INTO WS-SavContrib-Name
                   MOVE WS-Ledger-Rows-Before TO WS-Remit-Skip-Rows
                   PERFORM PAYEE-REMIT-PARA
               END-IF
               PERFORM COMMIT-OUTPUTS-PARA
               PERFORM PENDPOST-APPLY-PARA
               DISPLAY " "
               DISPLAY "Final-pay run complete - ",
                       WS-Fin-Settled-Count, " employee(s) settled."
               MOVE "A06-038" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "FINAL-PAY RUN COMPLETE" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * The date a final-pay or off-cycle run pays on - PAYDATE=
      *    off the run-control file, today otherwise - carried in
      *    the week-ending fields so the deductions, elections, pay
      *    history and ledger all date the payment the day it was
      *    actually paid. Held to the same real-date edit the
      *    control record gets.
       PAY-DATE-PARA.
           MOVE WS-Week-Ending TO WS-Fin-Ctl-Week
           IF WS-RC-PayDate-Flag = "Y"
               MOVE WS-RC-PayDate TO WS-Fin-Pay-Date
           ELSE
               ACCEPT WS-Fin-Pay-Date FROM DATE YYYYMMDD
           END-IF
           IF NOT CTL-DATE-BAD
               MOVE WS-Fin-Pay-Date TO WS-Week-Ending
               IF WS-WkE-Month < 1 OR WS-WkE-Month > 12
                   MOVE "Y" TO WS-CtlDate-Flag
               ELSE
                   MOVE WS-Month-Days(WS-WkE-Month) TO WS-Max-Day
                   IF WS-WkE-Month = 2
                       MOVE WS-WkE-Year TO WS-Leap-Year
                       PERFORM LEAP-CHECK-PARA
                   END-IF
                   IF WS-WkE-Day < 1 OR WS-WkE-Day > WS-Max-Day
                       MOVE "Y" TO WS-CtlDate-Flag
                   END-IF
               END-IF
               IF CTL-DATE-BAD
                   DISPLAY " "
                   DISPLAY "*** PAY DATE IS NOT A REAL DATE: ",
                           WS-Fin-Pay-Date, " ***"
               ELSE
                   PERFORM PAY-DATE-CAL-PARA
               END-IF
               MOVE WS-Fin-Pay-Date TO WS-Fin-Date-Work
               PERFORM FINALPAY-DATE-DISP-PARA
               MOVE WS-Fin-Date-Disp TO WS-Week-Ending-Disp
           END-IF.

      * A pay date can't be one the pay group's own run posts its
      *    history under - the control record's date, a date on the
      *    group's pay calendar, or for a weekly group any date on
      *    the control record's weekday, since the weekly cycle
      *    never moves. The group's run writes that date's history
      *    record over the payment's and takes the payment back off
      *    the year.
       PAY-DATE-CAL-PARA.
           MOVE "N" TO WS-PayDate-Clash-Flag
           IF WS-Fin-Pay-Date = WS-Fin-Ctl-Week
               MOVE "Y" TO WS-PayDate-Clash-Flag
           END-IF
           IF RUN-WEEKLY AND WS-Fin-Ctl-Week > 0
               COMPUTE WS-Fin-Term-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Fin-Pay-Date)
               COMPUTE WS-Fin-Ctl-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Fin-Ctl-Week)
               IF WS-Fin-Term-Serial > WS-Fin-Ctl-Serial
                   COMPUTE WS-Fin-Gap =
                       WS-Fin-Term-Serial - WS-Fin-Ctl-Serial
               ELSE
                   COMPUTE WS-Fin-Gap =
                       WS-Fin-Ctl-Serial - WS-Fin-Term-Serial
               END-IF
               DIVIDE WS-Fin-Gap BY 7 GIVING WS-Fin-Quotient
                   REMAINDER WS-Fin-Remainder
               IF WS-Fin-Remainder = 0
                   MOVE "Y" TO WS-PayDate-Clash-Flag
               END-IF
           END-IF
           MOVE 0 TO WS-Cal-Count
           MOVE 0 TO WS-Cal-EOF-Flag
           OPEN INPUT CALFILE
           IF ws-Cal-Status = "00"
               PERFORM CAL-READ-PARA UNTIL CAL-EOF
               CLOSE CALFILE
           END-IF
           PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                   UNTIL WS-Cal-Sub > WS-Cal-Count
               IF WS-Cal-WeekEnding(WS-Cal-Sub) = WS-Fin-Pay-Date
                   MOVE "Y" TO WS-PayDate-Clash-Flag
               END-IF
           END-PERFORM
           IF WS-PayDate-Clash-Flag = "Y"
               MOVE "Y" TO WS-CtlDate-Flag
               DISPLAY " "
               DISPLAY "*** PAY DATE ", WS-Fin-Pay-Date, " IS A "-
                       "PAY-GROUP PERIOD END - THE GROUP'S OWN RUN "-
                       "POSTS UNDER IT. PAY ON ANOTHER DAY ***"
               MOVE "A06-085" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE 0 TO Evt-EmpID
               MOVE 0 TO Evt-Store
               MOVE "PAY DATE FALLS ON A PAY-GROUP PERIOD END"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * The run's cutoff. Without it the first run would settle
      *    every separation since the master began, settled file or
      *    no. The default reaches back two of the pay group's
      *    periods from the control record's date - a month for a
      *    semi-monthly group, which always takes in the start of
      *    the half before.
       FINALPAY-FROM-PARA.
           MOVE 0 TO WS-Fin-Before-Count
           MOVE 0 TO WS-Fin-Group-Count
           MOVE 0 TO WS-Fin-NoCal-Count
           IF WS-RC-FinPayFrom-Flag = "Y"
               MOVE WS-RC-FinPayFrom TO WS-Fin-From-Date
           ELSE
               EVALUATE TRUE
                   WHEN RUN-BIWEEKLY
                       MOVE 27 TO WS-Fin-Back-Days
                   WHEN RUN-SEMIMONTHLY
                       MOVE 31 TO WS-Fin-Back-Days
                   WHEN OTHER
                       MOVE 13 TO WS-Fin-Back-Days
               END-EVALUATE
               COMPUTE WS-Fin-From-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Fin-Ctl-Week) -
                   WS-Fin-Back-Days
               COMPUTE WS-Fin-From-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Fin-From-Serial)
           END-IF
           DISPLAY "FINAL PAY SETTLES SEPARATIONS FROM ",
                   WS-Fin-From-Date, " ON".

      * One master record. A terminated employee whose term date
      *    has arrived by the pay date, falls on or after the run's
      *    cutoff, and who isn't on the settled file is owed a
      *    settlement - by this run only when they are in its pay
      *    group, and only once the term date's period is known.
       FINALPAY-READ-PARA.
           READ EMPFILE NEXT RECORD
               AT END
                   SET MASTER-WALK-EOF TO TRUE
           END-READ
           IF NOT MASTER-WALK-EOF
               IF ws-EmpMaster-Status NOT = "00"
                   SET MASTER-WALK-EOF TO TRUE
               ELSE
                   IF EMP-TERMINATED AND Emp-Term-Date-Num > 0 AND
                           Emp-Term-Date-Num <= WS-Fin-Pay-Date
                       MOVE Emp-ID TO WS-FinalPay-Lookup-ID
                       PERFORM FINALPAY-FIND-PARA
                       IF NOT FINAL-PAY-SETTLED
                           PERFORM EMP-GROUP-PARA
                           EVALUATE TRUE
                               WHEN Emp-Term-Date-Num <
                                       WS-Fin-From-Date
                                   ADD 1 TO WS-Fin-Before-Count
                               WHEN WS-Emp-Pay-Group NOT =
                                       WS-Pay-Group
                                   ADD 1 TO WS-Fin-Group-Count
                               WHEN OTHER
                                   PERFORM FINALPAY-PERIOD-PARA
                                   IF FIN-PERIOD-FOUND
                                       PERFORM FINALPAY-SETTLE-PARA
                                   ELSE
                                       ADD 1 TO WS-Fin-NoCal-Count
                                       DISPLAY "EMPID ", Emp-ID,
                                           " TERM DATE ",
                                           Emp-Term-Date-Num,
                                           " IS IN NO CALENDAR "-
                                           "PERIOD - NOT SETTLED"
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One separation. The person fields are filled off the master
      *    record the way PERSON-START-PARA fills them off a feed
      *    record, so NETPAY-DETAIL-PARA's deductions, elections,
      *    register line and bank record all work unchanged.
       FINALPAY-SETTLE-PARA.
           MOVE Emp-ID TO WS-Person-EmpID
           MOVE Emp-Surname TO WS-Person-LastName
           MOVE Emp-GivenName TO WS-Person-FirstName
           MOVE Emp-Home-Store TO WS-Person-Store
           MOVE Emp-Home-JobCode TO WS-Person-Job
           MOVE 0 TO WS-Person-HourlyRate
           MOVE 0 TO WS-Person-Sales
           MOVE 0 TO WS-Person-Bonus
           MOVE 0 TO WS-Person-Gift-Value
           MOVE 0 TO WS-Person-Bonus-Adj
           MOVE 0 TO WS-Person-Gift-Adj
           MOVE 0 TO WS-Person-Hours
           MOVE 0 TO WS-Person-Reg-Hours
           MOVE 0 TO WS-Person-OT-Hours
           MOVE 0 TO WS-Person-OT-Pay
           MOVE 1 TO WS-Person-Portions
           MOVE "Y" TO WS-Person-Master-Flag
           MOVE Emp-Salary TO WS-Person-Master-Salary
           PERFORM FIND-SALARY-CHANGE-PARA
           MOVE Emp-Bank-Transit TO WS-Person-Transit
           MOVE Emp-Bank-Account TO WS-Person-Account
           MOVE Emp-Bank-Status TO WS-Person-Bank-Status
           MOVE Emp-Prenote-Date TO WS-Person-Prenote-Date
           MOVE Emp-Street TO WS-Person-Street
           MOVE Emp-City TO WS-Person-City
           MOVE Emp-Province TO WS-Person-Province
           MOVE Emp-Postal TO WS-Person-Postal
           PERFORM FINALPAY-PRORATE-PARA
           PERFORM FINALPAY-LEAVE-PARA
           COMPUTE WS-Person-Gross =
               WS-Fin-Prorated + WS-Fin-Leave-Pay
           IF WS-Person-Gross > 0
               PERFORM NETPAY-DETAIL-PARA
               ADD WS-Person-Gross TO WS-NP-Company-Gross ROUNDED
               ADD WS-Tax-Amount TO WS-NP-Company-Tax ROUNDED
               ADD WS-Benefit-Amount TO WS-NP-Company-Ben ROUNDED
               ADD WS-Election-Amount TO WS-NP-Company-Oth ROUNDED
               ADD WS-Net-Pay TO WS-NP-Company-Net ROUNDED
               PERFORM YTD-POST-PARA
               PERFORM PAYMENT-ER-COST-PARA
           ELSE
      * Last period already paid and no leave left - still settled,
      *    so the register says so and the statement goes out.
               MOVE 0 TO WS-Tax-Amount
               MOVE 0 TO WS-Benefit-Amount
               MOVE 0 TO WS-Election-Amount
               MOVE 0 TO WS-Net-Pay
               MOVE SPACES TO NetPayRec
               MOVE WS-Person-EmpID TO NetPayRec(1:9)
               MOVE WS-Person-Store TO NetPayRec(13:4)
               MOVE "NOTHING OWED AT SEPARATION" TO NetPayRec(20:26)
               WRITE NetPayRec AFTER ADVANCING 1
           END-IF
      * The history posting and the accrual zeroing wait on the
      *    pending file for the commit, with the settled entry.
           IF WS-Person-Gross > 0 OR WS-Fin-Accr-Flag = "Y"
               IF WS-Person-Gross > 0
                   MOVE "Y" TO WS-PendPost-Hist-Flag
               ELSE
                   MOVE "N" TO WS-PendPost-Hist-Flag
               END-IF
               MOVE WS-Fin-Accr-Flag TO WS-PendPost-Accr-Flag
               PERFORM PENDPOST-WRITE-PARA
           END-IF
           PERFORM SEPARATION-STMT-PARA
           PERFORM FINALPAY-MARK-PARA
           ADD 1 TO WS-Fin-Settled-Count
           DISPLAY "EMPID ", WS-Person-EmpID, " SETTLED - FINAL "-
                   "NET ", WS-Net-Pay
           MOVE "A06-036" TO Evt-MsgID
           MOVE "I" TO Evt-Severity
           MOVE WS-Person-EmpID TO Evt-EmpID
           MOVE WS-Person-Store TO Evt-Store
           MOVE "FINAL PAY SETTLED" TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * A bi-weekly or semi-monthly group's pay calendar, for the
      *    periods FINALPAY-PERIOD-PARA finds term dates in. No file
      *    leaves the table empty, and every separation in the group
      *    is held until there is one.
       FINALPAY-CAL-LOAD-PARA.
           MOVE 0 TO WS-Cal-Count
           IF NOT RUN-WEEKLY
               MOVE 0 TO WS-Cal-EOF-Flag
               OPEN INPUT CALFILE
               IF ws-Cal-Status = "00"
                   PERFORM CAL-READ-PARA UNTIL CAL-EOF
                   CLOSE CALFILE
               END-IF
               IF WS-Cal-Count = 0
                   DISPLAY "NO PAY CALENDAR ON FILE FOR PAY GROUP ",
                           WS-Pay-Group, " - ITS SEPARATIONS ARE "-
                           "HELD THIS RUN"
               END-IF
           END-IF.

      * The pay period the term date falls in. A weekly group's
      *    week is found by lining the term date up against the
      *    control record's week-ending day - the weekly cycle never
      *    moves. A bi-weekly or semi-monthly group's period is the
      *    first on its calendar ending on or after the term date.
      *    Either way the period starts where WEEK-START-PARA starts
      *    the run's own - six or thirteen days back from its end,
      *    or the 1st or 16th of a semi-monthly month - and a term
      *    date before that start is in no period the calendar has.
       FINALPAY-PERIOD-PARA.
           MOVE "N" TO WS-Fin-Period-Flag
           COMPUTE WS-Fin-Term-Serial =
               FUNCTION INTEGER-OF-DATE(Emp-Term-Date-Num)
           IF RUN-WEEKLY
               COMPUTE WS-Fin-Ctl-Serial =
                   FUNCTION INTEGER-OF-DATE(WS-Fin-Ctl-Week)
               IF WS-Fin-Term-Serial > WS-Fin-Ctl-Serial
                   COMPUTE WS-Fin-Gap =
                       WS-Fin-Term-Serial - WS-Fin-Ctl-Serial
                   DIVIDE WS-Fin-Gap BY 7 GIVING WS-Fin-Quotient
                       REMAINDER WS-Fin-Remainder
                   IF WS-Fin-Remainder = 0
                       MOVE WS-Fin-Term-Serial TO
                           WS-Fin-TermWkE-Serial
                   ELSE
                       COMPUTE WS-Fin-TermWkE-Serial =
                           WS-Fin-Term-Serial + 7 - WS-Fin-Remainder
                   END-IF
               ELSE
                   COMPUTE WS-Fin-Gap =
                       WS-Fin-Ctl-Serial - WS-Fin-Term-Serial
                   DIVIDE WS-Fin-Gap BY 7 GIVING WS-Fin-Quotient
                       REMAINDER WS-Fin-Remainder
                   COMPUTE WS-Fin-TermWkE-Serial =
                       WS-Fin-Term-Serial + WS-Fin-Remainder
               END-IF
               COMPUTE WS-Fin-TermWkE =
                   FUNCTION DATE-OF-INTEGER(WS-Fin-TermWkE-Serial)
               MOVE "Y" TO WS-Fin-Period-Flag
           ELSE
               PERFORM VARYING WS-Cal-Sub FROM 1 BY 1
                       UNTIL WS-Cal-Sub > WS-Cal-Count
                          OR FIN-PERIOD-FOUND
                   IF WS-Cal-WeekEnding(WS-Cal-Sub) >=
                           Emp-Term-Date-Num
                       MOVE WS-Cal-WeekEnding(WS-Cal-Sub) TO
                           WS-Fin-TermWkE
                       MOVE "Y" TO WS-Fin-Period-Flag
                   END-IF
               END-PERFORM
               IF FIN-PERIOD-FOUND
                   COMPUTE WS-Fin-TermWkE-Serial =
                       FUNCTION INTEGER-OF-DATE(WS-Fin-TermWkE)
               END-IF
           END-IF
           IF FIN-PERIOD-FOUND
               IF RUN-SEMIMONTHLY
                   MOVE WS-Fin-TermWkE TO WS-Fin-PerStart
                   IF WS-Fin-PerStart-Day > 15
                       MOVE 16 TO WS-Fin-PerStart-Day
                   ELSE
                       MOVE 1 TO WS-Fin-PerStart-Day
                   END-IF
                   COMPUTE WS-Fin-PerStart-Serial =
                       FUNCTION INTEGER-OF-DATE(WS-Fin-PerStart)
               ELSE
                   COMPUTE WS-Fin-PerStart-Serial =
                       WS-Fin-TermWkE-Serial - WS-Start-Back
               END-IF
               IF WS-Fin-Term-Serial < WS-Fin-PerStart-Serial
                   MOVE "N" TO WS-Fin-Period-Flag
               ELSE
                   COMPUTE WS-Fin-Period-Days =
                       WS-Fin-TermWkE-Serial - WS-Fin-PerStart-Serial
                       + 1
                   COMPUTE WS-Fin-Days =
                       WS-Fin-Term-Serial - WS-Fin-PerStart-Serial + 1
               END-IF
           END-IF.

      * The last period, prorated to the term date - the days from
      *    the period's start through the term date, paid at one
      *    period's share of the master salary for the group (a
      *    52nd, 26th or 24th). A period the group's own run already
      *    paid (the feed had them on it, mid-period termination and
      *    all) is on the pay history under the period's ending
      *    date, and is not paid a second time here.
       FINALPAY-PRORATE-PARA.
           MOVE 0 TO WS-Fin-Prorated
           MOVE "N" TO WS-Fin-Week-Paid-Flag
           IF PAYHIST-AVAILABLE
               MOVE WS-Person-EmpID TO PayH-EmpID
               MOVE WS-Fin-TermWkE TO PayH-WeekEnding
               READ PAYHISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Fin-Week-Paid-Flag
               END-READ
           END-IF
      * The prorated days go on the history as their share of the
      *    period's 40-hour weeks, for the Record of Employment's
      *    hours.
           IF NOT FIN-WEEK-ALREADY-PAID
               COMPUTE WS-Fin-Prorated ROUNDED =
                   WS-Person-Master-Salary / WS-Periods-Per-Year
                   * WS-Fin-Days / WS-Fin-Period-Days
               COMPUTE WS-Person-Hours ROUNDED =
                   40 * WS-Period-Factor * WS-Fin-Days
                   / WS-Fin-Period-Days
           END-IF.

      * The unused leave balance, paid out at the employee's hourly
      *    equivalent of the master salary (52 weeks of 40 hours).
      *    A balance taken past what was accrued pays nothing and is
      *    not clawed back. The accrual record is zeroed behind it
      *    only once the run commits - PENDPOST-APPLY-PARA, off the
      *    pending posting FINALPAY-MARK-PARA stages.
       FINALPAY-LEAVE-PARA.
           MOVE 0 TO WS-Fin-Leave-Hours
           MOVE 0 TO WS-Fin-Leave-Pay
           MOVE "N" TO WS-Fin-Accr-Flag
           COMPUTE WS-Fin-Hourly-Rate ROUNDED =
               WS-Person-Master-Salary / 2080
           IF ACCRUAL-AVAILABLE
               MOVE WS-Person-EmpID TO Accr-EmpID
               READ ACCRUALFILE
                   INVALID KEY
                       MOVE "N" TO WS-Fin-Accr-Flag
                   NOT INVALID KEY
                       MOVE "Y" TO WS-Fin-Accr-Flag
               END-READ
               IF WS-Fin-Accr-Flag = "Y"
                   COMPUTE WS-Fin-Leave-Hours =
                       Accr-Accrued-Hours - Accr-Taken-Hours
                   IF WS-Fin-Leave-Hours > 0
                       COMPUTE WS-Fin-Leave-Pay ROUNDED =
                           WS-Fin-Leave-Hours * WS-Fin-Hourly-Rate
                   ELSE
                       MOVE 0 TO WS-Fin-Leave-Hours
                   END-IF
               END-IF
           END-IF.

      * A final-pay or off-cycle payment onto the pay history under
      *    the pay date. A record already there (a weekly run, or an
      *    earlier payment, that posted on the same date) takes the
      *    payment added in, rather than being replaced by it. The
      *    payment's overtime goes onto the year on top of whatever
      *    overtime that record already carried. Only ever reached
      *    from a committed pending posting.
       PAYHIST-POST-PARA.
           IF PAYHIST-AVAILABLE
               MOVE WS-Person-EmpID TO PayH-EmpID
               MOVE WS-Fin-Pay-Date TO PayH-WeekEnding
               MOVE "Y" TO WS-PayH-Payment-Flag
               READ PAYHISTFILE
                   INVALID KEY
                       PERFORM PAYHIST-WRITE-PARA
                   NOT INVALID KEY
                       MOVE -1 TO WS-EYTD-Sign
                       PERFORM EMPYTD-POST-PARA
                       ADD WS-Person-Gross TO PayH-WeeklySalary
                       ADD WS-Tax-Amount TO PayH-Tax
                       ADD WS-Benefit-Amount TO PayH-Benefit
                       ADD WS-Election-Amount TO PayH-Other
                       ADD WS-Person-Ele-Amt(1) TO PayH-Garnish
                       ADD WS-Person-Ele-Amt(2) TO PayH-Savings
                       ADD WS-Person-Ele-Amt(3) TO PayH-Extra-WH
                       ADD WS-Net-Pay TO PayH-Net
                       ADD WS-Person-Hours TO PayH-Hours
                       REWRITE PayHistRec
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE +1 TO WS-EYTD-Sign
                       MOVE "A" TO WS-EYTD-OT-Flag
                       PERFORM EMPYTD-POST-PARA
                       MOVE "N" TO WS-EYTD-OT-Flag
               END-READ
               MOVE "N" TO WS-PayH-Payment-Flag
           END-IF.

      * Opens the staged pending-postings file the run's payments
      *    go onto - promoted with the rest of the run's outputs and
      *    applied from its live name after the commit.
       PENDPOST-STAGE-PARA.
           MOVE WS-PendPost-Stage-Name TO WS-PendPost-Name
           OPEN OUTPUT PENDPOSTFILE.

      * One payment's postings onto the staged pending file - the
      *    pay-history figures when there is a payment to post, and
      *    whether the accrual record is to be zeroed behind it.
       PENDPOST-WRITE-PARA.
           MOVE SPACES TO PendPostRec
           MOVE WS-Person-EmpID TO Pend-EmpID
           MOVE WS-Fin-Pay-Date TO Pend-PayDate
           MOVE WS-Pay-Group TO Pend-Pay-Group
           MOVE WS-Person-Store TO Pend-Store
           MOVE WS-Person-Job TO Pend-Job
           MOVE WS-PendPost-Hist-Flag TO Pend-Hist-Flag
           MOVE WS-PendPost-Accr-Flag TO Pend-Accr-Flag
           MOVE WS-Person-Gross TO Pend-Gross
           MOVE WS-Person-Sales TO Pend-Sales
           MOVE WS-Tax-Amount TO Pend-Tax
           MOVE WS-Benefit-Amount TO Pend-Benefit
           MOVE WS-Election-Amount TO Pend-Other
           MOVE WS-Person-Ele-Amt(1) TO Pend-Ele-Amt(1)
           MOVE WS-Person-Ele-Amt(2) TO Pend-Ele-Amt(2)
           MOVE WS-Person-Ele-Amt(3) TO Pend-Ele-Amt(3)
           MOVE WS-Net-Pay TO Pend-Net
           MOVE WS-Person-Hours TO Pend-Hours
           MOVE WS-Person-OT-Hours TO Pend-OT-Hours
           MOVE WS-Person-OT-Pay TO Pend-OT-Pay
           MOVE WS-Person-Bonus-Pay TO Pend-Bonus-Pay
           MOVE WS-Person-TxBen TO Pend-TxBen
           WRITE PendPostRec.

      * The start of every posting run. Postings a final-pay or
      *    off-cycle run committed but never applied go on before
      *    anything else is read or paid. If they can't, the run
      *    stops here, before it stages anything - its own empty
      *    pending file would otherwise promote over the unapplied
      *    one at the commit.
       PENDPOST-START-PARA.
           PERFORM PENDPOST-APPLY-PARA
           IF NOT PENDPOST-APPLIED
               DISPLAY "This run cannot continue until the pending "-
                       "postings are applied."
               MOVE "A06-084" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE 0 TO Evt-EmpID
               MOVE 0 TO Evt-Store
               MOVE "RUN REFUSED - PENDING POSTINGS NOT APPLIED"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
               PERFORM RUNLOCK-RELEASE-PARA
               IF EVENTLOG-OPEN
                   CLOSE EVENTLOGFILE
               END-IF
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF.

      * Applies the committed pending postings to the live pay
      *    history, employee YTD and accrual files - after a
      *    final-pay or off-cycle commit, and at the start of every
      *    posting run through PENDPOST-START-PARA. The applied
      *    file counts the postings already on - a run that died
      *    part way through skips those and carries on from the
      *    next. Both files are emptied once every posting is on;
      *    when the pay history or the accrual file won't open they
      *    are left as they are, and the next posting run will not
      *    start until they go on.
       PENDPOST-APPLY-PARA.
           MOVE "Y" TO WS-Pend-Apply-Flag
           MOVE WS-PendPost-Live-Name TO WS-PendPost-Name
           MOVE 0 TO WS-Pend-Read-Count
           MOVE 0 TO WS-Pend-Applied-Count
           MOVE 0 TO WS-PendPost-EOF-Flag
           OPEN INPUT PENDPOSTFILE
           IF ws-PendPost-Status NOT = "00"
               SET PENDPOST-EOF TO TRUE
           ELSE
               READ PENDPOSTFILE
                   AT END
                       SET PENDPOST-EOF TO TRUE
               END-READ
               IF PENDPOST-EOF
                   CLOSE PENDPOSTFILE
               END-IF
           END-IF
           IF PENDPOST-EOF
               OPEN OUTPUT PENDDONEFILE
               CLOSE PENDDONEFILE
           ELSE
               PERFORM PENDPOST-DONE-COUNT-PARA
               PERFORM PAYHIST-OPEN-PARA
               PERFORM ACCRUAL-OPEN-PARA
               IF PAYHIST-AVAILABLE AND ACCRUAL-AVAILABLE
                   MOVE WS-Week-Ending TO WS-Pend-Save-Week
                   MOVE WS-Fin-Pay-Date TO WS-Pend-Save-PayDate
                   MOVE WS-Pay-Group TO WS-Pend-Save-Group
                   PERFORM PENDPOST-ONE-PARA
                   PERFORM PENDPOST-APPLY-READ-PARA
                       UNTIL PENDPOST-EOF
                   MOVE WS-Pend-Save-Week TO WS-Week-Ending
                   MOVE WS-Pend-Save-PayDate TO WS-Fin-Pay-Date
                   MOVE WS-Pend-Save-Group TO WS-Pay-Group
                   CLOSE PENDPOSTFILE
                   OPEN OUTPUT PENDPOSTFILE
                   CLOSE PENDPOSTFILE
                   OPEN OUTPUT PENDDONEFILE
                   CLOSE PENDDONEFILE
                   IF WS-Pend-Applied-Count > 0
                       DISPLAY WS-Pend-Applied-Count, " PAY-HISTORY/"-
                               "ACCRUAL POSTING(S) APPLIED"
                   END-IF
               ELSE
                   MOVE "N" TO WS-Pend-Apply-Flag
                   CLOSE PENDPOSTFILE
                   DISPLAY " "
                   DISPLAY "*** PENDING PAY-HISTORY/ACCRUAL POSTINGS "-
                           "NOT APPLIED - LEFT FOR THE NEXT RUN ***"
                   MOVE "A06-083" TO Evt-MsgID
                   MOVE "W" TO Evt-Severity
                   MOVE 0 TO Evt-EmpID
                   MOVE 0 TO Evt-Store
                   MOVE "PENDING POSTINGS NOT APPLIED - FILE DOWN"
                       TO Evt-Text
                   PERFORM LOG-EVENT-PARA
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
               IF PAYHIST-AVAILABLE
                   CLOSE PAYHISTFILE
               END-IF
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF
               IF ACCRUAL-AVAILABLE
                   CLOSE ACCRUALFILE
               END-IF
           END-IF.

       PENDPOST-APPLY-READ-PARA.
           READ PENDPOSTFILE
               AT END
                   SET PENDPOST-EOF TO TRUE
               NOT AT END
                   PERFORM PENDPOST-ONE-PARA
           END-READ.

      * How many postings the applied file says are already on.
       PENDPOST-DONE-COUNT-PARA.
           MOVE 0 TO WS-Pend-Done-Count
           MOVE 0 TO WS-PendDone-EOF-Flag
           OPEN INPUT PENDDONEFILE
           IF ws-PendDone-Status = "00"
               PERFORM PENDPOST-DONE-READ-PARA UNTIL PENDDONE-EOF
               CLOSE PENDDONEFILE
           END-IF.

       PENDPOST-DONE-READ-PARA.
           READ PENDDONEFILE
               AT END
                   SET PENDDONE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Pend-Done-Count
           END-READ.

      * One pending posting - past the ones already applied - onto
      *    the pay history through PAYHIST-POST-PARA and its accrual
      *    record zeroed, then onto the applied file. The applied
      *    file is closed behind every line, so what it says is on
      *    is on.
       PENDPOST-ONE-PARA.
           ADD 1 TO WS-Pend-Read-Count
           IF WS-Pend-Read-Count > WS-Pend-Done-Count
               MOVE Pend-PayDate TO WS-Fin-Pay-Date
               MOVE Pend-PayDate TO WS-Week-Ending
               MOVE Pend-Pay-Group TO WS-Pay-Group
               IF Pend-Hist-Flag = "Y"
                   MOVE Pend-EmpID TO WS-Person-EmpID
                   MOVE Pend-Store TO WS-Person-Store
                   MOVE Pend-Job TO WS-Person-Job
                   MOVE Pend-Gross TO WS-Person-Gross
                   MOVE Pend-Sales TO WS-Person-Sales
                   MOVE Pend-Tax TO WS-Tax-Amount
                   MOVE Pend-Benefit TO WS-Benefit-Amount
                   MOVE Pend-Other TO WS-Election-Amount
                   MOVE Pend-Ele-Amt(1) TO WS-Person-Ele-Amt(1)
                   MOVE Pend-Ele-Amt(2) TO WS-Person-Ele-Amt(2)
                   MOVE Pend-Ele-Amt(3) TO WS-Person-Ele-Amt(3)
                   MOVE Pend-Net TO WS-Net-Pay
                   MOVE Pend-Hours TO WS-Person-Hours
                   MOVE Pend-OT-Hours TO WS-Person-OT-Hours
                   MOVE Pend-OT-Pay TO WS-Person-OT-Pay
                   MOVE Pend-Bonus-Pay TO WS-Person-Bonus-Pay
                   MOVE Pend-TxBen TO WS-Person-TxBen
                   PERFORM PAYHIST-POST-PARA
               END-IF
               IF Pend-Accr-Flag = "Y"
                   MOVE Pend-EmpID TO Accr-EmpID
                   READ ACCRUALFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Accr-Accrued-Hours
                           MOVE 0 TO Accr-Taken-Hours
                           MOVE Pend-PayDate TO Accr-LastWeek
                           REWRITE AccrualRec
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
               OPEN EXTEND PENDDONEFILE
               IF ws-PendDone-Status NOT = "00"
                   OPEN OUTPUT PENDDONEFILE
               END-IF
               MOVE SPACES TO PendDoneRec
               MOVE Pend-EmpID TO Done-EmpID
               MOVE Pend-PayDate TO Done-PayDate
               WRITE PendDoneRec
               CLOSE PENDDONEFILE
               ADD 1 TO WS-Pend-Applied-Count
           END-IF.

      * A final-pay or off-cycle payment's gross into the YTD
      *    master's store and job code cell - a store the master
      *    has never seen gets a fresh row, the same first-seen
      *    shape ADJ-YTD-PARA uses.
      *    The cells go back at the end through ADJ-YTD-REWRITE-PARA.
       YTD-POST-PARA.
           MOVE WS-Person-Job TO ws-JobCode
           PERFORM FIND-JOBCODE-PARA
           IF WS-Job-Sub = 0
               DISPLAY "EMPID ", WS-Person-EmpID, " HOME JOB CODE [",
                       WS-Person-Job, "] IS NOT A/C/M/S - "-
                       "PAYMENT NOT ADDED TO THE YTD MASTER"
               MOVE "A06-040" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE WS-Person-EmpID TO Evt-EmpID
               MOVE WS-Person-Store TO Evt-Store
               MOVE "PAYMENT KEPT OUT OF YTD - BAD HOME JOB CODE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 4 TO WS-New-RC
               PERFORM SET-RC-PARA
           ELSE
               MOVE 0 TO WS-Adj-YTD-Sub
               PERFORM VARYING WS-YTD-Find-Sub FROM 1 BY 1
                       UNTIL WS-YTD-Find-Sub > WS-YTD-Store-Count
                   IF WS-YTD-Store-Number(WS-YTD-Find-Sub) =
                           WS-Person-Store
                       MOVE WS-YTD-Find-Sub TO WS-Adj-YTD-Sub
                   END-IF
               END-PERFORM
               IF WS-Adj-YTD-Sub = 0 AND
                       WS-YTD-Store-Count < WS-Max-YTD-Stores
                   ADD 1 TO WS-YTD-Store-Count
                   MOVE WS-YTD-Store-Count TO WS-Adj-YTD-Sub
                   MOVE WS-Person-Store TO
                       WS-YTD-Store-Number(WS-Adj-YTD-Sub)
               END-IF
               IF WS-Adj-YTD-Sub NOT = 0
                   ADD WS-Person-Gross TO
                       WS-YTD-JobCode-Total(WS-Adj-YTD-Sub,
                                            WS-Job-Sub) ROUNDED
               END-IF
           END-IF.

      * The employer's cost of a final-pay or off-cycle payment -
      *    the gross at the person's store and job code, into the
      *    store table the way a week's portions go, so
      *    REMIT-WRITE-PARA's employer lines and the GL extract's
      *    E rows carry it just as they carry a week's.
       PAYMENT-ER-COST-PARA.
           MOVE WS-Person-Store TO In-EmpStoreNumber
           PERFORM FIND-STORE-PARA
           MOVE WS-Person-Job TO ws-JobCode
           PERFORM FIND-JOBCODE-PARA
           IF WS-Store-Sub NOT = 0 AND WS-Job-Sub NOT = 0
               MOVE WS-Person-Gross TO WS-Er-Base
               PERFORM EMPLOYER-COST-PARA
           END-IF.

      * A final-pay or off-cycle run's E rows go onto the live GL
      *    extract the way the adjustment run's rows do - its
      *    staging copy starts from the live one.
       PAYMENT-GL-STAGE-PARA.
           MOVE "cp DataFiles/GLExtract.csv DataFiles/"-
                "GLExtract.csv.stg 2>/dev/null"
                TO WS-Commit-Command
           CALL 'SYSTEM' USING WS-Commit-Command.

      * One type E row per store/job-code cell the run's payments
      *    cost the employer anything in, dated the pay date.
       PAYMENT-ER-GL-PARA.
           OPEN EXTEND GLEXTRACTFILE
           IF ws-GLExtract-Status NOT = "00"
               OPEN OUTPUT GLEXTRACTFILE
           END-IF
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                       UNTIL WS-Job-Sub > 4
                   IF WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) > 0
                       MOVE WS-Store-Number(WS-Store-Sub) TO
                           GL-Store-Edit
                       MOVE WS-JobCode-Name(WS-Job-Sub) TO
                           GL-Job-Edit
                       MOVE WS-Er-Cost-Total(WS-Store-Sub,
                           WS-Job-Sub) TO GL-Amount-Edit
                       MOVE "E" TO GL-Type-Edit
                       PERFORM GL-ROW-WRITE-PARA
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE GLEXTRACTFILE.

      * The separation pay statement - what the last period and the
      *    leave payout came to, the deductions and the net, and how
      *    it was paid. Named SeparationStmt_EEEE_YYYYMMDD.txt by
      *    EmpID and pay date, next to the weekly pay statements.
       SEPARATION-STMT-PARA.
           MOVE SPACES TO WS-Statement-Name
           STRING "DataFiles\SeparationStmt_" DELIMITED BY SIZE
               WS-Person-EmpID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-Fin-Pay-Date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Statement-Name
           OPEN OUTPUT STATEMENTFILE
           MOVE SPACES TO StatementRec
           STRING "SEPARATION PAY STATEMENT - PAID " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO StatementRec
           WRITE StatementRec
           MOVE SPACES TO StatementRec
           STRING "Employee " DELIMITED BY SIZE
               WS-Person-EmpID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Person-LastName DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               WS-Person-FirstName DELIMITED BY "  "
               INTO StatementRec
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Store" TO StatementRec(1:5)
           MOVE WS-Person-Store TO StatementRec(7:4)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Hired         :" TO StatementRec(1:15)
           MOVE Emp-Hire-Date TO WS-Fin-Date-Work
           PERFORM FINALPAY-DATE-DISP-PARA
           MOVE WS-Fin-Date-Disp TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 2
           MOVE SPACES TO StatementRec
           MOVE "Terminated    :" TO StatementRec(1:15)
           MOVE Emp-Term-Date-Num TO WS-Fin-Date-Work
           PERFORM FINALPAY-DATE-DISP-PARA
           MOVE WS-Fin-Date-Disp TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           IF RUN-WEEKLY
               MOVE "Last Week     :" TO StatementRec(1:15)
           ELSE
               MOVE "Last Period   :" TO StatementRec(1:15)
           END-IF
           IF FIN-WEEK-ALREADY-PAID
               IF RUN-WEEKLY
                   MOVE "PAID ON THE WEEKLY RUN" TO StatementRec(17:22)
               ELSE
                   MOVE "PAID ON THE PAY-GROUP RUN" TO
                       StatementRec(17:25)
               END-IF
           ELSE
               MOVE WS-Fin-Days TO WS-Fin-Days-Edited
               MOVE WS-Fin-Period-Days TO WS-Fin-PerDays-Edited
               STRING WS-Fin-Days-Edited DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-Fin-PerDays-Edited DELIMITED BY SIZE
                   " DAYS WORKED" DELIMITED BY SIZE
                   INTO StatementRec(17:20)
           END-IF
           WRITE StatementRec AFTER ADVANCING 2
           MOVE SPACES TO StatementRec
           IF RUN-WEEKLY
               MOVE "Last Week Pay :" TO StatementRec(1:15)
           ELSE
               MOVE "Period Pay    :" TO StatementRec(1:15)
           END-IF
           MOVE WS-Fin-Prorated TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Leave Hours   :" TO StatementRec(1:15)
           MOVE WS-Fin-Leave-Hours TO WS-Fin-Hours-Edited
           MOVE WS-Fin-Hours-Edited TO StatementRec(17:8)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Leave Rate    :" TO StatementRec(1:15)
           MOVE WS-Fin-Hourly-Rate TO WS-Fin-Rate-Edited
           MOVE WS-Fin-Rate-Edited TO StatementRec(17:11)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Leave Payout  :" TO StatementRec(1:15)
           MOVE WS-Fin-Leave-Pay TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Gross Pay     :" TO StatementRec(1:15)
           MOVE WS-Person-Gross TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 2
           MOVE SPACES TO StatementRec
           MOVE "Tax Withheld  :" TO StatementRec(1:15)
           MOVE WS-Tax-Amount TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Benefits      :" TO StatementRec(1:15)
           MOVE WS-Benefit-Amount TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Other Deducts :" TO StatementRec(1:15)
           MOVE WS-Election-Amount TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Net Pay       :" TO StatementRec(1:15)
           MOVE WS-Net-Pay TO WS-Stmt-Amt-Edited
           MOVE WS-Stmt-Amt-Edited TO StatementRec(17:10)
           WRITE StatementRec AFTER ADVANCING 1
           MOVE SPACES TO StatementRec
           MOVE "Paid By       :" TO StatementRec(1:15)
           EVALUATE TRUE
               WHEN WS-Net-Pay = 0
                   MOVE "NOTHING OWED" TO StatementRec(17:12)
               WHEN WS-Person-Transit > 0
                   MOVE "DIRECT DEPOSIT" TO StatementRec(17:14)
               WHEN OTHER
                   MOVE "CHEQUE" TO StatementRec(17:6)
           END-EVALUATE
           WRITE StatementRec AFTER ADVANCING 1
           CLOSE STATEMENTFILE.

      * One settled employee onto the staged settled file and into
      *    the table, so the master walk can't settle them twice.
       FINALPAY-MARK-PARA.
           MOVE SPACES TO FinalPayRec
           MOVE WS-Person-EmpID TO Fin-EmpID
           MOVE Emp-Term-Date-Num TO Fin-TermDate
           MOVE WS-Fin-Pay-Date TO Fin-PayDate
           MOVE WS-Net-Pay TO Fin-Net
           WRITE FinalPayRec
           IF WS-FinalPay-Count < WS-Max-FinalPay
               ADD 1 TO WS-FinalPay-Count
               MOVE WS-Person-EmpID TO
                   WS-FinPay-EmpID(WS-FinalPay-Count)
           END-IF.

      * The register's totals line - one company line, since a
      *    final-pay run is a handful of people, not a week of
      *    stores.
       FINALPAY-TOTALS-PARA.
           MOVE SPACES TO NPT-Label
           MOVE "FINAL PAY" TO NPT-Label
           MOVE WS-NP-Company-Gross TO NPT-Gross
           MOVE WS-NP-Company-Tax TO NPT-Tax
           MOVE WS-NP-Company-Ben TO NPT-Benefit
           MOVE WS-NP-Company-Oth TO NPT-Other
           MOVE WS-NP-Company-Net TO NPT-Net
           MOVE WS-NP-Tot-Line TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 2
           MOVE SPACES TO NetPayRec
           STRING "Employees settled: " DELIMITED BY SIZE
               WS-Fin-Settled-Count DELIMITED BY SIZE
               INTO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 1.

      * Loads the settled file - optional, no file just means
      *    nobody has been paid out yet.
       FINALPAY-LOAD-PARA.
           MOVE 0 TO WS-FinalPay-EOF-Flag
           OPEN INPUT FINALPAYFILE
           IF ws-FinalPay-Status = "00"
               PERFORM FINALPAY-LOAD-READ-PARA UNTIL FINALPAY-EOF
               CLOSE FINALPAYFILE
           END-IF.

       FINALPAY-LOAD-READ-PARA.
           READ FINALPAYFILE
               AT END
                   SET FINALPAY-EOF TO TRUE
               NOT AT END
                   IF WS-FinalPay-Count < WS-Max-FinalPay
                       ADD 1 TO WS-FinalPay-Count
                       MOVE Fin-EmpID TO
                           WS-FinPay-EmpID(WS-FinalPay-Count)
                   END-IF
           END-READ.

       FINALPAY-FIND-PARA.
           MOVE "N" TO WS-FinalPay-Found-Flag
           PERFORM VARYING WS-FinalPay-Sub FROM 1 BY 1
                   UNTIL WS-FinalPay-Sub > WS-FinalPay-Count
               IF WS-FinPay-EmpID(WS-FinalPay-Sub) =
                       WS-FinalPay-Lookup-ID
                   MOVE "Y" TO WS-FinalPay-Found-Flag
               END-IF
           END-PERFORM.

      * YYYYMMDD in WS-Fin-Date-Work to YYYY-MM-DD for printing.
       FINALPAY-DATE-DISP-PARA.
           MOVE SPACES TO WS-Fin-Date-Disp
           STRING WS-Fin-Date-Year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fin-Date-Month DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Fin-Date-Day DELIMITED BY SIZE
               INTO WS-Fin-Date-Disp.

      * The off-cycle run. Pays the one or few people on the
      *    off-cycle file - somebody left off the feed, a new hire's
      *    missed first week - on a pay date between weekly runs,
      *    through the same gross, deduction, election and net
      *    logic the weekly settlement uses. Its register and bank
      *    file carry the run's off-cycle sequence number, and the
      *    sequence goes on the posted register as its own kind of
      *    entry, so the weekly double-post check never mistakes it
      *    for a posted week.
       OFFCYCLE-RUN-PARA.
           PERFORM CONTROL-READ-PARA
           PERFORM PAY-DATE-PARA
           PERFORM MASTER-OPEN-PARA
           MOVE 0 TO WS-OffCycle-EOF-Flag
           OPEN INPUT OFFCYCLEFILE
           IF ws-OffCycle-Status NOT = "00" OR CTL-DATE-BAD
               DISPLAY " "
               DISPLAY "*** THE OFF-CYCLE RUN NEEDS THE OFF-CYCLE "-
                       "FILE AND A REAL PAY DATE ***"
               DISPLAY "Off-cycle run cannot continue."
               MOVE "A06-042" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE "OFF-CYCLE RUN REFUSED - NO FILE OR BAD DATE"
                   TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
               IF ws-OffCycle-Status = "00"
                   CLOSE OFFCYCLEFILE
               END-IF
               IF MASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
           ELSE
               PERFORM PAYHIST-OPEN-PARA
               PERFORM SALCHG-LOAD-PARA
               PERFORM DEDUCTION-LOAD-PARA
               PERFORM ELECTION-LOAD-PARA
               PERFORM ENROLL-LOAD-PARA
               PERFORM EMPLOYER-RATE-LOAD-PARA
               PERFORM YTD-LOAD-PARA
               PERFORM FINALPAY-LOAD-PARA
               PERFORM OFFCYCLE-SEQ-PARA
      * Staged the way the final-pay run stages - the election
      *    ledger's copy starts from the live one so every cap is
      *    taken against what has been paid, and the posted
      *    register's copy takes this run's entry.
               MOVE "rm -f DataFiles/*.stg" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ChequeRegister.dat "-
                    "DataFiles/Assignment#6_ChequeRegister.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_ElectionLedger.dat "-
                    "DataFiles/Assignment#6_ElectionLedger.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               MOVE "cp DataFiles/Assignment#6_PostedWeeks.dat "-
                    "DataFiles/Assignment#6_PostedWeeks.dat.stg "-
                    "2>/dev/null" TO WS-Commit-Command
               CALL 'SYSTEM' USING WS-Commit-Command
               PERFORM ELECTLEDGER-LOAD-PARA
               PERFORM PAYMENT-GL-STAGE-PARA
               PERFORM PENDPOST-STAGE-PARA
               MOVE SPACES TO WS-NetPay-Name
               STRING "DataFiles\OffCycleRegister_" DELIMITED BY SIZE
                   WS-Off-Seq DELIMITED BY SIZE
                   ".rpt.stg" DELIMITED BY SIZE
                   INTO WS-NetPay-Name
               MOVE SPACES TO WS-BankPay-Name
               STRING "DataFiles\OffCycleBank_" DELIMITED BY SIZE
                   WS-Off-Seq DELIMITED BY SIZE
                   ".dat.stg" DELIMITED BY SIZE
                   INTO WS-BankPay-Name
               MOVE SPACES TO WS-Cheque-Name
               STRING "DataFiles\OffCycleCheques_" DELIMITED BY SIZE
                   WS-Off-Seq DELIMITED BY SIZE
                   ".prt.stg" DELIMITED BY SIZE
                   INTO WS-Cheque-Name
               MOVE "M" TO WS-Chq-Source
               OPEN OUTPUT NETPAYFILE
               OPEN OUTPUT BANKPAYFILE
               OPEN OUTPUT CHEQUEFILE
               PERFORM CHEQUE-OPEN-PARA
               MOVE SPACES TO NetPay-Header
               STRING "Off-cycle register " DELIMITED BY SIZE
                   WS-Off-Seq DELIMITED BY SIZE
                   " - paid: " DELIMITED BY SIZE
                   WS-Week-Ending-Disp DELIMITED BY SIZE
                   INTO NetPay-Header
               WRITE NetPay-Header
               MOVE "EmpID      Store  Gross      Tax       "-
                    " Benefit   Other     Net"
                    TO NetPay-Header
               WRITE NetPay-Header AFTER ADVANCING 1
               MOVE 0 TO WS-NP-Company-Gross
               MOVE 0 TO WS-NP-Company-Tax
               MOVE 0 TO WS-NP-Company-Ben
               MOVE 0 TO WS-NP-Company-Oth
               MOVE 0 TO WS-NP-Company-Net
               PERFORM OFFCYCLE-READ-PARA UNTIL OFFCYCLE-EOF
               PERFORM OFFCYCLE-TOTALS-PARA
               PERFORM BANK-TRAILER-PARA
               CLOSE NETPAYFILE
               CLOSE BANKPAYFILE
               PERFORM CHEQUE-CLOSE-PARA
               CLOSE OFFCYCLEFILE
               CLOSE PENDPOSTFILE
               IF MASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
               IF PAYHIST-AVAILABLE
                   CLOSE PAYHISTFILE
               END-IF
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF
               IF WS-Off-Paid-Count > 0
                   PERFORM EMPLOYER-TOTALS-PARA
                   IF WS-NP-Company-Tax > 0 OR WS-NP-Company-Ben > 0
                           OR WS-Er-Company-Stat > 0
                           OR WS-Er-Company-Pension > 0
                           OR WS-Er-Company-WCB > 0
                       PERFORM REMIT-WRITE-PARA
                   END-IF
                   PERFORM PAYMENT-ER-GL-PARA
                   PERFORM ADJ-YTD-REWRITE-PARA
                   PERFORM OFFCYCLE-MARK-PARA
                   MOVE SPACES TO WS-PayeeRemit-Name
                   STRING "DataFiles\OffCycleRemit_" DELIMITED BY SIZE
                       WS-Off-Seq DELIMITED BY SIZE
                       ".dat.stg" DELIMITED BY SIZE
                       INTO WS-PayeeRemit-Name
                   MOVE SPACES TO WS-SavContrib-Name
                   STRING "DataFiles\OffCycleSavings_"
                           DELIMITED BY SIZE
                       WS-Off-Seq DELIMITED BY SIZE
                       ".dat.stg" DELIMITED BY SIZE
                       INTO WS-SavContrib-Name
                   MOVE WS-Ledger-Rows-Before TO WS-Remit-Skip-Rows
                   PERFORM PAYEE-REMIT-PARA
               END-IF
               PERFORM OFFCYCLE-INPUT-DONE-PARA
               PERFORM COMMIT-OUTPUTS-PARA
               PERFORM PENDPOST-APPLY-PARA
               DISPLAY " "
               DISPLAY "Off-cycle run ", WS-Off-Seq, " complete - ",
                       WS-Off-Paid-Count, " paid, ",
                       WS-Off-Refused-Count, " refused."
               MOVE "A06-041" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "OFF-CYCLE RUN COMPLETE" TO Evt-Text
               PERFORM LOG-EVENT-PARA
               IF WS-Off-Refused-Count > 0
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF.

      * The next off-cycle sequence number - one past the highest
      *    off-cycle entry already on the posted register.
       OFFCYCLE-SEQ-PARA.
           MOVE 0 TO WS-Off-Seq
           MOVE 0 TO WS-Posted-EOF-Flag
           OPEN INPUT POSTEDFILE
           IF ws-Posted-Status = "00"
               PERFORM OFFCYCLE-SEQ-READ-PARA UNTIL POSTED-EOF
               CLOSE POSTEDFILE
           END-IF
           ADD 1 TO WS-Off-Seq.

       OFFCYCLE-SEQ-READ-PARA.
           READ POSTEDFILE
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF POSTED-OFF-CYCLE AND
                           Posted-OffCycle-Seq > WS-Off-Seq
                       MOVE Posted-OffCycle-Seq TO WS-Off-Seq
                   END-IF
           END-READ.

      * One off-cycle payment. The record is in the weekly feed's
      *    layout, so once it is in InRec the weekly gross and
      *    person logic take it exactly as they would a feed record
      *    - each record settles as its own payment.
       OFFCYCLE-READ-PARA.
           READ OFFCYCLEFILE INTO InRec
               AT END
                   SET OFFCYCLE-EOF TO TRUE
               NOT AT END
                   PERFORM OFFCYCLE-ONE-PARA
           END-READ.

       OFFCYCLE-ONE-PARA.
           MOVE In-EmpJobCode TO ws-JobCode
           PERFORM FIND-JOBCODE-PARA
           PERFORM MASTER-CHECK-PARA
           MOVE SPACES TO WS-Off-Refusal
           IF NOT MASTER-AVAILABLE OR NOT MASTER-FOUND
               MOVE "NOT ON THE EMPLOYEE MASTER" TO WS-Off-Refusal
           ELSE
               IF WS-Job-Sub = 0
                   MOVE "JOB CODE NOT A/C/M/S" TO WS-Off-Refusal
               ELSE
                   MOVE In-EmpID TO WS-FinalPay-Lookup-ID
                   PERFORM FINALPAY-FIND-PARA
                   IF FINAL-PAY-SETTLED
                       MOVE "FINAL PAY ALREADY SETTLED" TO
                           WS-Off-Refusal
                   ELSE
      * The run's pay group is stamped on the history and the bank
      *    file it writes, so the weekly feed's group check holds
      *    here too.
                       PERFORM PAYGROUP-CHECK-PARA
                       MOVE WS-PayGroup-Reason TO WS-Off-Refusal
                   END-IF
               END-IF
           END-IF
           IF WS-Off-Refusal NOT = SPACES
               ADD 1 TO WS-Off-Refused-Count
               MOVE SPACES TO NetPayRec
               MOVE In-EmpID TO NetPayRec(1:9)
               MOVE In-EmpStoreNumber TO NetPayRec(13:4)
               STRING "REFUSED - " DELIMITED BY SIZE
                   WS-Off-Refusal DELIMITED BY SIZE
                   INTO NetPayRec(20:40)
               WRITE NetPayRec AFTER ADVANCING 1
               DISPLAY "EMPID ", In-EmpID, " OFF-CYCLE PAYMENT "-
                       "REFUSED - ", WS-Off-Refusal
               MOVE "A06-043" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE In-EmpID TO Evt-EmpID
               MOVE In-EmpStoreNumber TO Evt-Store
               MOVE "OFF-CYCLE PAYMENT REFUSED" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           ELSE
               PERFORM GROSS-PAY-PARA
               PERFORM PERSON-START-PARA
               PERFORM PERSON-ACCUM-PARA
               PERFORM NETPAY-DETAIL-PARA
               ADD WS-Person-Gross TO WS-NP-Company-Gross ROUNDED
               ADD WS-Tax-Amount TO WS-NP-Company-Tax ROUNDED
               ADD WS-Benefit-Amount TO WS-NP-Company-Ben ROUNDED
               ADD WS-Election-Amount TO WS-NP-Company-Oth ROUNDED
               ADD WS-Net-Pay TO WS-NP-Company-Net ROUNDED
               MOVE "Y" TO WS-PendPost-Hist-Flag
               MOVE "N" TO WS-PendPost-Accr-Flag
               PERFORM PENDPOST-WRITE-PARA
               PERFORM YTD-POST-PARA
               PERFORM PAYMENT-ER-COST-PARA
               ADD 1 TO WS-Off-Paid-Count
               MOVE 0 TO WS-Person-Portions
           END-IF.

      * The register's totals line - one company line, like the
      *    final-pay register.
       OFFCYCLE-TOTALS-PARA.
           MOVE SPACES TO NPT-Label
           MOVE "OFF-CYCLE" TO NPT-Label
           MOVE WS-NP-Company-Gross TO NPT-Gross
           MOVE WS-NP-Company-Tax TO NPT-Tax
           MOVE WS-NP-Company-Ben TO NPT-Benefit
           MOVE WS-NP-Company-Oth TO NPT-Other
           MOVE WS-NP-Company-Net TO NPT-Net
           MOVE WS-NP-Tot-Line TO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 2
           MOVE SPACES TO NetPayRec
           STRING "Employees paid: " DELIMITED BY SIZE
               WS-Off-Paid-Count DELIMITED BY SIZE
               "   refused: " DELIMITED BY SIZE
               WS-Off-Refused-Count DELIMITED BY SIZE
               INTO NetPayRec
           WRITE NetPayRec AFTER ADVANCING 1.

      * The off-cycle entry on the posted register - pay date,
      *    type O and the sequence. The weekly checks read past it.
      *    It goes onto the staging copy, so a run that dies before
      *    the commit leaves no entry for payments that never went.
       OFFCYCLE-MARK-PARA.
           MOVE WS-Posted-Stage-Name TO WS-Posted-Name
           OPEN EXTEND POSTEDFILE
           IF ws-Posted-Status NOT = "00"
               OPEN OUTPUT POSTEDFILE
           END-IF
           MOVE SPACES TO PostedRec
           MOVE WS-Fin-Pay-Date TO Posted-WeekEnding
           MOVE "O" TO Posted-Type
           MOVE WS-Off-Seq TO Posted-OffCycle-Seq
           MOVE WS-Pay-Group TO Posted-Pay-Group
           WRITE PostedRec
           CLOSE POSTEDFILE
           MOVE WS-Posted-Live-Name TO WS-Posted-Name
           MOVE WS-Fin-Pay-Date TO WS-Run-By-Week
           PERFORM PAYRUN-LOG-PARA.

      * The off-cycle file is spent once its run completes - kept as
      *    OffCycleInput_ with the run's sequence, and an empty file
      *    left in its place, both promoted with the run's outputs.
      *    Running the job again before anyone keys new payments
      *    then pays nobody, rather than everybody a second time.
       OFFCYCLE-INPUT-DONE-PARA.
           MOVE SPACES TO WS-Commit-Command
           STRING "cp DataFiles/Assignment#6_OffCycle.dat "
                   DELIMITED BY SIZE
               "DataFiles/OffCycleInput_" DELIMITED BY SIZE
               WS-Off-Seq DELIMITED BY SIZE
               ".dat.stg 2>/dev/null" DELIMITED BY SIZE
               INTO WS-Commit-Command
           CALL 'SYSTEM' USING WS-Commit-Command
           MOVE ": > DataFiles/Assignment#6_OffCycle.dat.stg"
               TO WS-Commit-Command
           CALL 'SYSTEM' USING WS-Commit-Command.

      * The what-if simulation. The chosen posted week's feed is
      *    replayed twice through the weekly gross, deduction,
      *    election and net logic - once on the live deduction,
      *    commission and salary-change tables, once with the
      *    alternates run control names loaded in their place - and
      *    the two sets of figures come out side by side on
      *    WhatIfSimulation.rpt by employee, store and company.
      *    Nothing else is written: no register, no YTD master, no
      *    pay history, no ledger, no staging and no commit. Refused
      *    outright unless the week is on the posted register and
      *    every alternate named will open.
       SIMULATION-RUN-PARA.
           PERFORM CONTROL-READ-PARA
           IF WS-Sim-Week > 0
               MOVE WS-Sim-Week TO WS-Week-Ending
               PERFORM WEEK-DATE-EDIT-PARA
               MOVE SPACES TO WS-Week-Ending-Disp
               STRING WS-WkE-Year DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WkE-Month DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WkE-Day DELIMITED BY SIZE
                   INTO WS-Week-Ending-Disp
           END-IF
           MOVE SPACES TO WS-Sim-Refusal
           MOVE SPACES TO WS-Sim-Bad-Name
           IF CTL-DATE-BAD
               MOVE "NO REAL WEEK-ENDING DATE" TO WS-Sim-Refusal
           ELSE
               PERFORM POSTED-CHECK-PARA
               IF NOT ALREADY-POSTED
                   MOVE "WEEK NOT ON THE POSTED REGISTER" TO
                       WS-Sim-Refusal
               END-IF
           END-IF
           IF WS-Sim-Refusal = SPACES AND
                   WS-Sim-Deduct-Name = SPACES AND
                   WS-Sim-Comm-Name = SPACES AND
                   WS-Sim-SalChg-Name = SPACES
               MOVE "NO ALTERNATE TABLE NAMED" TO WS-Sim-Refusal
           END-IF
           IF WS-Sim-Refusal = SPACES
               PERFORM SIM-ALT-CHECK-PARA
           END-IF
           IF WS-Sim-Refusal = SPACES
               OPEN INPUT INFILE
               IF ws-InFile-Status = "00"
                   CLOSE INFILE
               ELSE
                   MOVE "WEEKLY FILE WOULD NOT OPEN" TO
                       WS-Sim-Refusal
               END-IF
           END-IF
           IF WS-Sim-Refusal NOT = SPACES
               DISPLAY " "
               DISPLAY "*** WHAT-IF SIMULATION REFUSED - ",
                       WS-Sim-Refusal, " ***"
               IF WS-Sim-Bad-Name NOT = SPACES
                   DISPLAY "Could not open: ", WS-Sim-Bad-Name
               END-IF
               MOVE "A06-060" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE SPACES TO Evt-Text
               STRING "SIMULATION REFUSED - " DELIMITED BY SIZE
                   WS-Sim-Refusal DELIMITED BY SIZE
                   INTO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
           ELSE
               PERFORM WEEK-START-PARA
               PERFORM MASTER-OPEN-PARA
               PERFORM STOREMASTER-OPEN-PARA
               PERFORM THRESHOLD-PRESET-PARA
               PERFORM RUNCONTROL-APPLY-PARA
               PERFORM EMPLOYER-RATE-LOAD-PARA
               PERFORM ELECTION-LOAD-PARA
               PERFORM ENROLL-LOAD-PARA
               PERFORM COMMISSION-LOAD-PARA
               PERFORM SALCHG-LOAD-PARA
               PERFORM DEDUCTION-LOAD-PARA
               MOVE 1 TO WS-Sim-Side
               PERFORM SIM-PASS-PARA
               PERFORM SIM-ALT-LOAD-PARA
               MOVE 2 TO WS-Sim-Side
               PERFORM SIM-PASS-PARA
               IF MASTER-AVAILABLE
                   CLOSE EMPFILE
               END-IF
               PERFORM SIM-SORT-PARA
               PERFORM SIM-REPORT-PARA
               IF STOREMASTER-AVAILABLE
                   CLOSE STOREMASTER
               END-IF
               DISPLAY " "
               DISPLAY "What-if simulation of week ",
                       WS-Week-Ending-Disp, " complete - ",
                       WS-Sim-Count, " employee(s) compared. "-
                       "Nothing was posted."
               MOVE "A06-059" TO Evt-MsgID
               MOVE "I" TO Evt-Severity
               MOVE "WHAT-IF SIMULATION COMPLETE" TO Evt-Text
               PERFORM LOG-EVENT-PARA
               IF WS-Sim-Dropped > 0
                   MOVE 4 TO WS-New-RC
                   PERFORM SET-RC-PARA
               END-IF
           END-IF.

      * Every alternate named has to open - a typo'd name would
      *    otherwise load an empty table and report the whole
      *    company's tax (or commission) as a saving. The live
      *    name is put back after each trial open.
       SIM-ALT-CHECK-PARA.
           IF WS-Sim-Deduct-Name NOT = SPACES
               MOVE WS-Deduct-Name TO WS-Sim-Live-Name
               MOVE WS-Sim-Deduct-Name TO WS-Deduct-Name
               OPEN INPUT DEDUCTFILE
               IF ws-Deduct-Status = "00"
                   CLOSE DEDUCTFILE
               ELSE
                   MOVE WS-Sim-Deduct-Name TO WS-Sim-Bad-Name
               END-IF
               MOVE WS-Sim-Live-Name TO WS-Deduct-Name
           END-IF
           IF WS-Sim-Comm-Name NOT = SPACES
               MOVE WS-Commission-Name TO WS-Sim-Live-Name
               MOVE WS-Sim-Comm-Name TO WS-Commission-Name
               OPEN INPUT COMMISSIONFILE
               IF ws-Commission-Status = "00"
                   CLOSE COMMISSIONFILE
               ELSE
                   MOVE WS-Sim-Comm-Name TO WS-Sim-Bad-Name
               END-IF
               MOVE WS-Sim-Live-Name TO WS-Commission-Name
           END-IF
           IF WS-Sim-SalChg-Name NOT = SPACES
               MOVE WS-SalChg-Name TO WS-Sim-Live-Name
               MOVE WS-Sim-SalChg-Name TO WS-SalChg-Name
               OPEN INPUT SALCHGFILE
               IF ws-SalChg-Status = "00"
                   CLOSE SALCHGFILE
               ELSE
                   MOVE WS-Sim-SalChg-Name TO WS-Sim-Bad-Name
               END-IF
               MOVE WS-Sim-Live-Name TO WS-SalChg-Name
           END-IF
           IF WS-Sim-Bad-Name NOT = SPACES
               MOVE "ALTERNATE TABLE WOULD NOT OPEN" TO
                   WS-Sim-Refusal
           END-IF.

      * Side 2's tables - each alternate named replaces its live
      *    table outright; a table not named stays as side 1 had it.
       SIM-ALT-LOAD-PARA.
           IF WS-Sim-Deduct-Name NOT = SPACES
               MOVE WS-Sim-Deduct-Name TO WS-Deduct-Name
               MOVE 0 TO WS-Deduction-Count
               MOVE 0 TO WS-Deduct-EOF-Flag
      * A table still pending is exactly what gets simulated, so the
      *    alternate's latest table loads whatever its date - the
      *    same way the maintenance proof reads a pending table.
               MOVE "Y" TO WS-Ded-Any-Date-Flag
               PERFORM DEDUCTION-LOAD-PARA
               MOVE "N" TO WS-Ded-Any-Date-Flag
           END-IF
           IF WS-Sim-Comm-Name NOT = SPACES
               MOVE WS-Sim-Comm-Name TO WS-Commission-Name
               MOVE 0 TO WS-Commission-Count
               MOVE 0 TO WS-Commission-EOF-Flag
               PERFORM COMMISSION-LOAD-PARA
           END-IF
           IF WS-Sim-SalChg-Name NOT = SPACES
               MOVE WS-Sim-SalChg-Name TO WS-SalChg-Name
               MOVE 0 TO WS-SalChg-Count
               MOVE 0 TO WS-SalChg-EOF-Flag
               PERFORM SALCHG-LOAD-PARA
           END-IF.

      * One pass of the whole feed for the side in WS-Sim-Side.
       SIM-PASS-PARA.
           MOVE 0 TO WS-Person-EmpID
           MOVE 0 TO WS-Person-Portions
           MOVE 0 TO WS-Sim-Person-Sub
           MOVE 0 TO ws-EOF
           OPEN INPUT INFILE
           PERFORM SIM-READ-PARA UNTIL EOF
      * The last person on the file still has portions pending.
           PERFORM SIM-SETTLE-PARA
           CLOSE INFILE.

       SIM-READ-PARA.
           READ INFILE NEXT RECORD
               AT END
                   SET EOF TO TRUE
               NOT AT END
                   PERFORM SIM-RECORD-PARA
           END-READ
           IF ws-InFile-Status NOT = "00" AND
                   ws-InFile-Status NOT = "10"
               DISPLAY "*** ERROR READING WEEKLY SALARY FILE, "-
                       "STATUS: ", ws-InFile-Status, " ***"
               SET EOF TO TRUE
           END-IF.

      * One feed record, held to the rules the weekly run paid it
      *    by - no master record, a termination before the week, a
      *    store not on (or closed on) the Store Master or a bad job
      *    code keeps it off both sides, counted once. A qualifying
      *    salesperson's commission bonus is paid as earnings the
      *    way the weekly run pays it; the gift's taxable value is
      *    left out of both sides alike.
       SIM-RECORD-PARA.
           PERFORM MASTER-CHECK-PARA
           PERFORM STORE-CHECK-PARA
           MOVE In-EmpJobCode TO ws-JobCode
           PERFORM FIND-JOBCODE-PARA
           IF MASTER-MISSING OR STORE-NOT-ON-MASTER OR STORE-CLOSED
                   OR WS-Job-Sub = 0
                   OR (MASTER-AVAILABLE AND EMP-TERMINATED AND
                       Emp-Term-Date-Num > 0 AND
                       Emp-Term-Date-Num < WS-Week-Start)
               IF WS-Sim-Side = 1
                   ADD 1 TO WS-Sim-Skipped
               END-IF
           ELSE
               IF In-EmpID NOT = WS-Person-EmpID
                   PERFORM SIM-SETTLE-PARA
                   PERFORM PERSON-START-PARA
                   PERFORM SIM-PERSON-START-PARA
               END-IF
               IF In-EmpJobCode = "S" AND
                       In-EmpSalesAmount >= WS-Gift-Threshold
                   PERFORM FIND-COMMISSION-PARA
                   IF WS-Comm-Find-Sub NOT = 0
                       COMPUTE WS-Gift-Bonus ROUNDED =
                           In-EmpSalesAmount *
                           WS-Comm-Rate(WS-Comm-Find-Sub)
                       ADD WS-Gift-Bonus TO WS-Person-Bonus
                   END-IF
               END-IF
               PERFORM GROSS-PAY-PARA
               IF WS-Sim-Side = 2 AND WS-Sim-Person-Sub NOT = 0
                   PERFORM SIM-SALARY-PARA
               END-IF
               MOVE ws-Salary TO WS-Er-Base
               PERFORM EMPLOYER-RATE-CALC-PARA
               ADD WS-Er-Stat-Amount WS-Er-Pension-Amount
                   WS-Er-WCB-Amount TO WS-Sim-Person-Er
               PERFORM PERSON-ACCUM-PARA
           END-IF.

      * A salaried portion (no hours and rate on the feed) follows
      *    the salary in effect - side 2's over side 1's, each off
      *    the salary-change table its side loaded. An hourly
      *    portion is paid off the feed's own rate on both sides.
       SIM-SALARY-PARA.
           IF (In-EmpHoursWorked = 0 OR In-EmpHourlyRate = 0) AND
                   WS-Sim-Cur-Annual(WS-Sim-Person-Sub) > 0 AND
                   WS-Person-Master-Salary NOT =
                   WS-Sim-Cur-Annual(WS-Sim-Person-Sub)
               COMPUTE ws-Salary ROUNDED = ws-Salary *
                   WS-Person-Master-Salary /
                   WS-Sim-Cur-Annual(WS-Sim-Person-Sub)
           END-IF.

      * Side 1 adds the person's entry (the feed is in EmpID order,
      *    so the table is too); side 2 finds it again.
       SIM-PERSON-START-PARA.
           MOVE 0 TO WS-Sim-Person-Er
           MOVE 0 TO WS-Sim-Person-Sub
           IF WS-Sim-Side = 1
               IF WS-Sim-Count < WS-Max-Sim
                   ADD 1 TO WS-Sim-Count
                   MOVE WS-Sim-Count TO WS-Sim-Person-Sub
                   MOVE In-EmpID TO WS-Sim-EmpID(WS-Sim-Count)
                   MOVE WS-Person-Master-Salary TO
                       WS-Sim-Cur-Annual(WS-Sim-Count)
               ELSE
                   ADD 1 TO WS-Sim-Dropped
               END-IF
           ELSE
               PERFORM SIM-FIND-PARA
           END-IF.

       SIM-FIND-PARA.
           MOVE 1 TO WS-Sim-Lo
           MOVE WS-Sim-Count TO WS-Sim-Hi
           PERFORM UNTIL WS-Sim-Lo > WS-Sim-Hi
               COMPUTE WS-Sim-Mid = (WS-Sim-Lo + WS-Sim-Hi) / 2
               EVALUATE TRUE
                   WHEN WS-Sim-EmpID(WS-Sim-Mid) = WS-Person-EmpID
                       MOVE WS-Sim-Mid TO WS-Sim-Person-Sub
                       COMPUTE WS-Sim-Lo = WS-Sim-Hi + 1
                   WHEN WS-Sim-EmpID(WS-Sim-Mid) < WS-Person-EmpID
                       COMPUTE WS-Sim-Lo = WS-Sim-Mid + 1
                   WHEN OTHER
                       COMPUTE WS-Sim-Hi = WS-Sim-Mid - 1
               END-EVALUATE
           END-PERFORM.

      * Settles the accumulated person through the same deduction,
      *    election and net logic the register uses, onto this
      *    side's figures. Gross here is the cash earnings - pay
      *    plus any bonus - and the person charges their home
      *    (first portion's) store, as on the register.
       SIM-SETTLE-PARA.
           IF WS-Person-Portions > 0
               PERFORM NETPAY-CALC-PARA
               IF WS-Sim-Person-Sub NOT = 0
                   IF WS-Sim-Side = 1
                       MOVE WS-Person-Store TO
                           WS-Sim-Store(WS-Sim-Person-Sub)
                   END-IF
                   COMPUTE WS-Sim-Gross(WS-Sim-Person-Sub,
                       WS-Sim-Side) =
                       WS-Person-Gross + WS-Person-Bonus-Pay
                   MOVE WS-Tax-Amount TO
                       WS-Sim-Tax(WS-Sim-Person-Sub, WS-Sim-Side)
                   MOVE WS-Sim-Person-Er TO
                       WS-Sim-ErCost(WS-Sim-Person-Sub, WS-Sim-Side)
                   MOVE WS-Net-Pay TO
                       WS-Sim-Net(WS-Sim-Person-Sub, WS-Sim-Side)
               END-IF
               MOVE 0 TO WS-Person-Portions
           END-IF.

      * Store, then EmpID, for the report's store sections.
       SIM-SORT-PARA.
           PERFORM VARYING WS-Sim-Sub FROM 1 BY 1
                   UNTIL WS-Sim-Sub > WS-Sim-Count
               PERFORM VARYING WS-Sim-Sort-Sub FROM 1 BY 1
                       UNTIL WS-Sim-Sort-Sub >
                             WS-Sim-Count - WS-Sim-Sub
                   IF WS-Sim-Key(WS-Sim-Sort-Sub) >
                           WS-Sim-Key(WS-Sim-Sort-Sub + 1)
                       MOVE WS-Sim-Entry(WS-Sim-Sort-Sub) TO
                           WS-Sim-Swap-Entry
                       MOVE WS-Sim-Entry(WS-Sim-Sort-Sub + 1) TO
                           WS-Sim-Entry(WS-Sim-Sort-Sub)
                       MOVE WS-Sim-Swap-Entry TO
                           WS-Sim-Entry(WS-Sim-Sort-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The cost-impact report - which tables each side ran on, one
      *    line per employee within store sections, a total and a
      *    change line per store and for the company, and the
      *    company's whole payroll cost (gross plus employer cost)
      *    current against simulated.
       SIM-REPORT-PARA.
           OPEN OUTPUT SIMRPTFILE
           IF ws-SimRpt-Status NOT = "00"
               DISPLAY "*** COULD NOT OPEN WhatIfSimulation.rpt, "-
                       "STATUS: ", ws-SimRpt-Status, " ***"
               MOVE "A06-060" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE ws-SimRpt-Status TO Evt-Status
               MOVE "SIMULATION REPORT WOULD NOT OPEN" TO Evt-Text
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
           ELSE
               PERFORM SIM-REPORT-BODY-PARA
               CLOSE SIMRPTFILE
           END-IF.

       SIM-REPORT-BODY-PARA.
           MOVE SPACES TO SimRptRec
           STRING "PAYROLL WHAT-IF SIMULATION - WEEK ENDING "
               DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec
           MOVE "NOTHING HAS BEEN POSTED. CURRENT IS THE WEEK'S FEED "-
                "ON THE LIVE TABLES; SIMULATED IS THE SAME FEED ON:"
               TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 2
           MOVE WS-Sim-Deduct-Name TO WS-Sim-Show-Name
           IF WS-Sim-Show-Name = SPACES
               MOVE "(LIVE TABLE)" TO WS-Sim-Show-Name
           END-IF
           MOVE SPACES TO SimRptRec
           STRING "  DEDUCTIONS     : " DELIMITED BY SIZE
               WS-Sim-Show-Name DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-Comm-Name TO WS-Sim-Show-Name
           IF WS-Sim-Show-Name = SPACES
               MOVE "(LIVE TABLE)" TO WS-Sim-Show-Name
           END-IF
           MOVE SPACES TO SimRptRec
           STRING "  COMMISSION     : " DELIMITED BY SIZE
               WS-Sim-Show-Name DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-SalChg-Name TO WS-Sim-Show-Name
           IF WS-Sim-Show-Name = SPACES
               MOVE "(LIVE TABLE)" TO WS-Sim-Show-Name
           END-IF
           MOVE SPACES TO SimRptRec
           STRING "  SALARY CHANGES : " DELIMITED BY SIZE
               WS-Sim-Show-Name DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1

           MOVE 0 TO WS-Sim-Store-Count
           PERFORM VARYING WS-Sim-Side FROM 1 BY 1
                   UNTIL WS-Sim-Side > 2
               MOVE 0 TO WS-SimC-Gross(WS-Sim-Side)
               MOVE 0 TO WS-SimC-Tax(WS-Sim-Side)
               MOVE 0 TO WS-SimC-ErCost(WS-Sim-Side)
               MOVE 0 TO WS-SimC-Net(WS-Sim-Side)
           END-PERFORM
           PERFORM SIM-PRINT-PARA
               VARYING WS-Sim-Print-Sub FROM 1 BY 1
               UNTIL WS-Sim-Print-Sub > WS-Sim-Count
           IF WS-Sim-Count > 0
               PERFORM SIM-STORE-TOTAL-PARA
           END-IF

           MOVE "COMPANY" TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 3
           MOVE WS-Sim-Heading-1 TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-Heading-2 TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-Company-Totals TO WS-Sim-Store-Totals
           MOVE "COMPANY TOTAL" TO SL-Label
           PERFORM SIM-TOTAL-LINE-PARA

           COMPUTE WS-Sim-Cost(1) = WS-SimC-Gross(1) +
               WS-SimC-ErCost(1)
           COMPUTE WS-Sim-Cost(2) = WS-SimC-Gross(2) +
               WS-SimC-ErCost(2)
           COMPUTE WS-Sim-Diff = WS-Sim-Cost(2) - WS-Sim-Cost(1)
           MOVE WS-Sim-Cost(1) TO WS-Sim-Amt-Edited
           MOVE SPACES TO SimRptRec
           STRING "PAYROLL COST (GROSS + EMPLOYER) - CURRENT   : "
               DELIMITED BY SIZE
               WS-Sim-Amt-Edited DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 2
           MOVE WS-Sim-Cost(2) TO WS-Sim-Amt-Edited
           MOVE SPACES TO SimRptRec
           STRING "                                - SIMULATED : "
               DELIMITED BY SIZE
               WS-Sim-Amt-Edited DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-Diff TO WS-Sim-Amt-Edited
           MOVE SPACES TO SimRptRec
           STRING "                                - CHANGE    : "
               DELIMITED BY SIZE
               WS-Sim-Amt-Edited DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1

           MOVE SPACES TO SimRptRec
           MOVE WS-Sim-Count TO WS-Sim-Count-Edited
           STRING "Employees compared: " DELIMITED BY SIZE
               WS-Sim-Count-Edited DELIMITED BY SIZE
               INTO SimRptRec
           MOVE WS-Sim-Store-Count TO WS-Sim-Count-Edited
           STRING "   stores: " DELIMITED BY SIZE
               WS-Sim-Count-Edited DELIMITED BY SIZE
               INTO SimRptRec(25:20)
           MOVE WS-Sim-Skipped TO WS-Sim-Count-Edited
           STRING "   feed records left out: " DELIMITED BY SIZE
               WS-Sim-Count-Edited DELIMITED BY SIZE
               INTO SimRptRec(40:40)
           WRITE SimRptRec AFTER ADVANCING 2
           IF WS-Sim-Dropped > 0
               MOVE SPACES TO SimRptRec
               MOVE WS-Sim-Dropped TO WS-Sim-Count-Edited
               STRING "*** " DELIMITED BY SIZE
                   WS-Sim-Count-Edited DELIMITED BY SIZE
                   " EMPLOYEE(S) PAST THE TABLE - NOT COMPARED ***"
                   DELIMITED BY SIZE
                   INTO SimRptRec
               WRITE SimRptRec AFTER ADVANCING 1
               DISPLAY "SIMULATION TABLE FULL - ", WS-Sim-Dropped,
                       " EMPLOYEE(S) NOT COMPARED"
           END-IF.

      * One employee's line, opening a new store section first when
      *    the store changes.
       SIM-PRINT-PARA.
           IF WS-Sim-Print-Sub = 1 OR
                   WS-Sim-Store(WS-Sim-Print-Sub) NOT =
                   WS-Sim-Cur-Store
               IF WS-Sim-Print-Sub > 1
                   PERFORM SIM-STORE-TOTAL-PARA
               END-IF
               PERFORM SIM-STORE-HEAD-PARA
           END-IF
           MOVE SPACES TO SL-Label
           STRING WS-Sim-EmpID(WS-Sim-Print-Sub) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Sim-Store(WS-Sim-Print-Sub) DELIMITED BY SIZE
               INTO SL-Label
           PERFORM VARYING WS-Sim-Side FROM 1 BY 1
                   UNTIL WS-Sim-Side > 2
               ADD WS-Sim-Gross(WS-Sim-Print-Sub, WS-Sim-Side) TO
                   WS-SimS-Gross(WS-Sim-Side)
               ADD WS-Sim-Tax(WS-Sim-Print-Sub, WS-Sim-Side) TO
                   WS-SimS-Tax(WS-Sim-Side)
               ADD WS-Sim-ErCost(WS-Sim-Print-Sub, WS-Sim-Side) TO
                   WS-SimS-ErCost(WS-Sim-Side)
               ADD WS-Sim-Net(WS-Sim-Print-Sub, WS-Sim-Side) TO
                   WS-SimS-Net(WS-Sim-Side)
           END-PERFORM
           MOVE WS-Sim-Gross(WS-Sim-Print-Sub, 1) TO SL-Current(1)
           MOVE WS-Sim-Gross(WS-Sim-Print-Sub, 2) TO SL-Simulated(1)
           MOVE WS-Sim-Tax(WS-Sim-Print-Sub, 1) TO SL-Current(2)
           MOVE WS-Sim-Tax(WS-Sim-Print-Sub, 2) TO SL-Simulated(2)
           MOVE WS-Sim-ErCost(WS-Sim-Print-Sub, 1) TO SL-Current(3)
           MOVE WS-Sim-ErCost(WS-Sim-Print-Sub, 2) TO SL-Simulated(3)
           MOVE WS-Sim-Net(WS-Sim-Print-Sub, 1) TO SL-Current(4)
           MOVE WS-Sim-Net(WS-Sim-Print-Sub, 2) TO SL-Simulated(4)
           MOVE WS-Sim-Line TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1.

       SIM-STORE-HEAD-PARA.
           MOVE WS-Sim-Store(WS-Sim-Print-Sub) TO WS-Sim-Cur-Store
           ADD 1 TO WS-Sim-Store-Count
           PERFORM VARYING WS-Sim-Side FROM 1 BY 1
                   UNTIL WS-Sim-Side > 2
               MOVE 0 TO WS-SimS-Gross(WS-Sim-Side)
               MOVE 0 TO WS-SimS-Tax(WS-Sim-Side)
               MOVE 0 TO WS-SimS-ErCost(WS-Sim-Side)
               MOVE 0 TO WS-SimS-Net(WS-Sim-Side)
           END-PERFORM
           MOVE SPACES TO WS-Cur-Store-Name
           IF STOREMASTER-AVAILABLE
               MOVE WS-Sim-Cur-Store TO Store-Number
               READ STOREMASTER KEY IS Store-Number
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Store-Name TO WS-Cur-Store-Name
               END-READ
           END-IF
           MOVE SPACES TO SimRptRec
           STRING "STORE " DELIMITED BY SIZE
               WS-Sim-Cur-Store DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-Cur-Store-Name DELIMITED BY SIZE
               INTO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 3
           MOVE WS-Sim-Heading-1 TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1
           MOVE WS-Sim-Heading-2 TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1.

      * Closes a store section and rolls it into the company.
       SIM-STORE-TOTAL-PARA.
           MOVE SPACES TO SL-Label
           STRING "STORE " DELIMITED BY SIZE
               WS-Sim-Cur-Store DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO SL-Label
           PERFORM SIM-TOTAL-LINE-PARA
           PERFORM VARYING WS-Sim-Side FROM 1 BY 1
                   UNTIL WS-Sim-Side > 2
               ADD WS-SimS-Gross(WS-Sim-Side) TO
                   WS-SimC-Gross(WS-Sim-Side)
               ADD WS-SimS-Tax(WS-Sim-Side) TO
                   WS-SimC-Tax(WS-Sim-Side)
               ADD WS-SimS-ErCost(WS-Sim-Side) TO
                   WS-SimC-ErCost(WS-Sim-Side)
               ADD WS-SimS-Net(WS-Sim-Side) TO
                   WS-SimC-Net(WS-Sim-Side)
           END-PERFORM.

      * A totals line off WS-Sim-Store-Totals (the company's are
      *    moved in for its line) and the change line under it.
       SIM-TOTAL-LINE-PARA.
           MOVE WS-SimS-Gross(1) TO SL-Current(1)
           MOVE WS-SimS-Gross(2) TO SL-Simulated(1)
           MOVE WS-SimS-Tax(1) TO SL-Current(2)
           MOVE WS-SimS-Tax(2) TO SL-Simulated(2)
           MOVE WS-SimS-ErCost(1) TO SL-Current(3)
           MOVE WS-SimS-ErCost(2) TO SL-Simulated(3)
           MOVE WS-SimS-Net(1) TO SL-Current(4)
           MOVE WS-SimS-Net(2) TO SL-Simulated(4)
           MOVE WS-Sim-Line TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 2
           MOVE "  CHANGE" TO SC-Label
           COMPUTE SC-Change(1) = WS-SimS-Gross(2) - WS-SimS-Gross(1)
           COMPUTE SC-Change(2) = WS-SimS-Tax(2) - WS-SimS-Tax(1)
           COMPUTE SC-Change(3) =
               WS-SimS-ErCost(2) - WS-SimS-ErCost(1)
           COMPUTE SC-Change(4) = WS-SimS-Net(2) - WS-SimS-Net(1)
           MOVE WS-Sim-Chg-Line TO SimRptRec
           WRITE SimRptRec AFTER ADVANCING 1.

      * Reads the week's unsorted recognition lines back off the
      *    work file, sorts them by surname, and writes the report
      *    rows followed by the qualifying-count/total-sales trailer,
                       ROUNDED
                   ADD In-EmpHoursWorked TO
                       WS-Store-Hours-Total(WS-Store-Sub)
                   ADD In-EmpHoursWeek2 TO
                       WS-Store-Hours-Total(WS-Store-Sub)
                   ADD WS-OT-Hours TO
                       WS-Store-OT-Total(WS-Store-Sub)
                   PERFORM FIND-JOBCODE-PARA
                       ADD ws-Salary TO
                           WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub)
                           ROUNDED
                       MOVE ws-Salary TO WS-Er-Base
                       PERFORM EMPLOYER-COST-PARA
                       PERFORM SAMPLE-SALARY-PARA
                       PERFORM OT-LEDGER-POST-PARA
                       PERFORM PERSON-ACCUM-PARA
                   END-IF
               END-IF
                   MOVE 0 TO WS-Store-Tax-Total(WS-Store-Sub)
                   MOVE 0 TO WS-Store-Ben-Total(WS-Store-Sub)
                   MOVE 0 TO WS-Store-Oth-Total(WS-Store-Sub)
                   PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                           UNTIL WS-Job-Sub > 4
                       MOVE 0 TO WS-Er-Cost-Total(WS-Store-Sub,
                           WS-Job-Sub)
                   END-PERFORM
                   MOVE 0 TO WS-Store-Er-Stat(WS-Store-Sub)
                   MOVE 0 TO WS-Store-Er-Pension(WS-Store-Sub)
                   MOVE 0 TO WS-Store-Er-WCB(WS-Store-Sub)
                   PERFORM VARYING WS-Ele-Slot FROM 1 BY 1
                           UNTIL WS-Ele-Slot > 4
                       MOVE 0 TO WS-Store-Ele-Total(WS-Store-Sub,
                           WS-Ele-Slot)
                   END-PERFORM
                   MOVE 0 TO WS-Store-Net-Total(WS-Store-Sub)
                   MOVE 0 TO WS-Store-Bonus-Total(WS-Store-Sub)
                   MOVE 0 TO WS-Store-TxBen-Total(WS-Store-Sub)
               END-IF
           END-IF.

               IF ws-EmpMaster-Status NOT = "00"
                   SET MASTER-WALK-EOF TO TRUE
               ELSE
                   PERFORM EMP-GROUP-PARA
                   IF EMP-ACTIVE AND WS-Emp-Pay-Group = WS-Pay-Group
                       PERFORM UNPAID-FEED-CHECK-PARA
                       IF WS-Feed-Found-Flag = "N"
                           ADD 1 TO WS-Unpaid-Count
                   END-READ
           END-START.

      * The unapproved-overtime report, once the whole feed is in:
      *    this period's overtime over approval (held or paid), holds
      *    from earlier periods still waiting on a decision or
      *    released and not yet paid, and released hours paid this
      *    run - each by region and store, with store, region and
      *    section subtotals. Nothing to report, no report.
       OT-REPORT-PARA.
           MOVE 0 TO WS-OTRpt-Count
           MOVE 0 TO WS-OTRpt-Dropped
           PERFORM OT-REPORT-ROW-PARA
               VARYING WS-OTHold-Sub FROM 1 BY 1
               UNTIL WS-OTHold-Sub > WS-OTHold-Count
           IF WS-OTRpt-Count > 0
               PERFORM OT-REPORT-SORT-PARA
               OPEN OUTPUT OTRPTFILE
               MOVE SPACES TO OTRptRec
               STRING "Unapproved overtime - " DELIMITED BY SIZE
                   WS-Period-Name DELIMITED BY SPACE
                   " ending: " DELIMITED BY SIZE
                   WS-Week-Ending-Disp DELIMITED BY SIZE
                   INTO OTRptRec
               WRITE OTRptRec
               MOVE SPACES TO OTRptRec
               IF HOLD-UNAPPROVED-OT
                   MOVE "Overtime past approval is HELD for a "-
                        "supervisor's release (UNAPPROVEDOT=HOLD)."
                        TO OTRptRec
               ELSE
                   MOVE "Overtime past approval is PAID and "-
                        "reported (UNAPPROVEDOT=PAY)." TO OTRptRec
               END-IF
               WRITE OTRptRec AFTER ADVANCING 1
               MOVE 0 TO WS-OTR-Prev-Section
               PERFORM OT-REPORT-LINE-PARA
                   VARYING WS-OTRpt-Sub FROM 1 BY 1
                   UNTIL WS-OTRpt-Sub > WS-OTRpt-Count
               PERFORM OT-REPORT-STORE-BREAK-PARA
               PERFORM OT-REPORT-REGION-BREAK-PARA
               PERFORM OT-REPORT-SECTION-BREAK-PARA
               IF WS-OTRpt-Dropped > 0
                   MOVE SPACES TO OTRptRec
                   STRING "*** " DELIMITED BY SIZE
                       WS-OTRpt-Dropped DELIMITED BY SIZE
                       " MORE ROW(S) DID NOT FIT THE REPORT ***"
                       DELIMITED BY SIZE
                       INTO OTRptRec
                   WRITE OTRptRec AFTER ADVANCING 2
               END-IF
               CLOSE OTRPTFILE
           END-IF
           IF WS-OTHeld-Count > 0
               DISPLAY WS-OTHeld-Count, " PORTION(S) HAD OVERTIME "-
                       "PAST APPROVAL HELD - SEE "-
                       "UnapprovedOvertime.rpt"
               MOVE "A06-074" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE "UNAPPROVED OVERTIME HELD FOR REVIEW" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF
           IF WS-OTUnappr-Count > 0
               DISPLAY WS-OTUnappr-Count, " PORTION(S) PAID "-
                       "OVERTIME PAST APPROVAL - SEE "-
                       "UnapprovedOvertime.rpt"
               MOVE "A06-075" TO Evt-MsgID
               MOVE "W" TO Evt-Severity
               MOVE "UNAPPROVED OVERTIME PAID" TO Evt-Text
               PERFORM LOG-EVENT-PARA
           END-IF.

      * Which section, if any, a hold belongs in - with its store's
      *    region and name off the Store Master and the employee's
      *    name off the Employee Master.
       OT-REPORT-ROW-PARA.
           MOVE 0 TO WS-OTR-Prev-Section
           EVALUATE TRUE
               WHEN WS-OTH-This-Run(WS-OTHold-Sub) = "Y" AND
                       (WS-OTH-Type(WS-OTHold-Sub) = "H" OR
                        WS-OTH-Type(WS-OTHold-Sub) = "U")
                   MOVE 1 TO WS-OTR-Prev-Section
               WHEN WS-OTH-Type(WS-OTHold-Sub) = "H" OR
                       WS-OTH-Type(WS-OTHold-Sub) = "R"
                   MOVE 2 TO WS-OTR-Prev-Section
               WHEN WS-OTH-This-Run(WS-OTHold-Sub) = "Y" AND
                       WS-OTH-Type(WS-OTHold-Sub) = "P"
                   MOVE 3 TO WS-OTR-Prev-Section
           END-EVALUATE
           IF WS-OTR-Prev-Section NOT = 0
               IF WS-OTRpt-Count < WS-Max-OTRpts
                   ADD 1 TO WS-OTRpt-Count
                   MOVE WS-OTRpt-Count TO WS-OTRpt-Sub
                   PERFORM OT-REPORT-FILL-PARA
               ELSE
                   ADD 1 TO WS-OTRpt-Dropped
               END-IF
           END-IF.

       OT-REPORT-FILL-PARA.
           MOVE WS-OTR-Prev-Section TO WS-OTR-Section(WS-OTRpt-Sub)
           MOVE WS-OTH-Store(WS-OTHold-Sub) TO
               WS-OTR-Store(WS-OTRpt-Sub)
           MOVE WS-OTH-EmpID(WS-OTHold-Sub) TO
               WS-OTR-EmpID(WS-OTRpt-Sub)
           MOVE WS-OTH-WeekEnding(WS-OTHold-Sub) TO
               WS-OTR-WeekEnding(WS-OTRpt-Sub)
           MOVE WS-OTH-Type(WS-OTHold-Sub) TO WS-OTR-Type(WS-OTRpt-Sub)
           MOVE WS-OTH-OT-Hours(WS-OTHold-Sub) TO
               WS-OTR-OT-Hours(WS-OTRpt-Sub)
           MOVE WS-OTH-Approved(WS-OTHold-Sub) TO
               WS-OTR-Approved(WS-OTRpt-Sub)
           MOVE WS-OTH-Hours(WS-OTHold-Sub) TO
               WS-OTR-Hours(WS-OTRpt-Sub)
           MOVE WS-OTH-Rate(WS-OTHold-Sub) TO WS-OTR-Rate(WS-OTRpt-Sub)
           MOVE "UNKNOWN" TO WS-OTR-Region(WS-OTRpt-Sub)
           MOVE SPACES TO WS-OTR-Store-Name(WS-OTRpt-Sub)
           IF STOREMASTER-AVAILABLE
               MOVE WS-OTH-Store(WS-OTHold-Sub) TO Store-Number
               READ STOREMASTER KEY IS Store-Number
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Store-Region TO
                           WS-OTR-Region(WS-OTRpt-Sub)
                       MOVE Store-Name TO
                           WS-OTR-Store-Name(WS-OTRpt-Sub)
               END-READ
           END-IF
           MOVE SPACES TO WS-OTR-Name(WS-OTRpt-Sub)
           IF MASTER-AVAILABLE
               MOVE WS-OTH-EmpID(WS-OTHold-Sub) TO Emp-ID
               READ EMPFILE KEY IS Emp-ID
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO
                           WS-OTR-Name(WS-OTRpt-Sub)
                   NOT INVALID KEY
                       STRING Emp-Surname DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           Emp-GivenName DELIMITED BY "  "
                           INTO WS-OTR-Name(WS-OTRpt-Sub)
               END-READ
           END-IF.

      * Section, region, store, EmpID, week ending - the first 32
      *    bytes of each row, compared as one.
       OT-REPORT-SORT-PARA.
           PERFORM VARYING WS-OTRpt-Sub FROM 1 BY 1
                   UNTIL WS-OTRpt-Sub > WS-OTRpt-Count
               PERFORM VARYING WS-OTRpt-Swap-Sub FROM 1 BY 1
                       UNTIL WS-OTRpt-Swap-Sub >
                             WS-OTRpt-Count - WS-OTRpt-Sub
                   IF WS-OTRpt-Entry(WS-OTRpt-Swap-Sub)(1:32) >
                           WS-OTRpt-Entry(WS-OTRpt-Swap-Sub + 1)(1:32)
                       MOVE WS-OTRpt-Entry(WS-OTRpt-Swap-Sub) TO
                           WS-OTRpt-Swap-Entry
                       MOVE WS-OTRpt-Entry(WS-OTRpt-Swap-Sub + 1)
                           TO WS-OTRpt-Entry(WS-OTRpt-Swap-Sub)
                       MOVE WS-OTRpt-Swap-Entry TO
                           WS-OTRpt-Entry(WS-OTRpt-Swap-Sub + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One detail line, after whatever section, region and store
      *    breaks it starts.
       OT-REPORT-LINE-PARA.
           IF WS-OTR-Section(WS-OTRpt-Sub) NOT = WS-OTR-Prev-Section
               IF WS-OTR-Prev-Section NOT = 0
                   PERFORM OT-REPORT-STORE-BREAK-PARA
                   PERFORM OT-REPORT-REGION-BREAK-PARA
                   PERFORM OT-REPORT-SECTION-BREAK-PARA
               END-IF
               PERFORM OT-REPORT-SECTION-HEAD-PARA
               PERFORM OT-REPORT-REGION-HEAD-PARA
               PERFORM OT-REPORT-STORE-HEAD-PARA
           ELSE
               IF WS-OTR-Region(WS-OTRpt-Sub) NOT = WS-OTR-Prev-Region
                   PERFORM OT-REPORT-STORE-BREAK-PARA
                   PERFORM OT-REPORT-REGION-BREAK-PARA
                   PERFORM OT-REPORT-REGION-HEAD-PARA
                   PERFORM OT-REPORT-STORE-HEAD-PARA
               ELSE
                   IF WS-OTR-Store(WS-OTRpt-Sub) NOT =
                           WS-OTR-Prev-Store
                       PERFORM OT-REPORT-STORE-BREAK-PARA
                       PERFORM OT-REPORT-STORE-HEAD-PARA
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-OTR-Amount ROUNDED =
               WS-OTR-Hours(WS-OTRpt-Sub) *
               WS-OTR-Rate(WS-OTRpt-Sub) * 1.5
           MOVE SPACES TO WS-OTR-Detail-Line
           MOVE WS-OTR-EmpID(WS-OTRpt-Sub) TO OTR-EmpID
           MOVE WS-OTR-Name(WS-OTRpt-Sub) TO OTR-Name
           MOVE WS-OTR-WeekEnding(WS-OTRpt-Sub) TO OTR-WeekEnding
           MOVE WS-OTR-OT-Hours(WS-OTRpt-Sub) TO OTR-OT-Hours
           MOVE WS-OTR-Approved(WS-OTRpt-Sub) TO OTR-Approved
           MOVE WS-OTR-Hours(WS-OTRpt-Sub) TO OTR-Hours
           MOVE WS-OTR-Rate(WS-OTRpt-Sub) TO OTR-Rate
           MOVE WS-OTR-Amount TO OTR-Amount
           EVALUATE WS-OTR-Type(WS-OTRpt-Sub)
               WHEN "H"
                   MOVE "HELD" TO OTR-Status
               WHEN "U"
                   MOVE "PAID" TO OTR-Status
               WHEN "R"
                   MOVE "RELEASED" TO OTR-Status
               WHEN "P"
                   MOVE "PAID" TO OTR-Status
           END-EVALUATE
           MOVE WS-OTR-Detail-Line TO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 1
           ADD WS-OTR-Hours(WS-OTRpt-Sub) TO WS-OTR-Store-Hours
           ADD WS-OTR-Amount TO WS-OTR-Store-Amount.

       OT-REPORT-SECTION-HEAD-PARA.
           MOVE WS-OTR-Section(WS-OTRpt-Sub) TO WS-OTR-Prev-Section
           MOVE 0 TO WS-OTR-Section-Hours
           MOVE 0 TO WS-OTR-Section-Amount
           MOVE SPACES TO OTRptRec
           EVALUATE WS-OTR-Section(WS-OTRpt-Sub)
               WHEN 1
                   MOVE "OVERTIME PAST APPROVAL THIS PERIOD" TO
                       OTRptRec
               WHEN 2
                   MOVE "HELD OVERTIME FROM EARLIER PERIODS - "-
                        "AWAITING DECISION OR RELEASED, NOT YET PAID"
                        TO OTRptRec
               WHEN 3
                   MOVE "RELEASED OVERTIME PAID THIS RUN" TO OTRptRec
           END-EVALUATE
           WRITE OTRptRec AFTER ADVANCING 3
           MOVE SPACES TO OTRptRec
           MOVE "Employee   Name                     Week End  "-
                "OT Wk  Apprv   Over   Rate     Amount  Status"
               TO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 1.

       OT-REPORT-REGION-HEAD-PARA.
           MOVE WS-OTR-Region(WS-OTRpt-Sub) TO WS-OTR-Prev-Region
           MOVE 0 TO WS-OTR-Region-Hours
           MOVE 0 TO WS-OTR-Region-Amount
           MOVE SPACES TO OTRptRec
           STRING "REGION: " DELIMITED BY SIZE
               WS-OTR-Region(WS-OTRpt-Sub) DELIMITED BY SIZE
               INTO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 2.

       OT-REPORT-STORE-HEAD-PARA.
           MOVE WS-OTR-Store(WS-OTRpt-Sub) TO WS-OTR-Prev-Store
           MOVE 0 TO WS-OTR-Store-Hours
           MOVE 0 TO WS-OTR-Store-Amount
           MOVE SPACES TO OTRptRec
           STRING "  STORE " DELIMITED BY SIZE
               WS-OTR-Store(WS-OTRpt-Sub) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OTR-Store-Name(WS-OTRpt-Sub) DELIMITED BY SIZE
               INTO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 1.

       OT-REPORT-STORE-BREAK-PARA.
           MOVE SPACES TO WS-OTR-Total-Line
           STRING "  STORE " DELIMITED BY SIZE
               WS-OTR-Prev-Store DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO OTR-Total-Label
           MOVE WS-OTR-Store-Hours TO OTR-Total-Hours
           MOVE WS-OTR-Store-Amount TO OTR-Total-Amount
           MOVE WS-OTR-Total-Line TO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 1
           ADD WS-OTR-Store-Hours TO WS-OTR-Region-Hours
           ADD WS-OTR-Store-Amount TO WS-OTR-Region-Amount.

       OT-REPORT-REGION-BREAK-PARA.
           MOVE SPACES TO WS-OTR-Total-Line
           STRING "REGION " DELIMITED BY SIZE
               WS-OTR-Prev-Region DELIMITED BY SPACE
               " TOTAL" DELIMITED BY SIZE
               INTO OTR-Total-Label
           MOVE WS-OTR-Region-Hours TO OTR-Total-Hours
           MOVE WS-OTR-Region-Amount TO OTR-Total-Amount
           MOVE WS-OTR-Total-Line TO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 1
           ADD WS-OTR-Region-Hours TO WS-OTR-Section-Hours
           ADD WS-OTR-Region-Amount TO WS-OTR-Section-Amount.

       OT-REPORT-SECTION-BREAK-PARA.
           MOVE SPACES TO WS-OTR-Total-Line
           MOVE "SECTION TOTAL" TO OTR-Total-Label
           MOVE WS-OTR-Section-Hours TO OTR-Total-Hours
           MOVE WS-OTR-Section-Amount TO OTR-Total-Amount
           MOVE WS-OTR-Total-Line TO OTRptRec
           WRITE OTRptRec AFTER ADVANCING 2.

      * Reads the Employee Master for the In-EmpID just read off the
      *    weekly file. MASTER-MISSING is left set when there's no
      *    master record - a "ghost" ID payroll typo'd.
           MOVE "TERMINATED EMPLOYEE ON WEEKLY FEED" TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * Logs a weekly record for a terminated employee the final-pay
      *    run has already paid out. Counted with the other termed
      *    records and kept out of every store total the same way.
       WRITE-SETTLED-EXCEPTION-PARA.
           ADD 1 TO WS-Termed-Count
           MOVE In-EmpID TO Exc-EmpID
           MOVE In-EmpJobCode TO Exc-JobCode
           MOVE "FINAL PAY ALREADY SETTLED" TO Exc-Reason
           WRITE ExceptionRec AFTER ADVANCING 1
           DISPLAY "EMPID ", In-EmpID, " ALREADY PAID OUT BY THE "-
                   "FINAL-PAY RUN - ROUTED TO EXCEPTION REPORT"
           MOVE "A06-037" TO Evt-MsgID
           MOVE "W" TO Evt-Severity
           MOVE In-EmpID TO Evt-EmpID
           MOVE In-EmpStoreNumber TO Evt-Store
           MOVE "FEED RECORD FOR EMPLOYEE ALREADY PAID OUT"
               TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * The master's pay group, a blank one read as weekly, judged
      *    against the run's - and, inside the group, hours a period
      *    of this kind can't pay: a semi-monthly period doesn't
      *    line up with the weeks overtime is worked on, and only a
      *    bi-weekly period has a second week.
       PAYGROUP-CHECK-PARA.
           MOVE SPACES TO WS-PayGroup-Reason
           IF MASTER-AVAILABLE
               PERFORM EMP-GROUP-PARA
               IF WS-Emp-Pay-Group NOT = WS-Pay-Group
                   MOVE "NOT IN THIS RUN'S PAY GROUP" TO
                       WS-PayGroup-Reason
               END-IF
           END-IF
           IF WS-PayGroup-Reason = SPACES
               IF RUN-SEMIMONTHLY AND In-EmpHourlyRate > 0 AND
                       (In-EmpHoursWorked > 0 OR In-EmpHoursWeek2 > 0)
                   MOVE "HOURLY PAY IN SEMI-MONTHLY RUN" TO
                       WS-PayGroup-Reason
               END-IF
               IF NOT RUN-BIWEEKLY AND In-EmpHoursWeek2 > 0
                   MOVE "WEEK-2 HOURS OUTSIDE BI-WEEKLY" TO
                       WS-PayGroup-Reason
               END-IF
           END-IF.

       EMP-GROUP-PARA.
           MOVE Emp-Pay-Group TO WS-Emp-Pay-Group
           IF WS-Emp-Pay-Group = SPACE
               MOVE "W" TO WS-Emp-Pay-Group
           END-IF.

      * Logs a weekly record PAYGROUP-CHECK-PARA turned away - kept
      *    out of every store total, like the other master-side
      *    exceptions.
       WRITE-PAYGROUP-EXCEPTION-PARA.
           ADD 1 TO WS-PayGroup-Count
           MOVE In-EmpID TO Exc-EmpID
           MOVE In-EmpJobCode TO Exc-JobCode
           MOVE WS-PayGroup-Reason TO Exc-Reason
           WRITE ExceptionRec AFTER ADVANCING 1
           DISPLAY "EMPID ", In-EmpID, " ", WS-PayGroup-Reason,
                   " - ROUTED TO EXCEPTION REPORT"
           IF WS-PayGroup-Reason = "NOT IN THIS RUN'S PAY GROUP"
               MOVE "A06-068" TO Evt-MsgID
           ELSE
               MOVE "A06-069" TO Evt-MsgID
           END-IF
           MOVE "W" TO Evt-Severity
           MOVE In-EmpID TO Evt-EmpID
           MOVE In-EmpStoreNumber TO Evt-Store
           MOVE WS-PayGroup-Reason TO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * Logs a record with a job code that isn't A/C/M/S so it's
      *    traceable instead of just vanishing from the totals.
       WRITE-EXCEPTION-PARA.
           ELSE
               ADD WS-Rej-Salary(WS-Reject-Sub) TO
                   WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) ROUNDED
               MOVE WS-Rej-Salary(WS-Reject-Sub) TO WS-Er-Base
               PERFORM EMPLOYER-COST-PARA
               DISPLAY "Record merged into totals under job code ",
                       WS-Correct-JobCode, "."
           END-IF.
           OPEN OUTPUT OUTSALARY.
           OPEN OUTPUT GLEXTRACTFILE.

           MOVE "STORE,JOBCODE,AMOUNT,WEEKENDING,TYPE" TO GLExtractRec
           WRITE GLExtractRec

           MOVE SPACES TO Salary-Header-Text
           STRING "Salary expense for the " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY "  "
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO Salary-Header-Text
           WRITE Salary-Header

           MOVE 0 TO WS-Grand-Total
           MOVE 0 TO WS-Budget-Grand-Total
           MOVE 0 TO WS-Er-Grand-Total
           MOVE 0 TO WS-Region-Count
           PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                   UNTIL WS-Store-Sub > WS-Store-Count
               WRITE Salary-MinorHeader AFTER ADVANCING 2

               MOVE 0 TO WS-Store-Section-Total
               MOVE 0 TO WS-Er-Store-Total
               PERFORM VARYING WS-Job-Sub FROM 1 BY 1
                       UNTIL WS-Job-Sub > 4
                   MOVE WS-JobCode-Label(WS-Job-Sub) TO
                       PERFORM BUDGET-CELL-PARA
                   END-IF
                   PERFORM GL-EXTRACT-WRITE-PARA
                   IF WS-ErRate-Count > 0
                       PERFORM EMPLOYER-CELL-PARA
                   END-IF
               END-PERFORM
               PERFORM REGION-ADD-PARA
      * The fully loaded labour cost - salary plus the employer's
      *    cost on top of it - for the store as a whole.
               IF WS-ErRate-Count > 0
                   MOVE "Store Employer Cost:" TO
                       Salary-MinorHeader-Text
                   WRITE Salary-MinorHeader AFTER ADVANCING 1
                   MOVE WS-Er-Store-Total TO Out-JobCode-Total
                   WRITE Out-JobCode-Total-Rec
                   COMPUTE WS-Er-Loaded-Total =
                       WS-Store-Section-Total + WS-Er-Store-Total
                   MOVE "Store Loaded Labour:" TO
                       Salary-MinorHeader-Text
                   WRITE Salary-MinorHeader AFTER ADVANCING 1
                   MOVE WS-Er-Loaded-Total TO Out-JobCode-Total
                   WRITE Out-JobCode-Total-Rec
               END-IF

               MOVE "Total Sales:" TO Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               WRITE Salary-MinorHeader AFTER ADVANCING 1
           END-IF

           IF WS-ErRate-Count > 0
               MOVE "COMPANY EMPLOYER COST" TO Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               MOVE WS-Er-Grand-Total TO Out-JobCode-Total
               WRITE Out-JobCode-Total-Rec
               COMPUTE WS-Er-Loaded-Total =
                   WS-Grand-Total + WS-Er-Grand-Total
               MOVE "COMPANY LOADED LABOUR" TO Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               MOVE WS-Er-Loaded-Total TO Out-JobCode-Total
               WRITE Out-JobCode-Total-Rec
           END-IF

           MOVE 9999 TO GL-Store-Edit
           MOVE "T" TO GL-Job-Edit
           MOVE WS-Grand-Total TO GL-Amount-Edit
           MOVE "S" TO GL-Type-Edit
           PERFORM GL-ROW-WRITE-PARA
           IF WS-ErRate-Count > 0
               MOVE WS-Er-Grand-Total TO GL-Amount-Edit
               MOVE "E" TO GL-Type-Edit
               PERFORM GL-ROW-WRITE-PARA
           END-IF

      * HR's other standing request - the same twelve numbers,
      *    re-sliced by job code across every store instead of by

           PERFORM VARYING WS-Job-Sub FROM 1 BY 1 UNTIL WS-Job-Sub > 4
               MOVE 0 TO WS-CrossJob-Total
               MOVE 0 TO WS-Er-CrossJob-Total
               PERFORM VARYING WS-Store-Sub FROM 1 BY 1
                       UNTIL WS-Store-Sub > WS-Store-Count
                   ADD WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) TO
                       WS-CrossJob-Total
                       ROUNDED
                   ADD WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) TO
                       WS-Er-CrossJob-Total
               END-PERFORM
               MOVE WS-JobCode-Label(WS-Job-Sub) TO
                   Salary-MinorHeader-Text
               WRITE Salary-MinorHeader AFTER ADVANCING 1
               MOVE WS-CrossJob-Total TO Out-JobCode-Total
               WRITE Out-JobCode-Total-Rec
               IF WS-ErRate-Count > 0
                   MOVE "Employer Cost:" TO Salary-MinorHeader-Text
                   WRITE Salary-MinorHeader AFTER ADVANCING 1
                   MOVE WS-Er-CrossJob-Total TO Out-JobCode-Total
                   WRITE Out-JobCode-Total-Rec
               END-IF
           END-PERFORM

      * Week-over-week and the trailing labour windows compare
      *    weeks - the weekly run's alone.
           IF RUN-WEEKLY
               PERFORM WOW-VARIANCE-PARA
               PERFORM LABOUR-RPT-PARA
           END-IF

           PERFORM YTD-MERGE-PARA

               INTO StoreRptRec
           WRITE StoreRptRec
           MOVE SPACES TO StoreRptRec
           STRING "Salary expense for the " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY "  "
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO StoreRptRec
           WRITE StoreRptRec AFTER ADVANCING 1
               END-IF
           END-PERFORM

           PERFORM QUOTA-STORE-RPT-PARA
           CLOSE STORERPTFILE.

      * Cuts the current region's own distribution report - its
           MOVE SPACES TO RegionRptRec
           STRING "Region " DELIMITED BY SIZE
               WS-Region-Name(WS-Region-Sub) DELIMITED BY "  "
               " - salary expense for the " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY "  "
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO RegionRptRec
           WRITE RegionRptRec
           MOVE SPACES TO RegionRptRec
           MOVE Out-JobCode-Total TO RegionRptRec(1:10)
           WRITE RegionRptRec AFTER ADVANCING 1
           PERFORM QUOTA-REGION-RPT-PARA
           CLOSE REGIONRPTFILE.

      * One store's section on the region report, when the store
           MOVE WS-JobCode-Name(WS-Job-Sub) TO GL-Job-Edit
           MOVE WS-JobCode-Total(WS-Store-Sub, WS-Job-Sub) TO
               GL-Amount-Edit
           MOVE "S" TO GL-Type-Edit
           PERFORM GL-ROW-WRITE-PARA.

      * One store,jobcode,amount,weekending,type row - S for salary
      *    expense, E for the employer's cost on top of it, so the
      *    ledger can post the two to their own accounts.
       GL-ROW-WRITE-PARA.
           MOVE SPACES TO GLExtractRec
           STRING GL-Store-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GL-Job-Edit DELIMITED BY SIZE
            GL-Amount-Edit DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            WS-Week-Ending DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GL-Type-Edit DELIMITED BY SIZE
           INTO GLExtractRec
           WRITE GLExtractRec.

      * The employer's cost for one store/job-code cell - printed
      *    under the cell's salary on the store section, and its own
      *    type E row on the GL extract.
       EMPLOYER-CELL-PARA.
           MOVE "Employer Cost:" TO Salary-MinorHeader-Text
           WRITE Salary-MinorHeader AFTER ADVANCING 1
           MOVE WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) TO
               Out-JobCode-Total
           WRITE Out-JobCode-Total-Rec
           ADD WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) TO
               WS-Er-Store-Total
           ADD WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) TO
               WS-Er-Grand-Total
           MOVE WS-Er-Cost-Total(WS-Store-Sub, WS-Job-Sub) TO
               GL-Amount-Edit
           MOVE "E" TO GL-Type-Edit
           PERFORM GL-ROW-WRITE-PARA.

      * Scans the posted-week register for this run's week-ending
      *    date. No register yet just means nothing has ever posted -
      *    the same "no file, no entries" fallback the correction and
               AT END
                   SET POSTED-EOF TO TRUE
               NOT AT END
                   IF Posted-Pay-Group = SPACE
                       MOVE "W" TO Posted-Pay-Group
                   END-IF
                   IF Posted-WeekEnding = WS-Week-Ending AND
                           NOT POSTED-OFF-CYCLE AND
                           Posted-Pay-Group = WS-Pay-Group
                       MOVE "Y" TO WS-Posted-Flag
                   END-IF
           END-READ.
           IF ws-Posted-Status NOT = "00"
               OPEN OUTPUT POSTEDFILE
           END-IF
           MOVE SPACES TO PostedRec
           MOVE WS-Week-Ending TO Posted-WeekEnding
           MOVE WS-Pay-Group TO Posted-Pay-Group
           WRITE PostedRec
           CLOSE POSTEDFILE
           MOVE WS-Week-Ending TO WS-Run-By-Week
           PERFORM PAYRUN-LOG-PARA.

      * Who posted which pay week, at a fixed position in the event
      *    text - the sensitive-change review reads it back from
      *    there.
       PAYRUN-LOG-PARA.
           MOVE "A06-067" TO Evt-MsgID
           MOVE "I" TO Evt-Severity
           MOVE SPACES TO Evt-Text
           STRING "PAYROLL POSTED BY " DELIMITED BY SIZE
               WS-Run-By DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               WS-Run-By-Week DELIMITED BY SIZE
               INTO Evt-Text
           PERFORM LOG-EVENT-PARA.

      * Drops a fresh JobComplete.flg the instant SalaryExpense.rpt
      *    and GLExtract.csv are done, so payroll and store managers
       RUNSUMMARY-WRITE-PARA.
           OPEN OUTPUT RUNSUMMARYFILE
           MOVE SPACES TO RunSummaryRec
           STRING "Batch statistics for the " DELIMITED BY SIZE
               WS-Period-Name DELIMITED BY "  "
               " ending: " DELIMITED BY SIZE
               WS-Week-Ending-Disp DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Pay-Group Exceptions  : " DELIMITED BY SIZE
               WS-PayGroup-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Home-Store Mismatches : " DELIMITED BY SIZE
               WS-HomeMismatch-Count DELIMITED BY SIZE
               INTO RunSummaryRec
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Unapproved OT Held    : " DELIMITED BY SIZE
               WS-OTHeld-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Unapproved OT Paid    : " DELIMITED BY SIZE
               WS-OTUnappr-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Released OT Paid      : " DELIMITED BY SIZE
               WS-OTReleased-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Below Minimum Wage    : " DELIMITED BY SIZE
               WS-MW-Below-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Under Coming Minimum  : " DELIMITED BY SIZE
               WS-MW-Upcoming-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Repeat Winners        : " DELIMITED BY SIZE
               WS-Repeat-Count DELIMITED BY SIZE
               INTO RunSummaryRec
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Holiday Pay Paid      : " DELIMITED BY SIZE
               WS-Holiday-Pay-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Holiday Premium Paid  : " DELIMITED BY SIZE
               WS-Holiday-Prem-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Third-Party Payments  : " DELIMITED BY SIZE
               WS-Ledger-Row-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Orders Paid In Full   : " DELIMITED BY SIZE
               WS-Orders-Paid-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Direct Deposits       : " DELIMITED BY SIZE
               WS-Bank-Count DELIMITED BY SIZE
               INTO RunSummaryRec
               WS-Paper-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "GL Journal Lines      : " DELIMITED BY SIZE
               WS-Jrnl-Line-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Unmapped GL Lines     : " DELIMITED BY SIZE
               WS-Jrnl-Unmapped-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Accrual Reversal Lines: " DELIMITED BY SIZE
               WS-Jrnl-Rev-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Bonus Reversals Paid  : " DELIMITED BY SIZE
               WS-RecogRev-Applied DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Bonus Reversals Held  : " DELIMITED BY SIZE
               WS-RecogRev-Held DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Quota Salespeople     : " DELIMITED BY SIZE
               WS-Att-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Trailing Quota Pace   : " DELIMITED BY SIZE
               WS-Att-Trail-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           MOVE SPACES TO RunSummaryRec
           STRING "Over Labour Target    : " DELIMITED BY SIZE
               WS-Lab-Over-Count DELIMITED BY SIZE
               INTO RunSummaryRec
           WRITE RunSummaryRec AFTER ADVANCING 1
           CLOSE RUNSUMMARYFILE.

      * Same as the continue PARA but kills the program, and cleans up
                   WS-Termed-Count > 0 OR WS-Variance-Count > 0 OR
                   WS-BadStore-Count > 0 OR
                   WS-ClosedStore-Count > 0 OR
                   WS-PayGroup-Count > 0 OR
                   WS-HomeMismatch-Count > 0 OR
                   WS-Unpaid-Count > 0 OR
                   WS-OTHeld-Count > 0 OR WS-OTUnappr-Count > 0 OR
                   WS-MW-Below-Count > 0 OR
                   WS-Master-Avail-Flag = "N" OR
                   WS-StoreMst-Avail-Flag = "N" OR
                   WS-PayHist-Avail-Flag = "N"
               PERFORM SET-RC-PARA
           END-IF.

      * Stops the run with return code 12 if a shared file it uses is
      *    stamped with a layout other than the one this program was
      *    built for - reading on would misframe every record.
       LAYOUT-CHECK-PARA.
           MOVE "EMPMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "PAYHISTORY" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "LEAVEACCRUAL" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "RECOGNITION" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REMITLEDGER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "STOREMASTER" TO WS-LC-File-ID
           MOVE 2 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "REGIONMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "BUDGETMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "COMMISSION" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "GIFTCATALOG" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "YTDMASTER" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA
           MOVE "EMPYTD" TO WS-LC-File-ID
           MOVE 1 TO WS-LC-Built-Version
           PERFORM LAYOUT-CALL-PARA.

      * The mismatch goes on this run's own event log, which is
      *    already open, rather than through the stamp check's.
       LAYOUT-CALL-PARA.
           CALL "LayoutCheck" USING WS-Layout-Check
           IF NOT LAYOUT-MATCHES
               MOVE "A06-064" TO Evt-MsgID
               MOVE "E" TO Evt-Severity
               MOVE SPACES TO Evt-Text
               IF WS-LC-File-Version = 0
                   DISPLAY "*** ", WS-LC-File-ID, " HAS NO LAYOUT "-
                           "STAMP - RUN ITS CONVERTER, OR STAMP IT "-
                           "AT CUTOVER WITH LayoutVersions ***"
                   STRING WS-LC-File-ID DELIMITED BY SPACE
                       " NOT STAMPED - RUN BUILT FOR V"
                           DELIMITED BY SIZE
                       WS-LC-Built-Version DELIMITED BY SIZE
                       INTO Evt-Text
               ELSE
                   DISPLAY "*** ", WS-LC-File-ID, " IS STAMPED "-
                           "LAYOUT VERSION ", WS-LC-File-Version,
                           " - THIS PROGRAM WAS BUILT FOR VERSION ",
                           WS-LC-Built-Version, " ***"
                   STRING WS-LC-File-ID DELIMITED BY SPACE
                       " IS V" DELIMITED BY SIZE
                       WS-LC-File-Version DELIMITED BY SIZE
                       " - RUN BUILT FOR V" DELIMITED BY SIZE
                       WS-LC-Built-Version DELIMITED BY SIZE
                       INTO Evt-Text
               END-IF
               DISPLAY "*** RUN STOPPED - NOTHING WAS READ OR "-
                       "WRITTEN ***"
               PERFORM LOG-EVENT-PARA
               MOVE 12 TO WS-New-RC
               PERFORM SET-RC-PARA
               IF EVENTLOG-OPEN
                   CLOSE EVENTLOGFILE
               END-IF
               MOVE WS-Final-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       END-PARA.
               CLOSE INFILE.
               IF MASTER-AVAILABLE
               IF PAYHIST-AVAILABLE
                   CLOSE PAYHISTFILE
               END-IF.
               IF EMPYTD-AVAILABLE
                   CLOSE EMPYTDFILE
               END-IF.
               IF ACCRUAL-AVAILABLE
                   CLOSE ACCRUALFILE
               END-IF.
                   CLOSE VARIANCEFILE
                   CLOSE NETPAYFILE
                   CLOSE BANKPAYFILE
                   PERFORM CHEQUE-CLOSE-PARA
                   CLOSE GIFTORDERFILE
                   IF MINWAGE-IN-USE
                       PERFORM MINWAGE-TOTALS-PARA
                       CLOSE MWCOMPFILE
                       CLOSE MWUPCOMFILE
                   END-IF
      * Leave the work file empty for next week's run - its lines
      *    are on the report now.
                   OPEN OUTPUT GIFTWORKFILE
                   CLOSE GIFTWORKFILE
               END-IF.
               IF ws-record-count > 0 AND RUN-WEEKLY
                   PERFORM LEADERBOARD-PARA
                   PERFORM QUOTA-RPT-PARA
               END-IF.
               PERFORM RUNSUMMARY-WRITE-PARA.
               MOVE "A06-000" TO Evt-MsgID
      *    week's live files - the bank file above all - stand.
               IF WS-Grand-Total NOT = 0
                   PERFORM COMMIT-OUTPUTS-PARA
                   PERFORM PRENOTE-APPLY-PARA
               ELSE
                   IF ws-record-count > 0
                       DISPLAY "WEEK DID NOT POST - STAGED OUTPUTS "-
