      *              open failure and table ceilings) all end the  *
      *              run through the FAILED run-log exit with      *
      *              RETURN-CODE 16.                                *
      *  2026-10-15  Added DEPT-MAINT-TRANS, applied on FULL runs   *
      *              ahead of the department audit: OPEN a new      *
      *              department, RENAME it, RELOCATE it (held       *
      *              against LOCMAST) or CLOSE it into a receiving  *
      *              department - every active employee of a closed *
      *              department moves through APPLY-MAINT-CHANGE-   *
      *              DEPT so the transfers reach the statistics.    *
      *              DEPTMAST is rewritten from DEPARTMENT-TABLE    *
      *              (rejected records carried through unchanged)   *
      *              and DEPT-MAINT-RPT registers every card.       *
      *  2026-10-15  Added position control against BUDGET-MASTER:  *
      *              ADD, REHIRE and CHGDEPT are held to the        *
      *              department's BDG-HEADCOUNT and CHGSAL to its   *
      *              BDG-SALARY, rejecting OVER BUDGET HEADCOUNT/   *
      *              SALARY unless the card carries a finance       *
      *              override ID (new trailing MNT-OVERRIDE-ID on   *
      *              EMPMAINT/EMPPEND, DMT-OVERRIDE-ID on DEPTMNT - *
      *              a CLOSE is checked whole against the receiving *
      *              department).  POSITION-CONTROL-RPT shows       *
      *              budgeted/filled/open slots per department and  *
      *              every blocked or overridden transaction.       *
      *  2026-10-15  Added retro pay: a CHGSAL effective before the *
      *              run date writes its SALARY-HISTORY record dated*
      *              with the effective date and queues on RETRO-   *
      *              PENDING; CALCULATE-PAYROLL pays the difference *
      *              for the periods elapsed since (RTF-PERIODS) as *
      *              a separate RETRO line through tax, deductions, *
      *              YTD, NET-PAY-FILE (NPF-PAY-TYPE "R") and the   *
      *              bank transmission, listed on RETRO-PAY-RPT.    *
      *  2026-10-15  Added final pay: TERM-DATE (last day worked) on*
      *              the termination card; a termination queues on  *
      *              FINAL-PAY-PENDING and the payroll phase pays   *
      *              the pro-rated final period plus the vacation   *
      *              balance at the daily rate through YTD,         *
      *              NET-PAY-FILE (NPF-PAY-TYPE "F") and the bank   *
      *              transmission, listed on FINAL-PAY-RPT; the     *
      *              archive holds an employee until it is paid.    *
      *  2026-10-15  Added the GL payroll journal: GL-ACCOUNT-MAP   *
      *              (department salary expense and company tax,    *
      *              deductions and cash clearing accounts); BUILD- *
      *              GL-JOURNAL posts the register's department     *
      *              totals to GL-JOURNAL-FILE with header and      *
      *              debit/credit trailer, unmapped departments on  *
      *              GL-EXCEPTION-RPT; RECONCILE-GL-JOURNAL proves  *
      *              it and ends the run out of balance.            *
      *  2026-10-15  Added graduated withholding off the            *
      *              TAX-BRACKET-FILE and DEDUCTION-ELECTIONS       *
      *              (pre-tax retirement and health, garnishments by*
      *              priority with annual or total caps held against*
      *              the YTD accumulators); DEDUCTIONS-RPT lists the*
      *              deductions by type by department for remitting.*
      *  2026-10-15  Added the merit cycle off four new             *
      *              parameter card columns.  A propose run (P)     *
      *              holds each active employee's rating (new       *
      *              MERIT-RATINGS) and place in the department     *
      *              salary range (COMPUTE-ONE-DEPT-STATISTICS,     *
      *              split out of CALCULATE-DEPT-STATISTICS)        *
      *              against the MERIT-MATRIX and writes a CHGSAL   *
      *              card dated with the plan's effective date to   *
      *              MERIT-PROPOSALS per eligible employee; MERIT-  *
      *              PROPOSAL-RPT lists the proposals, everyone     *
      *              left out (hired after the cutoff, no rating)   *
      *              and the increase cost by department against    *
      *              BDG-SALARY.  An approve run (A) moves the      *
      *              cards, with the finance authorization as the   *
      *              override, onto EMP-MAINT-PENDING to release    *
      *              on their date.  The pending and retro ceilings *
      *              are raised to 800 to carry a whole cycle.      *
      *  2026-10-15  RETRO-PENDING is stamped with the run          *
      *              date once paid (new RTP-PAID-DATE) rather      *
      *              than cleared, so a payroll restart repays it   *
      *              and the next run drops it.  A department CLOSE *
      *              folds its BUDGET-MASTER row into the receiving *
      *              department's (or re-keys it), rewrites BUDGMAST*
      *              and notes the move on DEPT-MAINT-RPT.          *
      *  2026-10-15  A CLOSE is held to the receiving               *
      *              department's budget plus the closed one's      *
      *              budgeted slots, and its generated CHGDEPTs are *
      *              not checked again.  A retro entry still owed   *
      *              stays unstamped on RETRO-PENDING for the next  *
      *              payroll instead of dropping after one run.     *
      *  2026-10-15  A merit approve card (A) without the           *
      *              finance authorization ID now ends the run.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
              ALTERNATE RECORD KEY IS EMF-NAME WITH DUPLICATES
              FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT DEPT-SNAPSHOT ASSIGN TO "DEPTSNAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNAP-STATUS.
              FILE STATUS IS WS-PEND-STATUS.
           SELECT EMP-MAINT-RPT ASSIGN TO "EMPMNTR"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-MAINT-TRANS ASSIGN TO "DEPTMNT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DMNT-STATUS.
           SELECT DEPT-MAINT-RPT ASSIGN TO "DEPTMNTR"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-DEPT-EXTRACT ASSIGN TO "EMPEXTR"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-RPT ASSIGN TO "BALRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-PENDING ASSIGN TO "RETROPND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-PAY-RPT ASSIGN TO "RETROREG"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-PAY-PENDING ASSIGN TO "FINALPND"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FINAL-STATUS.
           SELECT FINAL-PAY-RPT ASSIGN TO "FINALREG"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXCEPTION-RPT ASSIGN TO "GLEXCP"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-BALANCE-RPT ASSIGN TO "GLBAL"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAXBRK-STATUS.
           SELECT DEDUCTION-ELECTIONS ASSIGN TO "DEDELECT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELECT-STATUS.
           SELECT DEDUCTIONS-RPT ASSIGN TO "DEDREG"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCATION-MASTER ASSIGN TO "LOCMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOC-STATUS.
              FILE STATUS IS WS-BUDG-STATUS.
           SELECT BUDGET-VARIANCE-RPT ASSIGN TO "BUDGRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITION-CONTROL-RPT ASSIGN TO "POSCTL"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERIT-MATRIX ASSIGN TO "MERITMTX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MMX-STATUS.
           SELECT MERIT-RATINGS ASSIGN TO "MERITRTG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRTG-STATUS.
           SELECT MERIT-PROPOSALS ASSIGN TO "MERITPRP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MPRP-STATUS.
           SELECT MERIT-PROPOSAL-RPT ASSIGN TO "MERITRPT"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-ACCOUNT-MASTER ASSIGN TO "BANKMAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BANK-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  EMP-TERM-RECORD.
           10 TERM-EMP-ID               PIC 9(5).
      * Last day worked, CCYYMMDD - final pay runs up to it.  Cards
      * punched before the column existed read back as spaces and
      * mean the run date.
           10 TERM-DATE                 PIC 9(8).

      * Edit-pass reject files - master records that fail the front-
      * end edits land here with a reason code ahead of the original
      * future date parks the card on EMP-MAINT-PENDING until its
      * run arrives.  The image is moved to WS-MNT-CARD after the
      * read - the apply paragraphs work from there so released
      * pending entries travel the same path as fresh cards.  After
      * the effective date comes the finance override authorization
      * that lets an ADD, REHIRE, CHGDEPT or CHGSAL past the
      * department's budgeted headcount or salary cost; blank (and
      * cards punched before the column existed) means no override.
       FD  EMP-MAINT-TRANS
           LABEL RECORDS ARE STANDARD.
       01  EMP-MAINT-RECORD             PIC X(77).

      * Effective-dated transactions waiting for their day - the
      * card image plus its effective date and override, rewritten
      * each run with whatever is still in the future.
       FD  EMP-MAINT-PENDING
           LABEL RECORDS ARE STANDARD.
       01  EMP-PEND-RECORD              PIC X(77).

      * Maintenance register - one line per transaction showing the
      * action, the employee, the old and new values and whether it
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-LINE               PIC X(132).

      * Department maintenance transaction file - OPEN a new
      * department (id, name, location), RENAME it, RELOCATE it to
      * a new site, or CLOSE it into the receiving department named
      * in DMT-TO-DEPT.  Applied to DEPARTMENT-TABLE on FULL runs by
      * PROCESS-DEPT-MAINTENANCE, made durable by rewriting DEPTMAST
      * and cleared once applied, the way EMP-MAINT-TRANS works.
      * Fields an action does not use are left blank on the card.
      * DMT-OVERRIDE-ID is the finance authorization for a CLOSE
      * that takes the receiving department past its budgeted
      * headcount.
       FD  DEPT-MAINT-TRANS
           LABEL RECORDS ARE STANDARD.
       01  DEPT-MAINT-RECORD.
           10 DMT-ACTION                PIC X(08).
              88 DMT-OPEN                         VALUE "OPEN".
              88 DMT-RENAME                       VALUE "RENAME".
              88 DMT-RELOCATE                     VALUE "RELOCATE".
              88 DMT-CLOSE                        VALUE "CLOSE".
           10 DMT-DEPT-ID               PIC X(10).
           10 DMT-NAME                  PIC X(20).
           10 DMT-LOCATION              PIC X(15).
           10 DMT-TO-DEPT               PIC X(10).
           10 DMT-OVERRIDE-ID           PIC X(08).

      * Department maintenance register - one line per card with
      * its APPLIED/REJECTED disposition and old/new values, and
      * under each applied CLOSE one line per employee transferred
      * to the receiving department.
       FD  DEPT-MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  DMNT-RPT-LINE                PIC X(132).

      * Fixed-width extract of EMP-DEPT-TABLE's combined employee/
      * department data, written by EXPORT-EMP-DEPT-FEED after
      * COMBINE-TABLES completes, for general ledger/cost-center
           LABEL RECORDS ARE STANDARD.
       01  BUDG-RPT-LINE                PIC X(132).

      * Position control report - per department, the budgeted,
      * filled and open headcount slots and salary cost after the
      * day's maintenance, then every transaction the budget check
      * blocked or let through on a finance override.
       FD  POSITION-CONTROL-RPT
           LABEL RECORDS ARE STANDARD.
       01  POSCTL-RPT-LINE              PIC X(132).

      * Merit guideline matrix, set by compensation for each cycle:
      * one row per performance rating with the increase rate for
      * each quartile of the department salary range, quartile 1
      * being the bottom of the range.
       FD  MERIT-MATRIX
           LABEL RECORDS ARE STANDARD.
       01  MERIT-MATRIX-RECORD.
           10 MMF-RATING                PIC X(01).
           10 MMF-RATES.
              15 MMF-RATE OCCURS 4 TIMES PIC 9V9(4).

      * Performance ratings for the merit cycle, one record per
      * employee, keyed by the managers' review forms.
       FD  MERIT-RATINGS
           LABEL RECORDS ARE STANDARD.
       01  MERIT-RATING-RECORD.
           10 MRF-EMP-ID                PIC 9(5).
           10 MRF-RATING                PIC X(01).

      * Proposed merit increases - CHGSAL cards in the EMP-MAINT-
      * TRANS layout, dated with the plan's effective date, held
      * here until the cycle is approved and they move onto EMP-
      * MAINT-PENDING.
       FD  MERIT-PROPOSALS
           LABEL RECORDS ARE STANDARD.
       01  MERIT-PROPOSAL-RECORD        PIC X(77).

      * Merit proposal listing - the proposed increase per employee
      * by department, the employees left out and why, the ratings
      * that matched no one, and the increase cost per department
      * against the budgeted salary cost.
       FD  MERIT-PROPOSAL-RPT
           LABEL RECORDS ARE STANDARD.
       01  MERIT-RPT-LINE               PIC X(132).

      * Employee bank account master, maintained by payroll control
      * from the signed authorization forms: routing and account
      * number, account type (C checking / S savings) and the
      * the column existed read back as spaces and count as never
      * rolled.
           10 YTD-ROLL-DATE             PIC 9(8).
      * Deductions by type for the year, and per garnishment order
      * the year's and the order's lifetime total - a total cap
      * runs across years, so an entry still carrying one survives
      * the year-end close.  The ROLL amounts are what the roll on
      * YTD-ROLL-DATE added, so a restart can back them out of the
      * caps.  Records from before these columns read back as zero.
           10 YTD-RETIRE                PIC 9(9)V99.
           10 YTD-HEALTH                PIC 9(9)V99.
           10 YTD-ROLL-RETIRE           PIC 9(7)V99.
           10 YTD-GARN OCCURS 3 TIMES.
              15 YTD-GARN-CASE          PIC X(10).
              15 YTD-GARN-YTD           PIC 9(9)V99.
              15 YTD-GARN-LTD           PIC 9(9)V99.
              15 YTD-GARN-ROLL          PIC 9(7)V99.

      * Annual earnings statements - one per employee, printed by
      * the year-end run from the YTD accumulators.
       01  EARN-STMT-LINE               PIC X(80).

      * Net-pay detail feed - one record per active employee for the
      * period: ID, per-period gross, tax, deduction and net - plus
      * one per retro line and final pay, each its own bank detail.
       FD  NET-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NET-PAY-RECORD.
           10 NPF-TAX                   PIC 9(7)V99.
           10 NPF-DEDUCT                PIC 9(7)V99.
           10 NPF-NET                   PIC 9(7)V99.
           10 NPF-PAY-TYPE              PIC X(01).
              88 NPF-PERIOD-PAY                   VALUE "P".
              88 NPF-RETRO-PAY                    VALUE "R".
              88 NPF-FINAL-PAY                    VALUE "F".

      * Retro pay queue - one record per back-dated CHGSAL applied by
      * maintenance, waiting for the payroll phase to make up the
      * periods already paid at the old rate.  The old and new
      * salary come off the SALARY-HISTORY record written with it,
      * dated with the effective date.  Once the payroll has
      * settled it and the retro register has listed it, the record
      * is stamped with the run date, so a restart of the same run
      * repays it and the next run drops it.  One still owed stays
      * unstamped until a payroll pays it.
       FD  RETRO-PENDING
           LABEL RECORDS ARE STANDARD.
       01  RETRO-PEND-RECORD.
           10 RTP-EMP-ID                PIC 9(5).
           10 RTP-EFF-DATE              PIC 9(8).
           10 RTP-QUEUED-DATE           PIC 9(8).
           10 RTP-PAID-DATE             PIC 9(8).

      * Retro pay register - per back-dated change the periods owed,
      * old and new per-period rate, and the amount paid.
       FD  RETRO-PAY-RPT
           LABEL RECORDS ARE STANDARD.
       01  RETRO-RPT-LINE               PIC X(132).

      * Final pay queue - one record per termination applied, until
      * the payroll phase has paid the final period and the vacation
      * payout.  A paid record is stamped with the run date and
      * keeps its amounts, so a restart of the same run repays from
      * the stamped figures (the vacation balance is already zero
      * by then) and the next run drops it.
       FD  FINAL-PAY-PENDING
           LABEL RECORDS ARE STANDARD.
       01  FINAL-PAY-PEND-RECORD.
           10 FPQ-EMP-ID                PIC 9(5).
           10 FPQ-TERM-DATE             PIC 9(8).
           10 FPQ-PAID-DATE             PIC 9(8).
           10 FPQ-DAYS-WORKED           PIC 9(3).
           10 FPQ-VAC-DAYS              PIC 9(3)V99.
           10 FPQ-PERIOD-GROSS          PIC 9(7)V99.
           10 FPQ-VAC-PAY               PIC 9(7)V99.

      * Final pay register - per termination the days worked in the
      * final period, vacation days paid out and the net amount.
       FD  FINAL-PAY-RPT
           LABEL RECORDS ARE STANDARD.
       01  FINAL-RPT-LINE               PIC X(132).

      * General ledger account mapping, kept by accounting: one "E"
      * row per department giving its salary expense account, and
      * one row each for the company-wide tax withheld payable
      * ("T"), deductions payable ("D") and cash clearing ("C")
      * accounts.  GLM-DEPT-ID is blank on the company rows.
       FD  GL-ACCOUNT-MAP
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           10 GLM-TYPE                  PIC X(01).
           10 GLM-DEPT-ID               PIC X(10).
           10 GLM-ACCOUNT               PIC X(12).

      * Payroll journal entry for the general ledger, built from the
      * payroll register's department totals: an "H" header (run
      * date, source), one "D" detail per posting - salary expense
      * debits by department, then the tax, deductions and cash
      * clearing credits - and a "T" trailer carrying the detail
      * count and the debit and credit hash totals, the same
      * bracket EMP-DEPT-EXTRACT and BANK-TRANS-FILE carry.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-RECORD            PIC X(80).

      * GL exception listing - mapping records that fail the load
      * edits, and every department (or company account) with pay
      * this period but no GL mapping.  Those amounts stay out of
      * the journal rather than drop into a suspense account.
       FD  GL-EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  GL-EXCP-LINE                 PIC X(80).

      * Journal balancing report - the register control totals, the
      * amounts held out on the exception listing, the journal as
      * built, its trailer and the file recomputed, with a BALANCED/
      * OUT OF BALANCE verdict.
       FD  GL-BALANCE-RPT
           LABEL RECORDS ARE STANDARD.
       01  GL-BAL-LINE                  PIC X(132).

      * Withholding tax brackets, kept by payroll: one row per
      * bracket in ascending order of the annual taxable pay it
      * starts at, the first at zero, with the marginal rate on
      * the pay above it.
       FD  TAX-BRACKET-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-BRACKET-RECORD.
           10 TBF-FLOOR                 PIC 9(9)V99.
           10 TBF-RATE                  PIC 9V9(4).

      * Deduction elections, one record per employee who has any:
      * the pre-tax retirement percent of gross with its annual cap
      * (zero for none), the pre-tax health plan amount per period,
      * and up to three garnishment orders - case number, priority
      * (1 is taken first), amount per period and a cap that is
      * annual ("A"), over the life of the order ("T") or none
      * (space).  An unused garnishment slot has no case number.
       FD  DEDUCTION-ELECTIONS
           LABEL RECORDS ARE STANDARD.
       01  ELECTION-RECORD.
           10 DEF-EMP-ID                PIC 9(5).
           10 DEF-RETIRE-PCT            PIC 9V9(4).
           10 DEF-RETIRE-CAP            PIC 9(7)V99.
           10 DEF-HEALTH-AMT            PIC 9(5)V99.
           10 DEF-GARN OCCURS 3 TIMES.
              15 DEF-GARN-CASE          PIC X(10).
              15 DEF-GARN-PRIORITY      PIC 9(1).
              15 DEF-GARN-AMT           PIC 9(5)V99.
              15 DEF-GARN-CAP-TYPE      PIC X(01).
              15 DEF-GARN-CAP           PIC 9(7)V99.

      * Deductions register - the period's deductions by type for
      * each register department section and the company, the
      * garnishment remittance detail and the rejected elections.
       FD  DEDUCTIONS-RPT
           LABEL RECORDS ARE STANDARD.
       01  DEDREG-LINE                  PIC X(132).

      * Site master maintained by facilities - the authoritative
      * list of locations DEPT-LOCATION is validated against at load
      * (and cards punched before the column existed) mean a normal
      * period run.
           10 PRM-YEAR-END              PIC X(01).
      * Merit cycle: "P" proposes the increases, "A" approves the
      * last proposal and queues it; blank (and cards punched
      * before the columns existed) means no merit work this run.
      * A propose run needs the plan's effective date and the
      * eligibility cutoff - anyone hired after it is left out.
      * The authorization ID is finance's sign-off on an approve
      * run, carried onto each card as its position control
      * override.
           10 PRM-MERIT-RUN             PIC X(01).
           10 PRM-MERIT-EFF-DATE        PIC 9(8).
           10 PRM-MERIT-CUTOFF          PIC 9(8).
           10 PRM-MERIT-AUTH-ID         PIC X(08).

      * Checkpoint/restart run-control record - notes the last report
      * step that completed successfully and the employee/department
             10 MNT-HIRE-DATE          PIC 9(8).
             10 MNT-STATUS             PIC X(01).
          05 MNT-EFF-DATE              PIC 9(8).
          05 MNT-OVERRIDE-ID           PIC X(08).

      * Pending-transaction holding table - EMP-MAINT-PENDING in
      * storage.  PEND-REL-FLAG marks the entries released this run
       77 WS-PEND-STATUS           PIC X(02) VALUE "00".
       77 WS-PEND-EOF-SW           PIC X(01) VALUE "N".
          88 WS-PEND-EOF                      VALUE "Y".
       77 WS-MAX-PENDING           PIC 9(3) VALUE 800.
       77 WS-PEND-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 PEND-TABLE.
          05 PEND-ENTRY OCCURS 1 TO 800 TIMES
                DEPENDING ON WS-PEND-COUNT INDEXED BY PND-IDX.
             10 PND-CARD-IMAGE         PIC X(61).
             10 PND-EFF-DATE           PIC 9(8).
             10 PND-OVERRIDE-ID        PIC X(08).
       01 PEND-REL-FLAG-TABLE.
          05 PEND-REL-FLAG OCCURS 800 TIMES PIC X(01).
       77 WS-MAINT-HELD            PIC 9(5) VALUE ZERO.

      * End-of-file switch, counts and work fields for PROCESS-
       77 WS-MAINT-OLD-VALUE      PIC X(25) VALUE SPACES.
       77 WS-MAINT-NEW-VALUE      PIC X(25) VALUE SPACES.
       77 WS-MAINT-EMP-SUB        PIC 9(5) COMP VALUE ZERO.
       77 WS-MAINT-OVR-NOTE       PIC X(18) VALUE SPACES.

      * Rehire work fields.  SEARCH-EMP-HISTORY scans EMP-HISTORY
      * for the transaction's employee and holds the most recent
      * snapshot would still carry the old department.
       77 WS-MAINT-DEPT-CHANGES   PIC 9(5) VALUE ZERO.

      * Department maintenance work fields.  WS-DMNT-REASON is set
      * by the APPLY-DEPT-... paragraph when a card is rejected and
      * blank when it applied.  WS-DMNT-APPLIED also tells READ-
      * CHECKPOINT that department names/locations changed under a
      * prior combine snapshot, the way WS-MAINT-DEPT-CHANGES does.
       77 WS-DEPTMAST-STATUS       PIC X(02) VALUE "00".
       77 WS-DMNT-STATUS           PIC X(02) VALUE "00".
       77 WS-DMNT-EOF-SW           PIC X(01) VALUE "N".
          88 WS-DMNT-EOF                      VALUE "Y".
       77 WS-DMNT-APPLIED          PIC 9(5) VALUE ZERO.
       77 WS-DMNT-REJECTED         PIC 9(5) VALUE ZERO.
       77 WS-DMNT-XFER-COUNT       PIC 9(5) VALUE ZERO.
       77 WS-DMNT-RESULT           PIC X(08) VALUE SPACES.
       77 WS-DMNT-REASON           PIC X(25) VALUE SPACES.
       77 WS-DMNT-OLD-VALUE        PIC X(20) VALUE SPACES.
       77 WS-DMNT-NEW-VALUE        PIC X(20) VALUE SPACES.
       77 WS-DMNT-DEPT-SUB         PIC 9(3) COMP VALUE ZERO.
       77 WS-DMNT-TO-SUB           PIC 9(3) COMP VALUE ZERO.
       77 WS-DMNT-EMP-SUB          PIC 9(5) COMP VALUE ZERO.
       77 WS-DMNT-SEARCH-ID        PIC X(10) VALUE SPACES.
       77 WS-DMNT-FOUND-SW         PIC X(01) VALUE "N".
          88 WS-DMNT-FOUND                    VALUE "Y".
      * A CLOSE carries the closed department's BUDGET-MASTER row
      * to the receiving department; WS-DMNT-BUDG-NOTE is the line
      * printed under the CLOSE, and BUDGMAST is rewritten at the
      * end of the phase when any row moved.
       77 WS-DMNT-BUDG-NOTE        PIC X(50) VALUE SPACES.
       77 WS-DMNT-BUDG-FROM        PIC 9(3) COMP VALUE ZERO.
       77 WS-DMNT-BUDG-TO          PIC 9(3) COMP VALUE ZERO.
       77 WS-DMNT-BUDG-CHG-SW      PIC X(01) VALUE "N".
          88 WS-DMNT-BUDG-CHANGED             VALUE "Y".

      * Raw images of rejected DEPARTMENT-MASTER records - written
      * back unchanged when department maintenance rewrites DEPTMAST,
      * so the rewrite cannot drop them before data control corrects
      * them (the guarantee EMP-REJECT-HOLD-TABLE gives the employee
      * master).  Their keys also block an OPEN of the same DEPT-ID.
       77 WS-MAX-DEPT-REJECTS      PIC 9(3) VALUE 050.
       01 DEPT-REJECT-HOLD-TABLE.
          05 DEPT-REJECT-HOLD OCCURS 50 TIMES
                INDEXED BY DREJ-IDX.
             10 DREJ-HOLD-ID          PIC X(10).
             10 FILLER                PIC X(35).

      * Checkpoint/restart control.  WS-COMBINE-DONE-SW records
      * whether COMBINE-TABLES already completed on a prior attempt,
      * so MAIN-PARA can reload EMP-DEPT-TABLE from COMBINE-SNAPSHOT
       01 WS-PAYTOT-TAX-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYTOT-DEDUCT-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAYTOT-NET-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
      * Set when PAY-ONE-EMPLOYEE rolled the period into the YTD
      * accumulator on this attempt - a retro line rolls with it,
      * and only then.
       77 WS-YTD-ROLLED-SW         PIC X(01) VALUE "N".
          88 WS-YTD-ROLLED                    VALUE "Y".

      * Retro pay work areas.  RETRO-TABLE holds the back-dated
      * changes queued by this run's maintenance, then RETRO-PENDING
      * reloaded by the payroll phase with the old and new salary
      * matched off SALARY-HISTORY.  RTE-STATUS is the disposition
      * the retro register prints.
       77 WS-RETRO-STATUS          PIC X(02) VALUE "00".
       77 WS-RETRO-EOF-SW          PIC X(01) VALUE "N".
          88 WS-RETRO-EOF                     VALUE "Y".
       77 WS-MAX-RETRO             PIC 9(3) VALUE 800.
       77 WS-RETRO-COUNT           PIC 9(3) VALUE ZERO.
       77 WS-RETRO-QUEUED          PIC 9(5) VALUE ZERO.
       77 WS-RETRO-PAID            PIC 9(5) VALUE ZERO.
       01 RETRO-TABLE.
          05 RETRO-ENTRY OCCURS 1 TO 800 TIMES
                DEPENDING ON WS-RETRO-COUNT INDEXED BY RTE-IDX.
             10 RTE-EMP-ID            PIC 9(5).
             10 RTE-EFF-DATE          PIC 9(8).
             10 RTE-QUEUED-DATE       PIC 9(8).
             10 RTE-PAID-DATE         PIC 9(8).
             10 RTE-OLD-SALARY        PIC 9(7)V99.
             10 RTE-NEW-SALARY        PIC 9(7)V99.
             10 RTE-HIST-SW           PIC X(01).
                88 RTE-HIST-FOUND               VALUE "Y".
             10 RTE-PERIODS           PIC 9(3).
             10 RTE-GROSS             PIC 9(7)V99.
             10 RTE-NET               PIC 9(7)V99.
             10 RTE-STATUS            PIC X(24).
                88 RTE-STILL-OWED                VALUE
                   "EMPLOYEE NOT PAID" "NO PERIOD PAID SINCE".
       77 WS-RETRO-DAYS            PIC 9(7) COMP VALUE ZERO.
       77 WS-RETRO-SERIAL-EFF      PIC 9(7) COMP VALUE ZERO.
       01 WS-RETRO-GROSS           PIC 9(7)V99.
       01 WS-RETRO-TAX             PIC 9(7)V99.
       01 WS-RETRO-DEDUCT          PIC 9(7)V99.
       01 WS-RETRO-NET             PIC 9(7)V99.
       01 WS-RETRO-RATE            PIC 9(7)V99.
       01 WS-RETRO-TOTAL-GROSS     PIC 9(9)V99.
       01 WS-RETRO-TOTAL-NET       PIC 9(9)V99.
       01 WS-RETRO-OLD-RATE-ED     PIC Z,ZZZ,ZZ9.99.
       01 WS-RETRO-NEW-RATE-ED     PIC Z,ZZZ,ZZ9.99.
       01 WS-RETRO-EFF-LABEL       PIC X(20).

      * Final pay work areas.  FINAL-TABLE is FINAL-PAY-PENDING in
      * storage - loaded by PROCESS-TERMINATIONS, added to as each
      * termination applies, held against the archive, and settled
      * by the payroll phase.  The final period is paid for the
      * calendar days from the date the employee was last paid
      * through (the YTD roll date, or the hire date) up to the
      * termination date, never more than one period; vacation is
      * paid at the daily rate, annual salary over the working days
      * in a year.
       77 WS-FINAL-STATUS          PIC X(02) VALUE "00".
       77 WS-FINAL-EOF-SW          PIC X(01) VALUE "N".
          88 WS-FINAL-EOF                     VALUE "Y".
       77 WS-FINAL-COUNT           PIC 9(5) VALUE ZERO.
       01 FINAL-TABLE.
          05 FINAL-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-FINAL-COUNT INDEXED BY FPE-IDX.
             10 FPE-EMP-ID            PIC 9(5).
             10 FPE-TERM-DATE         PIC 9(8).
             10 FPE-PAID-DATE         PIC 9(8).
             10 FPE-DAYS-WORKED       PIC 9(3).
             10 FPE-VAC-DAYS          PIC 9(3)V99.
             10 FPE-PERIOD-GROSS      PIC 9(7)V99.
             10 FPE-VAC-PAY           PIC 9(7)V99.
             10 FPE-NET               PIC 9(7)V99.
             10 FPE-NAME              PIC X(20).
             10 FPE-STATUS            PIC X(24).
       77 WS-FINAL-SUB             PIC 9(5) COMP VALUE ZERO.
       77 WS-FINAL-FOUND-SW        PIC X(01) VALUE "N".
          88 WS-FINAL-FOUND                   VALUE "Y".
       77 WS-FP-SEARCH-ID          PIC 9(5) VALUE ZERO.
       77 WS-TERM-DATE             PIC 9(8) VALUE ZERO.
       77 WS-TERM-PRIOR-STATUS     PIC X(01) VALUE SPACE.
       77 WS-FP-WORKDAYS-YEAR      PIC 9(3) VALUE 260.
       77 WS-FP-PERIOD-DAYS        PIC 9(3) VALUE ZERO.
       77 WS-FP-PAID-THRU          PIC 9(8) VALUE ZERO.
       77 WS-FP-SERIAL-THRU        PIC 9(7) COMP VALUE ZERO.
       77 WS-FP-DAYS               PIC S9(7) COMP VALUE ZERO.
       77 WS-FP-LEAVE-CHANGED-SW   PIC X(01) VALUE "N".
          88 WS-FP-LEAVE-CHANGED              VALUE "Y".
       77 WS-FINAL-PAID            PIC 9(5) VALUE ZERO.
       01 WS-FP-GROSS              PIC 9(7)V99.
       01 WS-FP-TAX                PIC 9(7)V99.
       01 WS-FP-DEDUCT             PIC 9(7)V99.
       01 WS-FP-NET                PIC 9(7)V99.
       01 WS-FINAL-TOTAL-GROSS     PIC 9(9)V99.
       01 WS-FINAL-TOTAL-NET       PIC 9(9)V99.
       01 WS-FP-VAC-DAYS-ED        PIC ZZ9.99.
       01 WS-FP-LABEL              PIC X(20).

      * General ledger journal work areas.  GL-SECTION-TABLE keeps
      * the payroll register's totals for each department section as
      * it is printed (WS-PAYDEPT-ID blank for the unmatched
      * section); BUILD-GL-JOURNAL posts each section through
      * GL-MAP-TABLE and the company accounts.  The journal record
      * views follow the bank transmission's shape.
       77 WS-GLMAP-STATUS          PIC X(02) VALUE "00".
       77 WS-GLMAP-EOF-SW          PIC X(01) VALUE "N".
          88 WS-GLMAP-EOF                     VALUE "Y".
       77 WS-GLMAP-LOADED-SW       PIC X(01) VALUE "N".
          88 WS-GLMAP-LOADED                  VALUE "Y".
       77 WS-PAYDEPT-ID            PIC X(10) VALUE SPACES.
       77 WS-GLM-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 GL-MAP-TABLE.
          05 GL-MAP-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-GLM-COUNT INDEXED BY GLM-IDX.
             10 GLE-DEPT-ID           PIC X(10).
             10 GLE-ACCOUNT           PIC X(12).
       77 WS-GL-TAX-ACCT           PIC X(12) VALUE SPACES.
       77 WS-GL-DEDUCT-ACCT        PIC X(12) VALUE SPACES.
       77 WS-GL-CASH-ACCT          PIC X(12) VALUE SPACES.
       77 WS-GL-ACCOUNT            PIC X(12) VALUE SPACES.
       77 WS-GLS-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 GL-SECTION-TABLE.
          05 GL-SECTION OCCURS 1 TO 51 TIMES
                DEPENDING ON WS-GLS-COUNT INDEXED BY GLS-IDX.
             10 GLS-DEPT-ID           PIC X(10).
             10 GLS-GROSS             PIC 9(9)V99.
             10 GLS-TAX               PIC 9(9)V99.
             10 GLS-DEDUCT            PIC 9(9)V99.
             10 GLS-NET               PIC 9(9)V99.
             10 GLS-RETIRE            PIC 9(9)V99.
             10 GLS-HEALTH            PIC 9(9)V99.
             10 GLS-GARN              PIC 9(9)V99.
             10 GLS-FLAT              PIC 9(9)V99.
       77 WS-GL-EXCP-COUNT         PIC 9(5) VALUE ZERO.
       77 WS-GLJ-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-GLJ-DEBITS            PIC 9(13)V99 VALUE ZERO.
       01 WS-GLJ-CREDITS           PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-POST-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-POST-DEDUCT        PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-POST-NET           PIC 9(11)V99 VALUE ZERO.
       01 WS-GLX-GROSS             PIC 9(11)V99 VALUE ZERO.
       01 WS-GLX-TAX               PIC 9(11)V99 VALUE ZERO.
       01 WS-GLX-DEDUCT            PIC 9(11)V99 VALUE ZERO.
       01 WS-GLX-NET               PIC 9(11)V99 VALUE ZERO.
       77 WS-GLR-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-GLR-DEBITS            PIC 9(13)V99 VALUE ZERO.
       01 WS-GLR-CREDITS           PIC 9(13)V99 VALUE ZERO.
       01 WS-GLR-EXPENSE           PIC 9(13)V99 VALUE ZERO.
       01 WS-GLR-TAX               PIC 9(13)V99 VALUE ZERO.
       01 WS-GLR-DEDUCT            PIC 9(13)V99 VALUE ZERO.
       01 WS-GLR-CASH              PIC 9(13)V99 VALUE ZERO.
       77 WS-GLT-COUNT-SAVE        PIC 9(7) VALUE ZERO.
       01 WS-GLT-DEBITS-SAVE       PIC 9(13)V99 VALUE ZERO.
       01 WS-GLT-CREDITS-SAVE      PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-TIE                PIC 9(13)V99 VALUE ZERO.
       77 WS-GLJ-EOF-SW            PIC X(01) VALUE "N".
          88 WS-GLJ-EOF                       VALUE "Y".
       01 WS-GL-AMOUNT-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-DEBITS-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-CREDITS-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-GLJ-WORK.
          05 WS-GLJ-REC-TYPE        PIC X(01).
          05 FILLER                 PIC X(79).
       01 WS-GLJ-HEADER REDEFINES WS-GLJ-WORK.
          05 FILLER                 PIC X(01).
          05 WS-GLJ-HDR-DATE        PIC 9(8).
          05 WS-GLJ-HDR-SOURCE      PIC X(30).
          05 FILLER                 PIC X(41).
       01 WS-GLJ-DETAIL REDEFINES WS-GLJ-WORK.
          05 FILLER                 PIC X(01).
          05 WS-GLJ-DET-ACCOUNT     PIC X(12).
          05 WS-GLJ-DET-DEPT        PIC X(10).
          05 WS-GLJ-DET-KIND        PIC X(01).
             88 WS-GLJ-EXPENSE                VALUE "E".
             88 WS-GLJ-TAX                    VALUE "T".
             88 WS-GLJ-DEDUCT                 VALUE "D".
             88 WS-GLJ-CASH                   VALUE "C".
          05 WS-GLJ-DET-DR-CR       PIC X(01).
             88 WS-GLJ-DEBIT                  VALUE "D".
             88 WS-GLJ-CREDIT                 VALUE "C".
          05 WS-GLJ-DET-AMOUNT      PIC 9(11)V99.
          05 WS-GLJ-DET-DESC        PIC X(20).
          05 FILLER                 PIC X(22).
       01 WS-GLJ-TRAILER REDEFINES WS-GLJ-WORK.
          05 FILLER                 PIC X(01).
          05 WS-GLJ-TRL-COUNT       PIC 9(7).
          05 WS-GLJ-TRL-DEBITS      PIC 9(13)V99.
          05 WS-GLJ-TRL-CREDITS     PIC 9(13)V99.
          05 FILLER                 PIC X(42).

      * Movement statistics work areas.  MOVE-TABLE accumulates the
      * run's hires/terminations/transfers by department code as
          88 WS-BUDG-EOF                      VALUE "Y".
       77 WS-BUDG-LOADED-SW        PIC X(01) VALUE "N".
          88 WS-BUDG-LOADED                   VALUE "Y".
      * Set when BUDGMAST had rows past the table or fields that
      * were not numeric - the table is then not a faithful copy
      * and must never be written back over the file.
       77 WS-BUDG-PARTIAL-SW       PIC X(01) VALUE "N".
          88 WS-BUDG-PARTIAL                  VALUE "Y".
       77 WS-BUDG-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 BUDGET-TABLE.
          05 BUDGET-ENTRY OCCURS 1 TO 50 TIMES
       77 WS-BVR-FLAG              PIC X(20) VALUE SPACES.
       77 WS-BVR-EXCP-COUNT        PIC 9(3) VALUE ZERO.

      * Position control work areas.  CHECK-POSITION-CONTROL holds
      * one transaction against the receiving department's budget:
      * the caller sets the department, what the transaction adds
      * (WS-PC-ADD-HEADS for ADD/REHIRE/CHGDEPT, WS-PC-SAL-DELTA for
      * CHGSAL), and the action/employee/override for the record of
      * it.  A department with no BUDGET-MASTER row (or no budget
      * master at all) is not under position control.  Every
      * blocked or overridden transaction is kept on POSCTL-EVENT-
      * TABLE for the position control report.
       77 WS-PC-DEPT               PIC X(10) VALUE SPACES.
       77 WS-PC-KIND               PIC X(01) VALUE SPACES.
          88 WS-PC-HEADCOUNT                  VALUE "H".
          88 WS-PC-SALARY                     VALUE "S".
       77 WS-PC-ADD-HEADS          PIC 9(5) VALUE ZERO.
       01 WS-PC-SAL-DELTA          PIC S9(9)V99.
      * A department CLOSE brings the closed department's budgeted
      * slots along with its people: WS-PC-XFER-SLOTS is added to
      * the receiving department's BDG-HEADCOUNT for the close's
      * own check, and the CHGDEPTs the close generates are not
      * checked again card by card (WS-PC-CLOSE-XFER).
       77 WS-PC-XFER-SLOTS         PIC 9(5) VALUE ZERO.
       77 WS-PC-BUDG-HEADS         PIC 9(6) VALUE ZERO.
       77 WS-PC-CLOSE-XFER-SW      PIC X(01) VALUE "N".
          88 WS-PC-CLOSE-XFER                 VALUE "Y".
       77 WS-PC-ACTION             PIC X(08) VALUE SPACES.
       77 WS-PC-EMP-ID             PIC 9(5) VALUE ZERO.
       77 WS-PC-OVERRIDE-ID        PIC X(08) VALUE SPACES.
       77 WS-PC-RESULT-SW          PIC X(01) VALUE "P".
          88 WS-PC-PASSED                     VALUE "P".
          88 WS-PC-BLOCKED                    VALUE "B".
          88 WS-PC-OVERRIDDEN                 VALUE "O".
       77 WS-PC-SUB                PIC 9(5) COMP VALUE ZERO.
       77 WS-PC-HEADS              PIC 9(5) VALUE ZERO.
       01 WS-PC-COST               PIC 9(10)V99.
       77 WS-PC-PROJ-HEADS         PIC 9(5) VALUE ZERO.
       01 WS-PC-PROJ-COST          PIC S9(10)V99.
       01 WS-PC-OPEN               PIC S9(5).
       01 WS-PC-OPEN-ED            PIC -ZZZZ9.
       01 WS-PC-COST-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PC-BUDSAL-ED          PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-MAX-PC-EVENTS         PIC 9(3) VALUE 200.
       77 WS-PCE-COUNT             PIC 9(3) COMP VALUE ZERO.
       77 WS-PC-BLOCKED-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-PC-OVERRIDE-COUNT     PIC 9(5) VALUE ZERO.
       01 POSCTL-EVENT-TABLE.
          05 POSCTL-EVENT OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-PCE-COUNT INDEXED BY PCE-IDX.
             10 PCE-ACTION            PIC X(08).
             10 PCE-EMP-ID            PIC 9(5).
             10 PCE-DEPT              PIC X(10).
             10 PCE-KIND              PIC X(01).
             10 PCE-RESULT            PIC X(08).
             10 PCE-OVERRIDE-ID       PIC X(08).
             10 PCE-PROJ-HEADS        PIC 9(5).
             10 PCE-BUDG-HEADS        PIC 9(5).
             10 PCE-PROJ-COST         PIC 9(10)V99.
             10 PCE-BUDG-COST         PIC 9(10)V99.

      * Direct-deposit work areas.  BANK-TABLE is the validated
      * BANK-ACCOUNT-MASTER in storage; the load edits reject a
      * record to DD-EXCEPTION-RPT rather than let a bad routing
       77 WS-BNK-SENT-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-BNK-PRENOTE-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-BNK-NOACCT-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-BNK-PRENOTE-EMP       PIC 9(5) VALUE ZERO.
       01 WS-BNK-HASH              PIC 9(13)V99 VALUE ZERO.
       01 WS-BNK-WORK.
          05 WS-BNK-REC-TYPE        PIC X(01).
             10 YTE-DEDUCT            PIC 9(9)V99.
             10 YTE-NET               PIC 9(9)V99.
             10 YTE-ROLL-DATE         PIC 9(8).
             10 YTE-RETIRE            PIC 9(9)V99.
             10 YTE-HEALTH            PIC 9(9)V99.
             10 YTE-ROLL-RETIRE       PIC 9(7)V99.
             10 YTE-GARN OCCURS 3 TIMES.
                15 YTE-GARN-CASE      PIC X(10).
                15 YTE-GARN-YTD       PIC 9(9)V99.
                15 YTE-GARN-LTD       PIC 9(9)V99.
                15 YTE-GARN-ROLL      PIC 9(7)V99.
       77 WS-YTD-SUB               PIC 9(5) COMP VALUE ZERO.
       77 WS-YTD-FOUND-SW          PIC X(01) VALUE "N".
          88 WS-YTD-FOUND                     VALUE "Y".
       01 WS-YTD-DEDUCT-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-YTD-NET-ED            PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-STMT-NAME             PIC X(20) VALUE SPACES.
       77 WS-YE-KEPT               PIC 9(5) COMP VALUE ZERO.
       01 WS-YE-GARN-TOTAL         PIC 9(11)V99.


      * Withholding and deduction work areas.  TAX-BRACKET-TABLE is
      * TAX-BRACKET-FILE in storage - annual taxable floors in
      * ascending order, each with the marginal rate above it; with
      * no bracket file the flat RTF-TAX-RATE still applies.
      * ELECTION-TABLE is DEDUCTION-ELECTIONS in storage; with no
      * elections file the flat RTF-DEDUCT-RATE still applies, and
      * with one an employee who has no elections has no deductions.
      * COMPUTE-TAX-AND-DEDUCTIONS works one pay line (period, final
      * or retro) for employee I off WS-CALC-GROSS; the WS-CAP-
      * fields are the employee's deductions to date against their
      * caps, set by SET-DEDUCTION-CAP-BASES before the first line
      * and run up as each line takes its deductions.
       77 WS-TAXBRK-STATUS         PIC X(02) VALUE "00".
       77 WS-TAXBRK-EOF-SW         PIC X(01) VALUE "N".
          88 WS-TAXBRK-EOF                    VALUE "Y".
       77 WS-TAXBRK-SW             PIC X(01) VALUE "F".
          88 WS-TAX-FLAT                      VALUE "F".
          88 WS-TAX-GRADUATED                 VALUE "G".
          88 WS-TAX-BRACKETS-BAD              VALUE "X".
       77 WS-MAX-TAX-BRACKETS      PIC 9(2) VALUE 20.
       77 WS-TXB-COUNT             PIC 9(2) COMP VALUE ZERO.
       01 TAX-BRACKET-TABLE.
          05 TAX-BRACKET OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-TXB-COUNT INDEXED BY TXB-IDX.
             10 TXB-FLOOR             PIC 9(9)V99.
             10 TXB-RATE              PIC 9V9(4).
       01 WS-TAX-ANNUAL-BASE       PIC 9(11)V99.
       01 WS-TAX-ANNUAL-AMT        PIC 9(11)V99.
       01 WS-TAX-ANNUAL-PRIOR      PIC 9(11)V99.
       01 WS-TAX-BAND              PIC 9(11)V99.
       77 WS-ELECT-STATUS          PIC X(02) VALUE "00".
       77 WS-ELECT-EOF-SW          PIC X(01) VALUE "N".
          88 WS-ELECT-EOF                     VALUE "Y".
       77 WS-ELECT-LOADED-SW       PIC X(01) VALUE "N".
          88 WS-ELECT-LOADED                  VALUE "Y".
       77 WS-ELE-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 ELECTION-TABLE.
          05 ELECTION-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-ELE-COUNT INDEXED BY ELE-IDX.
             10 ELE-EMP-ID            PIC 9(5).
             10 ELE-RETIRE-PCT        PIC 9V9(4).
             10 ELE-RETIRE-CAP        PIC 9(7)V99.
             10 ELE-HEALTH-AMT        PIC 9(5)V99.
             10 ELE-GARN OCCURS 3 TIMES.
                15 ELE-GARN-CASE      PIC X(10).
                15 ELE-GARN-PRIORITY  PIC 9(1).
                15 ELE-GARN-AMT       PIC 9(5)V99.
                15 ELE-GARN-CAP-TYPE  PIC X(01).
                15 ELE-GARN-CAP       PIC 9(7)V99.
       77 WS-ELECT-SUB             PIC 9(5) COMP VALUE ZERO.
       77 WS-ELECT-FOUND-SW        PIC X(01) VALUE "N".
          88 WS-ELECT-FOUND                   VALUE "Y".
       77 WS-MAX-ELECT-REJECTS     PIC 9(3) VALUE 100.
       77 WS-ELECT-REJ-COUNT       PIC 9(3) VALUE ZERO.
       01 ELECT-REJECT-TABLE.
          05 ELECT-REJECT OCCURS 100 TIMES INDEXED BY ELR-IDX.
             10 ELR-REASON            PIC X(03).
             10 ELR-IMAGE             PIC X(110).
       77 WS-GN-SUB                PIC 9(2) COMP VALUE ZERO.
       77 WS-GN-PRIORITY           PIC 9(2) COMP VALUE ZERO.
       77 WS-CALC-KIND             PIC X(01) VALUE "P".
          88 WS-CALC-PERIOD                   VALUE "P".
          88 WS-CALC-FINAL                    VALUE "F".
          88 WS-CALC-RETRO                    VALUE "R".
       77 WS-CALC-SPREAD           PIC 9(3) VALUE ZERO.
       01 WS-CALC-GROSS            PIC 9(7)V99.
       01 WS-CALC-RETIRE           PIC 9(7)V99.
       01 WS-CALC-HEALTH           PIC 9(7)V99.
       01 WS-CALC-GARN             PIC 9(7)V99.
       01 WS-CALC-FLAT             PIC 9(7)V99.
       01 WS-CALC-TAXABLE          PIC 9(7)V99.
       01 WS-CALC-TAX              PIC 9(7)V99.
       01 WS-CALC-DEDUCT           PIC 9(7)V99.
       01 WS-CALC-NET              PIC 9(7)V99.
       01 WS-CALC-AVAIL            PIC S9(7)V99.
       01 WS-CALC-ROOM             PIC S9(9)V99.
       01 WS-CALC-TAKE             PIC 9(7)V99.
       01 WS-CALC-GARN-TABLE.
          05 WS-CALC-GARN-AMT OCCURS 3 TIMES PIC 9(7)V99.
      * The period's taxable pay - a retro line's tax is what its
      * spread adds on top of it at the employee's bracket.
       01 WS-EMP-BASE-TAXABLE      PIC 9(7)V99.
       01 WS-CAP-RETIRE            PIC S9(9)V99.
       01 WS-CAP-GARN-TABLE.
          05 WS-CAP-GARN OCCURS 3 TIMES.
             10 WS-CAP-GARN-YTD       PIC S9(9)V99.
             10 WS-CAP-GARN-LTD       PIC S9(9)V99.
       01 WS-PAYDEPT-RETIRE        PIC 9(9)V99.
       01 WS-PAYDEPT-HEALTH        PIC 9(9)V99.
       01 WS-PAYDEPT-GARN          PIC 9(9)V99.
       01 WS-PAYDEPT-FLAT          PIC 9(9)V99.
       01 WS-PAYTOT-RETIRE         PIC 9(11)V99.
       01 WS-PAYTOT-HEALTH         PIC 9(11)V99.
       01 WS-PAYTOT-GARN           PIC 9(11)V99.
       01 WS-PAYTOT-FLAT           PIC 9(11)V99.
       01 WS-DED-RETIRE-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DED-HEALTH-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DED-GARN-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DED-FLAT-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DED-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DED-DEPT-LABEL        PIC X(16) VALUE SPACES.
      * One line per garnishment worked this run, for the remittance
      * detail on the deductions register - including one stopped at
      * its cap or short for want of net pay.
       77 WS-MAX-GARN-LINES        PIC 9(4) VALUE 1500.
       77 WS-GPL-COUNT             PIC 9(4) COMP VALUE ZERO.
       77 WS-GPL-DROPPED           PIC 9(4) VALUE ZERO.
       01 GARN-PAID-TABLE.
          05 GARN-PAID-LINE OCCURS 1 TO 1500 TIMES
                DEPENDING ON WS-GPL-COUNT INDEXED BY GPL-IDX.
             10 GPL-EMP-ID            PIC 9(5).
             10 GPL-DEPT              PIC X(10).
             10 GPL-CASE              PIC X(10).
             10 GPL-PRIORITY          PIC 9(1).
             10 GPL-AMOUNT            PIC 9(7)V99.
             10 GPL-CAP-TYPE          PIC X(01).
             10 GPL-CAP               PIC 9(7)V99.
             10 GPL-TO-DATE           PIC 9(9)V99.
             10 GPL-STATUS            PIC X(16).
       77 WS-GARN-STATUS           PIC X(16) VALUE SPACES.
       01 WS-GPL-CAP-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-GPL-TO-DATE-ED        PIC ZZZ,ZZZ,ZZ9.99.

      * Merit cycle work areas.  The run options come off the
      * parameter card.  MERIT-MATRIX-TABLE is MERIT-MATRIX in
      * storage and MERIT-RATING-TABLE is MERIT-RATINGS; a missing
      * or unusable file skips the proposal with a console note.
      * A rating record that cannot be used stays in the table with
      * MRG-STATUS saying why, for the listing.  MERIT-RESULT-TABLE
      * runs parallel to EMPLOYEE-TABLE and MERIT-DEPT-TABLE to
      * DEPARTMENT-TABLE, each filled by the proposal pass and read
      * back by the listing.
       77 WS-MERIT-RUN             PIC X(01) VALUE SPACE.
          88 WS-MERIT-PROPOSE                 VALUE "P".
          88 WS-MERIT-APPROVE                 VALUE "A".
       77 WS-MERIT-EFF-DATE        PIC 9(8) VALUE ZERO.
       77 WS-MERIT-CUTOFF          PIC 9(8) VALUE ZERO.
       77 WS-MERIT-AUTH-ID         PIC X(08) VALUE SPACES.
       77 WS-MMX-STATUS            PIC X(02) VALUE "00".
       77 WS-MMX-EOF-SW            PIC X(01) VALUE "N".
          88 WS-MMX-EOF                       VALUE "Y".
       77 WS-MMX-SW                PIC X(01) VALUE "N".
          88 WS-MMX-LOADED                    VALUE "G".
          88 WS-MMX-BAD                       VALUE "X".
       77 WS-MAX-MERIT-RATINGS     PIC 9(2) VALUE 10.
       77 WS-MMX-COUNT             PIC 9(2) COMP VALUE ZERO.
       01 MERIT-MATRIX-TABLE.
          05 MMX-ROW OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-MMX-COUNT INDEXED BY MMX-IDX.
             10 MMX-RATING            PIC X(01).
             10 MMX-RATES.
                15 MMX-RATE OCCURS 4 TIMES PIC 9V9(4).
       77 WS-MRTG-STATUS           PIC X(02) VALUE "00".
       77 WS-MRTG-EOF-SW           PIC X(01) VALUE "N".
          88 WS-MRTG-EOF                      VALUE "Y".
       77 WS-MRTG-SW               PIC X(01) VALUE "N".
          88 WS-MRTG-LOADED                   VALUE "G".
          88 WS-MRTG-BAD                      VALUE "X".
       77 WS-MRTG-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 MERIT-RATING-TABLE.
          05 MRG-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-MRTG-COUNT INDEXED BY MRG-IDX.
             10 MRG-EMP-ID            PIC 9(5).
             10 MRG-EMP-ID-X REDEFINES MRG-EMP-ID PIC X(05).
             10 MRG-RATING            PIC X(01).
             10 MRG-STATUS            PIC X(01).
                88 MRG-USABLE                    VALUE "K".
                88 MRG-USED                      VALUE "U".
                88 MRG-DUPLICATE                 VALUE "D".
                88 MRG-ID-INVALID                VALUE "N".
       01 MERIT-RESULT-TABLE.
          05 MRS-ENTRY OCCURS 500 TIMES.
             10 MRS-RESULT            PIC X(01).
                88 MRS-PROPOSED                  VALUE "P".
                88 MRS-EXCLUDED                  VALUE "X".
             10 MRS-RATING            PIC X(01).
             10 MRS-QUARTILE          PIC 9(01).
             10 MRS-RATE              PIC 9V9(4).
             10 MRS-INCREASE          PIC 9(7)V99.
             10 MRS-REASON            PIC X(24).
       01 MERIT-DEPT-TABLE.
          05 MDS-ENTRY OCCURS 50 TIMES.
             10 MDS-LOW               PIC 9(7)V99.
             10 MDS-HIGH              PIC 9(7)V99.
             10 MDS-HEADS             PIC 9(3).
             10 MDS-PROPOSED          PIC 9(3).
             10 MDS-COST              PIC 9(10)V99.
             10 MDS-INCREASE          PIC 9(9)V99.
       77 WS-MPRP-STATUS           PIC X(02) VALUE "00".
       77 WS-MPRP-EOF-SW           PIC X(01) VALUE "N".
          88 WS-MPRP-EOF                      VALUE "Y".
       77 WS-MERIT-CONSIDERED      PIC 9(5) VALUE ZERO.
       77 WS-MERIT-PROPOSED        PIC 9(5) VALUE ZERO.
       77 WS-MERIT-EXCLUDED        PIC 9(5) VALUE ZERO.
       77 WS-MERIT-CARD-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-MERIT-PEND-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-MERIT-QUEUED          PIC 9(5) VALUE ZERO.
       77 WS-MERIT-SHOWN           PIC 9(5) VALUE ZERO.
       77 WS-MRT-QUARTILE          PIC 9(01) VALUE ZERO.
       77 WS-MRT-RATING            PIC X(01) VALUE SPACE.
       77 WS-MRT-REASON            PIC X(24) VALUE SPACES.
       77 WS-MRT-DEPT-SUB          PIC 9(3) COMP VALUE ZERO.
       77 WS-MMX-SUB               PIC 9(2) COMP VALUE ZERO.
       77 WS-MMX-FOUND-SW          PIC X(01) VALUE "N".
          88 WS-MMX-FOUND                     VALUE "Y".
       77 WS-MRG-FOUND-SW          PIC X(01) VALUE "N".
          88 WS-MRG-FOUND                     VALUE "Y".
       01 WS-MRT-RANGE             PIC 9(7)V99.
       01 WS-MRT-NEW-SALARY        PIC 9(7)V99.
       01 WS-MRT-PROJECTED         PIC 9(10)V99.
       01 WS-MRT-VARIANCE          PIC S9(10)V99.
       01 WS-MRT-TOT-COST          PIC 9(10)V99.
       01 WS-MRT-TOT-INCREASE      PIC 9(10)V99.
       01 WS-MRT-PCT               PIC 9(2)V99.
       01 WS-MRT-PCT-ED            PIC Z9.99.
       01 WS-MRT-INCR-ED           PIC ZZZ,ZZ9.99.
       01 WS-MRT-NEW-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-MRT-LOW-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-MRT-HIGH-ED           PIC Z,ZZZ,ZZ9.99.
       01 WS-MRT-COST-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MRT-TOT-INCR-ED       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MRT-PROJ-ED           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MRT-BUDGET-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MRT-VAR-ED            PIC -,---,---,--9.99.

      * Counter and temporary variables
       01 WS-COUNTERS.
              PERFORM BACKUP-EMPLOYEE-MASTER
              MOVE WS-BKP-COPY-COUNT TO WS-PHASE-OUT
              PERFORM WRITE-PHASE-LOG
      * Department cards apply ahead of the audit so the audit trail
      * records the day's opens, closes and renames under this run,
      * and ahead of employee maintenance so the day's ADD and
      * CHGDEPT cards see the new department structure.
              MOVE "DEPT-MAINTENANCE" TO WS-PHASE-NAME
              PERFORM BEGIN-PHASE-LOG
              PERFORM PROCESS-DEPT-MAINTENANCE
              COMPUTE WS-PHASE-IN = WS-DMNT-APPLIED
                 + WS-DMNT-REJECTED
              MOVE WS-DMNT-APPLIED TO WS-PHASE-OUT
              MOVE WS-DMNT-REJECTED TO WS-PHASE-REJ
              PERFORM WRITE-PHASE-LOG
              MOVE "DEPT-CHANGE-AUDIT" TO WS-PHASE-NAME
              PERFORM BEGIN-PHASE-LOG
              PERFORM AUDIT-DEPARTMENT-CHANGES
              PERFORM PROCESS-TERMINATIONS
              MOVE WS-TERM-COUNT TO WS-PHASE-OUT
              PERFORM WRITE-PHASE-LOG
      * An approved merit cycle joins the pending queue ahead of the
      * maintenance phase, so cards already due release this run.
              IF WS-MERIT-APPROVE
                 MOVE "MERIT-APPROVAL" TO WS-PHASE-NAME
                 PERFORM BEGIN-PHASE-LOG
                 PERFORM APPROVE-MERIT-PROPOSALS
                 MOVE WS-MERIT-CARD-COUNT TO WS-PHASE-IN
                 MOVE WS-MERIT-QUEUED TO WS-PHASE-OUT
                 IF WS-MERIT-QUEUED = ZERO
                    MOVE "SKIPPED" TO WS-PHASE-STATUS
                 END-IF
                 PERFORM WRITE-PHASE-LOG
              END-IF
              MOVE "MAINTENANCE" TO WS-PHASE-NAME
              PERFORM BEGIN-PHASE-LOG
              PERFORM PROCESS-MAINTENANCE
              MOVE WS-MAINT-APPLIED TO WS-PHASE-OUT
              MOVE WS-MAINT-REJECTED TO WS-PHASE-REJ
              PERFORM WRITE-PHASE-LOG
              MOVE "POSITION-CONTROL" TO WS-PHASE-NAME
              PERFORM BEGIN-PHASE-LOG
              PERFORM PRINT-POSITION-CONTROL-REPORT
              MOVE WS-PCE-COUNT TO WS-PHASE-IN
              MOVE WS-DEPT-COUNT TO WS-PHASE-OUT
              MOVE WS-PC-BLOCKED-COUNT TO WS-PHASE-REJ
              IF NOT WS-BUDG-LOADED
                 MOVE "SKIPPED" TO WS-PHASE-STATUS
              END-IF
              PERFORM WRITE-PHASE-LOG
              MOVE "LEAVE-PROCESSING" TO WS-PHASE-NAME
              PERFORM BEGIN-PHASE-LOG
              PERFORM PROCESS-LEAVE
                 MOVE WS-ARCH-COUNT TO WS-PHASE-OUT
                 PERFORM WRITE-PHASE-LOG
              END-IF
      * Merit proposals are worked off the master as the day's
      * updates leave it, and only proposed - nothing moves onto
      * the pending queue until an approve run.
              IF WS-MERIT-PROPOSE
                 MOVE "MERIT-PROPOSAL" TO WS-PHASE-NAME
                 PERFORM BEGIN-PHASE-LOG
                 PERFORM PROPOSE-MERIT-INCREASES
                 MOVE WS-MERIT-CONSIDERED TO WS-PHASE-IN
                 MOVE WS-MERIT-PROPOSED TO WS-PHASE-OUT
                 MOVE WS-MERIT-EXCLUDED TO WS-PHASE-REJ
                 IF NOT WS-MMX-LOADED OR NOT WS-MRTG-LOADED
                    MOVE "SKIPPED" TO WS-PHASE-STATUS
                 END-IF
                 PERFORM WRITE-PHASE-LOG
              END-IF
      * Statistics post the moment the update phases finish - the
      * movement counters live only in storage, and the update
      * phases clear their transaction files as they apply, so a
                          CLOSE RUN-PARAMETER-CARD
                          STOP RUN
                    END-EVALUATE
                    EVALUATE PRM-MERIT-RUN
                       WHEN "P"
                       WHEN "A"
                          MOVE PRM-MERIT-RUN TO WS-MERIT-RUN
                       WHEN SPACE
                          CONTINUE
                       WHEN OTHER
                          DISPLAY "PARAMETER CARD MERIT RUN FLAG "
                             "INVALID: " PRM-MERIT-RUN
                             " - RUN ENDED"
                          CLOSE RUN-PARAMETER-CARD
                          STOP RUN
                    END-EVALUATE
                    IF WS-MERIT-PROPOSE
                       PERFORM READ-MERIT-PARAMETERS
                    END-IF
                    IF WS-MERIT-APPROVE
                       PERFORM READ-MERIT-APPROVAL
                    END-IF
                    MOVE PRM-MERIT-AUTH-ID TO WS-MERIT-AUTH-ID
              END-READ
              CLOSE RUN-PARAMETER-CARD
           END-IF
              WS-RUN-DATE DELIMITED BY SIZE
                 INTO WS-OPTIONS-ECHO.

      * A merit proposal needs both of its dates - a card missing
      * either, or carrying an impossible one, stops the run with
      * the rest of the card's edits.
       READ-MERIT-PARAMETERS.
           IF PRM-MERIT-EFF-DATE NOT NUMERIC
              OR PRM-MERIT-EFF-DATE = ZEROS
              DISPLAY "PARAMETER CARD MERIT EFFECTIVE DATE MISSING "
                 "- RUN ENDED"
              CLOSE RUN-PARAMETER-CARD
              STOP RUN
           END-IF
           MOVE PRM-MERIT-EFF-DATE TO WS-EDIT-DATE
           PERFORM CHECK-DATE
           IF NOT WS-DATE-VALID
              DISPLAY "PARAMETER CARD MERIT EFFECTIVE DATE "
                 "INVALID: " PRM-MERIT-EFF-DATE " - RUN ENDED"
              CLOSE RUN-PARAMETER-CARD
              STOP RUN
           END-IF
           MOVE PRM-MERIT-EFF-DATE TO WS-MERIT-EFF-DATE
           IF PRM-MERIT-CUTOFF NOT NUMERIC
              OR PRM-MERIT-CUTOFF = ZEROS
              DISPLAY "PARAMETER CARD MERIT CUTOFF DATE MISSING "
                 "- RUN ENDED"
              CLOSE RUN-PARAMETER-CARD
              STOP RUN
           END-IF
           MOVE PRM-MERIT-CUTOFF TO WS-EDIT-DATE
           PERFORM CHECK-DATE
           IF NOT WS-DATE-VALID
              DISPLAY "PARAMETER CARD MERIT CUTOFF DATE "
                 "INVALID: " PRM-MERIT-CUTOFF " - RUN ENDED"
              CLOSE RUN-PARAMETER-CARD
              STOP RUN
           END-IF
           MOVE PRM-MERIT-CUTOFF TO WS-MERIT-CUTOFF.

      * An approval must carry finance's authorization - it is the
      * override the cards take onto EMPPEND, and a card released
      * without one that position control rejects is not requeued.
       READ-MERIT-APPROVAL.
           IF PRM-MERIT-AUTH-ID = SPACES
              DISPLAY "PARAMETER CARD MERIT AUTHORIZATION ID MISSING "
                 "- RUN ENDED"
              CLOSE RUN-PARAMETER-CARD
              STOP RUN
           END-IF.

       INITIALIZE-EMPLOYEE-TABLE.
           MOVE "N" TO WS-EMP-EOF-SW
           MOVE ZERO TO WS-EMP-COUNT
       INITIALIZE-BUDGET-TABLE.
           MOVE "N" TO WS-BUDG-EOF-SW
           MOVE "N" TO WS-BUDG-LOADED-SW
           MOVE "N" TO WS-BUDG-PARTIAL-SW
           MOVE ZERO TO WS-BUDG-COUNT
           OPEN INPUT BUDGET-MASTER
           IF WS-BUDG-STATUS = "00"
                          ELSE
                             MOVE ZEROS
                                TO BDG-HEADCOUNT(WS-BUDG-COUNT)
                             MOVE "Y" TO WS-BUDG-PARTIAL-SW
                          END-IF
                          IF BGF-SALARY NUMERIC
                             MOVE BGF-SALARY
                                TO BDG-SALARY(WS-BUDG-COUNT)
                          ELSE
                             MOVE ZEROS TO BDG-SALARY(WS-BUDG-COUNT)
                             MOVE "Y" TO WS-BUDG-PARTIAL-SW
                          END-IF
                       ELSE
                          MOVE "Y" TO WS-BUDG-EOF-SW
                          MOVE "Y" TO WS-BUDG-PARTIAL-SW
                          DISPLAY "BUDGET-MASTER EXCEEDS MAX OF "
                             WS-MAX-DEPARTMENTS " DEPTS - REMAINDER "
                             "IGNORED THIS RUN"
           MOVE ZERO TO WS-DEPT-REJ-COUNT
           SET DEPT-IDX TO 1
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPTMAST-STATUS NOT = "00"
              DISPLAY "DEPARTMENT-MASTER OPEN FAILED - STATUS "
                 WS-DEPTMAST-STATUS " - RUN ENDED"
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           OPEN OUTPUT DEPT-REJECT-FILE
           PERFORM UNTIL WS-DEPT-EOF
              READ DEPARTMENT-MASTER

       REJECT-DEPARTMENT-RECORD.
           ADD 1 TO WS-DEPT-REJ-COUNT
           IF WS-DEPT-REJ-COUNT > WS-MAX-DEPT-REJECTS
              DISPLAY "DEPARTMENT-MASTER REJECTS EXCEED MAX OF "
                 WS-MAX-DEPT-REJECTS " - RUN ENDED"
              CLOSE DEPARTMENT-MASTER
              CLOSE DEPT-REJECT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           MOVE SPACES TO DEPT-REJ-RECORD
           MOVE WS-EDIT-REASON TO DREJ-REASON
           MOVE DEPT-FILE-RECORD TO DREJ-IMAGE
           WRITE DEPT-REJ-RECORD
           MOVE DEPT-FILE-RECORD
              TO DEPT-REJECT-HOLD(WS-DEPT-REJ-COUNT).

      * Validate WS-EDIT-DATE as a real CCYYMMDD calendar date.
       CHECK-DATE.
           END-EVALUATE.

       PROCESS-TERMINATIONS.
           PERFORM LOAD-FINAL-PAY-QUEUE
           MOVE "N" TO WS-TERM-EOF-SW
           MOVE ZERO TO WS-TERM-COUNT
           OPEN INPUT EMP-TERM-TRANS
                       MOVE "Y" TO WS-TERM-EOF-SW
                    NOT AT END
                       MOVE TERM-EMP-ID TO WS-TERM-EMP-ID
                       IF TERM-DATE NOT NUMERIC
                          MOVE ZEROS TO TERM-DATE
                       END-IF
                       PERFORM TERMINATE-EMPLOYEE
                 END-READ
              END-PERFORM
      * transaction file - otherwise the same termination would be
      * reapplied (and redisplayed as "not found", once the master
      * already reflects it) on a subsequent run.
      * The final pay queue goes to disk first - clearing the cards
      * ahead of it would lose the day's final pay without trace.
              IF WS-TERM-COUNT > ZERO
                 PERFORM REWRITE-FINAL-PAY-QUEUE
                 PERFORM CLEAR-TERM-TRANSACTIONS
              END-IF
           END-IF.
           OPEN OUTPUT EMP-TERM-TRANS
           CLOSE EMP-TERM-TRANS.

      * The card's last day worked dates the termination on TERM-LOG
      * and bounds the final pay; a blank, impossible or future date
      * falls back to the run date.  Only an employee active until
      * this card queues final pay - a repeated card for someone
      * already terminated must not pay them out twice.
       TERMINATE-EMPLOYEE.
           MOVE WS-RUN-DATE TO WS-TERM-DATE
           IF TERM-DATE NOT = ZEROS
              MOVE TERM-DATE TO WS-EDIT-DATE
              PERFORM CHECK-DATE
              IF WS-DATE-VALID AND TERM-DATE NOT > WS-RUN-DATE
                 MOVE TERM-DATE TO WS-TERM-DATE
              ELSE
                 DISPLAY "TERMINATE-EMPLOYEE: EMP ID " WS-TERM-EMP-ID
                    " TERM DATE " TERM-DATE " INVALID - RUN DATE USED"
              END-IF
           END-IF
           MOVE "N" TO WS-TERM-FOUND-SW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ID(I) = WS-TERM-EMP-ID
                 MOVE EMP-STATUS(I) TO WS-TERM-PRIOR-STATUS
                 SET EMP-TERMINATED(I) TO TRUE
                 MOVE "Y" TO WS-TERM-FOUND-SW
                 MOVE I TO WS-UPD-EMP-SUB
      * date field, and the year-end archive needs one to hold the
      * cutoff against.
              MOVE WS-TERM-EMP-ID TO TLF-EMP-ID
              MOVE WS-TERM-DATE TO TLF-TERM-DATE
              WRITE TERM-LOG-RECORD
              IF WS-TERM-PRIOR-STATUS = "A"
                 PERFORM QUEUE-FINAL-PAY
              END-IF
              MOVE EMP-DEPT(WS-UPD-EMP-SUB) TO WS-MV-SEARCH-DEPT
              PERFORM GET-MOVE-ENTRY
              IF WS-MOVE-FOUND
                 " NOT FOUND ON EMPLOYEE-TABLE"
           END-IF.

      * Load FINAL-PAY-PENDING to FINAL-TABLE.  A record stamped paid
      * on an earlier run is settled and drops out here; one stamped
      * with this run date is a restart and stays, to be repaid from
      * its stamped amounts.  The queue is rewritten from this
      * table, so a file past the ceiling ends the run the way the
      * YTD load does.
       LOAD-FINAL-PAY-QUEUE.
           MOVE "N" TO WS-FINAL-EOF-SW
           MOVE ZERO TO WS-FINAL-COUNT
           OPEN INPUT FINAL-PAY-PENDING
           IF WS-FINAL-STATUS = "00"
              PERFORM UNTIL WS-FINAL-EOF
                 READ FINAL-PAY-PENDING
                    AT END
                       MOVE "Y" TO WS-FINAL-EOF-SW
                    NOT AT END
                       IF FPQ-PAID-DATE = ZEROS
                          OR FPQ-PAID-DATE = WS-RUN-DATE
                          PERFORM LOAD-ONE-FINAL-PAY-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINAL-PAY-PENDING
           END-IF.

       LOAD-ONE-FINAL-PAY-ENTRY.
           IF WS-FINAL-COUNT >= WS-MAX-EMPLOYEES
              DISPLAY "FINAL-PAY-PENDING EXCEEDS MAX OF "
                 WS-MAX-EMPLOYEES " - RUN ENDED"
              CLOSE FINAL-PAY-PENDING
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           ADD 1 TO WS-FINAL-COUNT
           MOVE FPQ-EMP-ID TO FPE-EMP-ID(WS-FINAL-COUNT)
           MOVE FPQ-TERM-DATE TO FPE-TERM-DATE(WS-FINAL-COUNT)
           MOVE FPQ-PAID-DATE TO FPE-PAID-DATE(WS-FINAL-COUNT)
           MOVE FPQ-DAYS-WORKED TO FPE-DAYS-WORKED(WS-FINAL-COUNT)
           MOVE FPQ-VAC-DAYS TO FPE-VAC-DAYS(WS-FINAL-COUNT)
           MOVE FPQ-PERIOD-GROSS TO FPE-PERIOD-GROSS(WS-FINAL-COUNT)
           MOVE FPQ-VAC-PAY TO FPE-VAC-PAY(WS-FINAL-COUNT)
           MOVE ZEROS TO FPE-NET(WS-FINAL-COUNT)
           MOVE "NOT ON MASTER" TO FPE-NAME(WS-FINAL-COUNT)
           MOVE "HELD - NOT ON MASTER" TO FPE-STATUS(WS-FINAL-COUNT).

       REWRITE-FINAL-PAY-QUEUE.
           OPEN OUTPUT FINAL-PAY-PENDING
           PERFORM VARYING FPE-IDX FROM 1 BY 1
                 UNTIL FPE-IDX > WS-FINAL-COUNT
              MOVE FPE-EMP-ID(FPE-IDX) TO FPQ-EMP-ID
              MOVE FPE-TERM-DATE(FPE-IDX) TO FPQ-TERM-DATE
              MOVE FPE-PAID-DATE(FPE-IDX) TO FPQ-PAID-DATE
              MOVE FPE-DAYS-WORKED(FPE-IDX) TO FPQ-DAYS-WORKED
              MOVE FPE-VAC-DAYS(FPE-IDX) TO FPQ-VAC-DAYS
              MOVE FPE-PERIOD-GROSS(FPE-IDX) TO FPQ-PERIOD-GROSS
              MOVE FPE-VAC-PAY(FPE-IDX) TO FPQ-VAC-PAY
              WRITE FINAL-PAY-PEND-RECORD
           END-PERFORM
           CLOSE FINAL-PAY-PENDING.

      * Queue final pay for the employee just terminated.  The
      * amounts are worked out by the payroll phase, which has the
      * pay rates.
       QUEUE-FINAL-PAY.
           IF WS-FINAL-COUNT >= WS-MAX-EMPLOYEES
              DISPLAY "FINAL-TABLE FULL - NO FINAL PAY QUEUED FOR EMP "
                 WS-TERM-EMP-ID
           ELSE
              ADD 1 TO WS-FINAL-COUNT
              MOVE WS-TERM-EMP-ID TO FPE-EMP-ID(WS-FINAL-COUNT)
              MOVE WS-TERM-DATE TO FPE-TERM-DATE(WS-FINAL-COUNT)
              MOVE ZEROS TO FPE-PAID-DATE(WS-FINAL-COUNT)
              MOVE ZERO TO FPE-DAYS-WORKED(WS-FINAL-COUNT)
              MOVE ZEROS TO FPE-VAC-DAYS(WS-FINAL-COUNT)
              MOVE ZEROS TO FPE-PERIOD-GROSS(WS-FINAL-COUNT)
              MOVE ZEROS TO FPE-VAC-PAY(WS-FINAL-COUNT)
              MOVE ZEROS TO FPE-NET(WS-FINAL-COUNT)
              MOVE "NOT ON MASTER" TO FPE-NAME(WS-FINAL-COUNT)
              MOVE "HELD - NOT ON MASTER"
                 TO FPE-STATUS(WS-FINAL-COUNT)
           END-IF.

      * Locate WS-FP-SEARCH-ID on FINAL-TABLE - sets WS-FINAL-FOUND
      * and leaves WS-FINAL-SUB pointing at the matching entry.
       FIND-FINAL-PAY-ENTRY.
           MOVE "N" TO WS-FINAL-FOUND-SW
           MOVE ZERO TO WS-FINAL-SUB
           PERFORM VARYING FPE-IDX FROM 1 BY 1
                 UNTIL FPE-IDX > WS-FINAL-COUNT
              IF FPE-EMP-ID(FPE-IDX) = WS-FP-SEARCH-ID
                 MOVE "Y" TO WS-FINAL-FOUND-SW
                 SET WS-FINAL-SUB TO FPE-IDX
              END-IF
           END-PERFORM.

      * Apply the EMP-MAINT-TRANS maintenance transactions (ADD,
      * CHGDEPT, CHGSAL) to EMPLOYEE-TABLE, print a register of every
      * transaction with its applied/rejected disposition, then make
              IF WS-REHLOG-STATUS NOT = "00"
                 OPEN OUTPUT REHIRE-LOG
              END-IF
              MOVE ZERO TO WS-RETRO-COUNT
              MOVE ZERO TO WS-RETRO-QUEUED
              OPEN EXTEND SALARY-HISTORY
              IF WS-SALHIST-STATUS NOT = "00"
                 OPEN OUTPUT SALARY-HISTORY
              END-IF
              OPEN EXTEND RETRO-PENDING
              IF WS-RETRO-STATUS NOT = "00"
                 OPEN OUTPUT RETRO-PENDING
              END-IF
              OPEN OUTPUT EMP-MAINT-RPT
              WRITE MAINT-RPT-LINE FROM WS-OPTIONS-ECHO
              MOVE SPACES TO MAINT-RPT-LINE
              PERFORM PRINT-PENDING-MAINT-LISTING
              CLOSE EMP-MAINT-RPT
              CLOSE REHIRE-LOG
              CLOSE SALARY-HISTORY
              CLOSE RETRO-PENDING
              CLOSE EMPLOYEE-MASTER
              IF WS-RETRO-COUNT > ZERO
                 PERFORM REFRESH-RETRO-SNAPSHOT
              END-IF
              IF WS-MAINT-STATUS = "00"
                 AND (WS-MAINT-APPLIED > ZERO
                    OR WS-MAINT-REJECTED > ZERO
                 MOVE "Y" TO PEND-REL-FLAG(PND-IDX)
                 MOVE PND-CARD-IMAGE(PND-IDX) TO WS-MNT-BODY
                 MOVE PND-EFF-DATE(PND-IDX) TO MNT-EFF-DATE
                 MOVE PND-OVERRIDE-ID(PND-IDX) TO MNT-OVERRIDE-ID
                 PERFORM APPLY-MAINT-TRANSACTION
              END-IF
           END-PERFORM.

       APPLY-MAINT-TRANSACTION.
           MOVE SPACES TO WS-MAINT-REASON
           MOVE "P" TO WS-PC-RESULT-SW
           MOVE SPACES TO WS-MAINT-OLD-VALUE
           MOVE SPACES TO WS-MAINT-NEW-VALUE
      * Effective-date gate first: blank means "apply this run"
              ADD 1 TO WS-PEND-COUNT
              MOVE WS-MNT-BODY TO PND-CARD-IMAGE(WS-PEND-COUNT)
              MOVE MNT-EFF-DATE TO PND-EFF-DATE(WS-PEND-COUNT)
              MOVE MNT-OVERRIDE-ID TO PND-OVERRIDE-ID(WS-PEND-COUNT)
              MOVE "HELD" TO WS-MAINT-RESULT
              ADD 1 TO WS-MAINT-HELD
              MOVE SPACES TO WS-MAINT-REASON
              WHEN WS-EMP-COUNT >= WS-MAX-EMPLOYEES
                 MOVE "EMPLOYEE TABLE FULL" TO WS-MAINT-REASON
              WHEN OTHER
                 MOVE MNT-DEPT TO WS-PC-DEPT
                 MOVE 1 TO WS-PC-ADD-HEADS
                 PERFORM CHECK-MAINT-HEADCOUNT
           END-EVALUATE
           IF WS-MAINT-REASON = SPACES
              ADD 1 TO WS-EMP-COUNT
              MOVE MNT-EMP-ID TO EMP-ID(WS-EMP-COUNT)
              MOVE MNT-NAME TO EMP-NAME(WS-EMP-COUNT)
              MOVE MNT-DEPT TO EMP-DEPT(WS-EMP-COUNT)
              MOVE MNT-SALARY TO EMP-SALARY(WS-EMP-COUNT)
              MOVE MNT-HIRE-DATE TO EMP-HIRE-DATE(WS-EMP-COUNT)
              SET EMP-ACTIVE(WS-EMP-COUNT) TO TRUE
              MOVE MNT-SALARY TO WS-SALARY-ED
              STRING MNT-DEPT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SALARY-ED DELIMITED BY SIZE
                    INTO WS-MAINT-NEW-VALUE
              MOVE WS-EMP-COUNT TO WS-UPD-EMP-SUB
              PERFORM WRITE-MASTER-EMPLOYEE
              MOVE MNT-DEPT TO WS-MV-SEARCH-DEPT
              PERFORM GET-MOVE-ENTRY
              IF WS-MOVE-FOUND
                 ADD 1 TO MVT-HIRES(WS-MOVE-SUB)
              END-IF
           END-IF.

       APPLY-MAINT-CHANGE-DEPT.
           PERFORM FIND-MAINT-EMPLOYEE
              WHEN MNT-DEPT = SPACES
                 MOVE "NEW DEPT CODE MISSING" TO WS-MAINT-REASON
              WHEN OTHER
      * A move within the same department adds no one to it.
                 MOVE MNT-DEPT TO WS-PC-DEPT
      * A transfer generated by a department CLOSE was checked
      * with the whole close.
                 IF MNT-DEPT = EMP-DEPT(WS-MAINT-EMP-SUB)
                    MOVE ZERO TO WS-PC-ADD-HEADS
                 ELSE
                    MOVE 1 TO WS-PC-ADD-HEADS
                 END-IF
                 IF NOT WS-PC-CLOSE-XFER
                    PERFORM CHECK-MAINT-HEADCOUNT
                 END-IF
           END-EVALUATE
           IF WS-MAINT-REASON = SPACES
              MOVE EMP-DEPT(WS-MAINT-EMP-SUB)
                 TO WS-MAINT-OLD-VALUE
              MOVE EMP-DEPT(WS-MAINT-EMP-SUB)
                 TO WS-MV-SEARCH-DEPT
              PERFORM GET-MOVE-ENTRY
              IF WS-MOVE-FOUND
                 ADD 1 TO MVT-XFER-OUT(WS-MOVE-SUB)
              END-IF
              MOVE MNT-DEPT TO EMP-DEPT(WS-MAINT-EMP-SUB)
              MOVE MNT-DEPT TO WS-MAINT-NEW-VALUE
              MOVE MNT-DEPT TO WS-MV-SEARCH-DEPT
              PERFORM GET-MOVE-ENTRY
              IF WS-MOVE-FOUND
                 ADD 1 TO MVT-XFER-IN(WS-MOVE-SUB)
              END-IF
              ADD 1 TO WS-MAINT-DEPT-CHANGES
              MOVE WS-MAINT-EMP-SUB TO WS-UPD-EMP-SUB
              PERFORM REWRITE-MASTER-EMPLOYEE
           END-IF.

       APPLY-MAINT-CHANGE-SALARY.
           PERFORM FIND-MAINT-EMPLOYEE
              WHEN MNT-SALARY NOT NUMERIC
                 MOVE "SALARY NOT NUMERIC" TO WS-MAINT-REASON
              WHEN OTHER
                 MOVE EMP-DEPT(WS-MAINT-EMP-SUB) TO WS-PC-DEPT
                 COMPUTE WS-PC-SAL-DELTA = MNT-SALARY
                    - EMP-SALARY(WS-MAINT-EMP-SUB)
                 PERFORM CHECK-MAINT-SALARY
           END-EVALUATE
           IF WS-MAINT-REASON = SPACES
              MOVE EMP-SALARY(WS-MAINT-EMP-SUB) TO WS-SALARY-ED
              MOVE WS-SALARY-ED TO WS-MAINT-OLD-VALUE
              IF MNT-EFF-DATE > ZEROS AND MNT-EFF-DATE < WS-RUN-DATE
                 PERFORM QUEUE-RETRO-PAY
              END-IF
              MOVE MNT-SALARY TO EMP-SALARY(WS-MAINT-EMP-SUB)
              MOVE MNT-SALARY TO WS-SALARY-ED
              MOVE WS-SALARY-ED TO WS-MAINT-NEW-VALUE
              MOVE WS-MAINT-EMP-SUB TO WS-UPD-EMP-SUB
              PERFORM REWRITE-MASTER-EMPLOYEE
           END-IF.

      * A CHGSAL effective before this run's date was underpaid for
      * every period paid since.  The change goes on SALARY-HISTORY
      * now, dated with its effective date, and the employee queues
      * on RETRO-PENDING for this run's payroll to make up the
      * difference.  Called before the new salary is moved in.
       QUEUE-RETRO-PAY.
           MOVE MNT-EMP-ID TO SHF-EMP-ID
           MOVE MNT-EFF-DATE TO SHF-DATE
           MOVE EMP-SALARY(WS-MAINT-EMP-SUB) TO SHF-OLD-SALARY
           MOVE MNT-SALARY TO SHF-NEW-SALARY
           WRITE SALARY-HIST-RECORD
           MOVE MNT-EMP-ID TO RTP-EMP-ID
           MOVE MNT-EFF-DATE TO RTP-EFF-DATE
           MOVE WS-RUN-DATE TO RTP-QUEUED-DATE
           MOVE ZEROS TO RTP-PAID-DATE
           WRITE RETRO-PEND-RECORD
           ADD 1 TO WS-RETRO-QUEUED
           IF WS-RETRO-COUNT < WS-MAX-RETRO
              ADD 1 TO WS-RETRO-COUNT
              MOVE MNT-EMP-ID TO RTE-EMP-ID(WS-RETRO-COUNT)
              MOVE MNT-SALARY TO RTE-NEW-SALARY(WS-RETRO-COUNT)
           ELSE
              DISPLAY "RETRO-TABLE FULL - EMP-SNAPSHOT NOT REFRESHED "
                 "FOR EMP " MNT-EMP-ID
           END-IF.

      * The salary audit ran ahead of maintenance and snapshotted the
      * old salary, so the next run's audit would log a back-dated
      * change a second time, under that run's date.  Carry the new
      * salary onto EMP-SNAPSHOT for the employees queued above -
      * a same-day change with no effective date still audits as
      * before.
       REFRESH-RETRO-SNAPSHOT.
           MOVE "N" TO WS-EMP-SNAP-EOF-SW
           MOVE ZERO TO WS-PRIOR-EMP-COUNT
           SET PES-IDX TO 1
           OPEN INPUT EMP-SNAPSHOT
           IF WS-EMP-SNAP-STATUS = "00"
              PERFORM UNTIL WS-EMP-SNAP-EOF
                 READ EMP-SNAPSHOT
                    AT END
                       MOVE "Y" TO WS-EMP-SNAP-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-PRIOR-EMP-COUNT
                       MOVE ESF-ID TO PRIOR-EMP-ID(PES-IDX)
                       MOVE ESF-SALARY TO PRIOR-EMP-SALARY(PES-IDX)
                       SET PES-IDX UP BY 1
                 END-READ
              END-PERFORM
              CLOSE EMP-SNAPSHOT
              PERFORM VARYING PES-IDX FROM 1 BY 1
                    UNTIL PES-IDX > WS-PRIOR-EMP-COUNT
                 PERFORM VARYING RTE-IDX FROM 1 BY 1
                       UNTIL RTE-IDX > WS-RETRO-COUNT
                    IF RTE-EMP-ID(RTE-IDX) = PRIOR-EMP-ID(PES-IDX)
                       MOVE RTE-NEW-SALARY(RTE-IDX)
                          TO PRIOR-EMP-SALARY(PES-IDX)
                    END-IF
                 END-PERFORM
              END-PERFORM
              OPEN OUTPUT EMP-SNAPSHOT
              PERFORM VARYING PES-IDX FROM 1 BY 1
                    UNTIL PES-IDX > WS-PRIOR-EMP-COUNT
                 MOVE PRIOR-EMP-ID(PES-IDX) TO ESF-ID
                 MOVE PRIOR-EMP-SALARY(PES-IDX) TO ESF-SALARY
                 WRITE EMP-SNAP-RECORD
              END-PERFORM
              CLOSE EMP-SNAPSHOT
           END-IF.

      * Restore an archived employee from EMP-HISTORY.  The original
      * hire date rides back onto the master - a plain ADD would
                 WHEN WS-EMP-COUNT >= WS-MAX-EMPLOYEES
                    MOVE "EMPLOYEE TABLE FULL" TO WS-MAINT-REASON
                 WHEN OTHER
                    IF MNT-DEPT = SPACES
                       MOVE WS-REH-DEPT TO WS-PC-DEPT
                    ELSE
                       MOVE MNT-DEPT TO WS-PC-DEPT
                    END-IF
                    MOVE 1 TO WS-PC-ADD-HEADS
                    PERFORM CHECK-MAINT-HEADCOUNT
              END-EVALUATE
           END-IF
           IF WS-MAINT-REASON = SPACES
              PERFORM REHIRE-FROM-HISTORY
           END-IF.

      * The rehire proper, once every edit and the position control
      * check have passed.
       REHIRE-FROM-HISTORY.
           ADD 1 TO WS-EMP-COUNT
           MOVE MNT-EMP-ID TO EMP-ID(WS-EMP-COUNT)
           MOVE WS-REH-NAME TO EMP-NAME(WS-EMP-COUNT)
           IF MNT-DEPT = SPACES
              MOVE WS-REH-DEPT TO EMP-DEPT(WS-EMP-COUNT)
           ELSE
              MOVE MNT-DEPT TO EMP-DEPT(WS-EMP-COUNT)
           END-IF
           IF MNT-SALARY NUMERIC AND MNT-SALARY > ZERO
              MOVE MNT-SALARY TO EMP-SALARY(WS-EMP-COUNT)
           ELSE
              MOVE WS-REH-SALARY TO EMP-SALARY(WS-EMP-COUNT)
           END-IF
           MOVE WS-REH-HIRE-DATE
              TO EMP-HIRE-DATE(WS-EMP-COUNT)
           SET EMP-ACTIVE(WS-EMP-COUNT) TO TRUE
           PERFORM RESTORE-LEAVE-BALANCE
           MOVE EMP-SALARY(WS-EMP-COUNT) TO WS-SALARY-ED
           STRING EMP-DEPT(WS-EMP-COUNT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SALARY-ED DELIMITED BY SIZE
                 INTO WS-MAINT-NEW-VALUE
           MOVE WS-EMP-COUNT TO WS-UPD-EMP-SUB
           PERFORM WRITE-MASTER-EMPLOYEE
           MOVE MNT-EMP-ID TO RHL-EMP-ID
           MOVE WS-RUN-DATE TO RHL-REHIRE-DATE
           WRITE REHIRE-LOG-RECORD
      * A rehire is a hire for movement purposes - the trend
      * report's "are we growing" must see seasonal returns.
           MOVE EMP-DEPT(WS-EMP-COUNT)
              TO WS-MV-SEARCH-DEPT
           PERFORM GET-MOVE-ENTRY
           IF WS-MOVE-FOUND
              ADD 1 TO MVT-HIRES(WS-MOVE-SUB)
           END-IF.

      * Scan EMP-HISTORY for MNT-EMP-ID and hold the most recent
              END-IF
           END-IF.

      * A transaction let past its department budget on a finance
      * override carries the authorization on its register line.
       WRITE-MAINT-REGISTER-LINE.
           MOVE SPACES TO WS-MAINT-OVR-NOTE
           IF WS-PC-OVERRIDDEN
              STRING " OVERRIDE:" DELIMITED BY SIZE
                 MNT-OVERRIDE-ID DELIMITED BY SIZE
                    INTO WS-MAINT-OVR-NOTE
           END-IF
           MOVE SPACES TO MAINT-RPT-LINE
           STRING MNT-ACTION DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-MAINT-OLD-VALUE DELIMITED BY SIZE
              " NEW:" DELIMITED BY SIZE
              WS-MAINT-NEW-VALUE DELIMITED BY SIZE
              WS-MAINT-OVR-NOTE DELIMITED BY SIZE
                 INTO MAINT-RPT-LINE
           WRITE MAINT-RPT-LINE.

      * Position control for the maintenance apply paragraphs - the
      * caller has set WS-PC-DEPT and what the card adds; a card
      * that would pass the budget without an override rejects.
       CHECK-MAINT-HEADCOUNT.
           MOVE "H" TO WS-PC-KIND
           MOVE MNT-ACTION TO WS-PC-ACTION
           MOVE MNT-EMP-ID TO WS-PC-EMP-ID
           MOVE MNT-OVERRIDE-ID TO WS-PC-OVERRIDE-ID
           PERFORM CHECK-POSITION-CONTROL
           IF WS-PC-BLOCKED
              MOVE "OVER BUDGET HEADCOUNT" TO WS-MAINT-REASON
           END-IF.

       CHECK-MAINT-SALARY.
           MOVE "S" TO WS-PC-KIND
           MOVE MNT-ACTION TO WS-PC-ACTION
           MOVE MNT-EMP-ID TO WS-PC-EMP-ID
           MOVE MNT-OVERRIDE-ID TO WS-PC-OVERRIDE-ID
           PERFORM CHECK-POSITION-CONTROL
           IF WS-PC-BLOCKED
              MOVE "OVER BUDGET SALARY" TO WS-MAINT-REASON
           END-IF.

      * Hold one transaction against the budget for WS-PC-DEPT: the
      * live active headcount plus WS-PC-ADD-HEADS against BDG-
      * HEADCOUNT, or the live annual salary cost plus WS-PC-SAL-
      * DELTA against BDG-SALARY.  Only a transaction that adds to
      * the department can break its budget - a department already
      * over does not block a salary cut.  Past the budget the
      * transaction is BLOCKED, or OVERRIDDEN when it carries a
      * finance authorization, and either way it is recorded for
      * the position control report.
       CHECK-POSITION-CONTROL.
           MOVE "P" TO WS-PC-RESULT-SW
           MOVE "N" TO WS-BUDG-FOUND-SW
           MOVE ZERO TO WS-BUDG-SUB
           IF WS-BUDG-LOADED
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = WS-PC-DEPT
                    MOVE "Y" TO WS-BUDG-FOUND-SW
                    SET WS-BUDG-SUB TO BDG-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-BUDG-FOUND
              PERFORM COUNT-PC-DEPT-FILLED
              MOVE WS-PC-HEADS TO WS-PC-PROJ-HEADS
              MOVE WS-PC-COST TO WS-PC-PROJ-COST
              COMPUTE WS-PC-BUDG-HEADS = BDG-HEADCOUNT(WS-BUDG-SUB)
                 + WS-PC-XFER-SLOTS
              IF WS-PC-HEADCOUNT
                 ADD WS-PC-ADD-HEADS TO WS-PC-PROJ-HEADS
                 IF WS-PC-ADD-HEADS > ZERO
                    AND WS-PC-PROJ-HEADS > WS-PC-BUDG-HEADS
                    MOVE "B" TO WS-PC-RESULT-SW
                 END-IF
              ELSE
                 ADD WS-PC-SAL-DELTA TO WS-PC-PROJ-COST
                 IF WS-PC-SAL-DELTA > ZERO
                    AND WS-PC-PROJ-COST > BDG-SALARY(WS-BUDG-SUB)
                    MOVE "B" TO WS-PC-RESULT-SW
                 END-IF
              END-IF
              IF WS-PC-BLOCKED
                 IF WS-PC-OVERRIDE-ID NOT = SPACES
                    MOVE "O" TO WS-PC-RESULT-SW
                    ADD 1 TO WS-PC-OVERRIDE-COUNT
                 ELSE
                    ADD 1 TO WS-PC-BLOCKED-COUNT
                 END-IF
                 PERFORM RECORD-POSCTL-EVENT
              END-IF
           END-IF.

      * Live active headcount and annual salary cost of WS-PC-DEPT.
       COUNT-PC-DEPT-FILLED.
           MOVE ZERO TO WS-PC-HEADS
           MOVE ZEROS TO WS-PC-COST
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                 UNTIL WS-PC-SUB > WS-EMP-COUNT
              IF EMP-DEPT(WS-PC-SUB) = WS-PC-DEPT
                 AND EMP-ACTIVE(WS-PC-SUB)
                 ADD 1 TO WS-PC-HEADS
                 ADD EMP-SALARY(WS-PC-SUB) TO WS-PC-COST
              END-IF
           END-PERFORM.

      * A full event table drops the entry with a console note - the
      * maintenance register still carries the transaction.
       RECORD-POSCTL-EVENT.
           IF WS-PCE-COUNT < WS-MAX-PC-EVENTS
              ADD 1 TO WS-PCE-COUNT
              MOVE WS-PC-ACTION TO PCE-ACTION(WS-PCE-COUNT)
              MOVE WS-PC-EMP-ID TO PCE-EMP-ID(WS-PCE-COUNT)
              MOVE WS-PC-DEPT TO PCE-DEPT(WS-PCE-COUNT)
              MOVE WS-PC-KIND TO PCE-KIND(WS-PCE-COUNT)
              IF WS-PC-OVERRIDDEN
                 MOVE "OVERRIDE" TO PCE-RESULT(WS-PCE-COUNT)
              ELSE
                 MOVE "BLOCKED" TO PCE-RESULT(WS-PCE-COUNT)
              END-IF
              MOVE WS-PC-OVERRIDE-ID TO PCE-OVERRIDE-ID(WS-PCE-COUNT)
              MOVE WS-PC-PROJ-HEADS TO PCE-PROJ-HEADS(WS-PCE-COUNT)
              MOVE WS-PC-BUDG-HEADS TO PCE-BUDG-HEADS(WS-PCE-COUNT)
              MOVE WS-PC-PROJ-COST TO PCE-PROJ-COST(WS-PCE-COUNT)
              MOVE BDG-SALARY(WS-BUDG-SUB)
                 TO PCE-BUDG-COST(WS-PCE-COUNT)
           ELSE
              DISPLAY "POSITION CONTROL EVENT TABLE FULL - "
                 WS-PC-ACTION " " WS-PC-EMP-ID " NOT LISTED"
           END-IF.

      * Position control report - per department the budgeted,
      * filled and open slots and salary cost once the day's
      * terminations and maintenance are on, then every transaction
      * the budget check blocked or let through on an override.
       PRINT-POSITION-CONTROL-REPORT.
           IF NOT WS-BUDG-LOADED
              DISPLAY "POSITION CONTROL REPORT SKIPPED - NO "
                 "BUDGET-MASTER"
           ELSE
              PERFORM PRINT-POSITION-CONTROL-BODY
           END-IF.

       PRINT-POSITION-CONTROL-BODY.
           OPEN OUTPUT POSITION-CONTROL-RPT
           WRITE POSCTL-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "POSITION CONTROL REPORT" DELIMITED BY SIZE
                 INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "DEPT ID     DEPT NAME             BUDGET  FILLED"
                 "    OPEN   BUDGET SALARY   FILLED SALARY"
                 DELIMITED BY SIZE INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE DEPT-ID(DEPT-IDX) TO WS-PC-DEPT
              PERFORM COUNT-PC-DEPT-FILLED
              MOVE "N" TO WS-BUDG-FOUND-SW
              MOVE ZERO TO WS-BUDG-SUB
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = DEPT-ID(DEPT-IDX)
                    MOVE "Y" TO WS-BUDG-FOUND-SW
                    SET WS-BUDG-SUB TO BDG-IDX
                 END-IF
              END-PERFORM
              MOVE WS-PC-COST TO WS-PC-COST-ED
              MOVE SPACES TO POSCTL-RPT-LINE
              IF WS-BUDG-FOUND
                 SUBTRACT WS-PC-HEADS FROM BDG-HEADCOUNT(WS-BUDG-SUB)
                    GIVING WS-PC-OPEN
                 MOVE WS-PC-OPEN TO WS-PC-OPEN-ED
                 MOVE BDG-SALARY(WS-BUDG-SUB) TO WS-PC-BUDSAL-ED
                 STRING DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    BDG-HEADCOUNT(WS-BUDG-SUB) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    WS-PC-HEADS DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-PC-OPEN-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-PC-BUDSAL-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-PC-COST-ED DELIMITED BY SIZE
                       INTO POSCTL-RPT-LINE
              ELSE
                 STRING DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    "  NO BUDGET   " DELIMITED BY SIZE
                    WS-PC-HEADS DELIMITED BY SIZE
                    "  NOT UNDER POSITION CONTROL " DELIMITED BY SIZE
                    WS-PC-COST-ED DELIMITED BY SIZE
                       INTO POSCTL-RPT-LINE
              END-IF
              WRITE POSCTL-RPT-LINE
           END-PERFORM
           MOVE SPACES TO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "TRANSACTIONS BLOCKED OR OVERRIDDEN"
                 DELIMITED BY SIZE INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "ACTION    EMP ID  DEPT ID     RESULT    AUTH ID   "
                 "PROJECTED VS BUDGET" DELIMITED BY SIZE
                 INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           PERFORM VARYING PCE-IDX FROM 1 BY 1
                 UNTIL PCE-IDX > WS-PCE-COUNT
              MOVE SPACES TO POSCTL-RPT-LINE
              IF PCE-KIND(PCE-IDX) = "S"
                 MOVE PCE-PROJ-COST(PCE-IDX) TO WS-PC-COST-ED
                 MOVE PCE-BUDG-COST(PCE-IDX) TO WS-PC-BUDSAL-ED
                 STRING PCE-ACTION(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-EMP-ID(PCE-IDX) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    PCE-DEPT(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-RESULT(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-OVERRIDE-ID(PCE-IDX) DELIMITED BY SIZE
                    "  SALARY " DELIMITED BY SIZE
                    WS-PC-COST-ED DELIMITED BY SIZE
                    " BUDGET " DELIMITED BY SIZE
                    WS-PC-BUDSAL-ED DELIMITED BY SIZE
                       INTO POSCTL-RPT-LINE
              ELSE
                 STRING PCE-ACTION(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-EMP-ID(PCE-IDX) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    PCE-DEPT(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-RESULT(PCE-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    PCE-OVERRIDE-ID(PCE-IDX) DELIMITED BY SIZE
                    "  HEADCOUNT " DELIMITED BY SIZE
                    PCE-PROJ-HEADS(PCE-IDX) DELIMITED BY SIZE
                    " BUDGET " DELIMITED BY SIZE
                    PCE-BUDG-HEADS(PCE-IDX) DELIMITED BY SIZE
                       INTO POSCTL-RPT-LINE
              END-IF
              WRITE POSCTL-RPT-LINE
           END-PERFORM
           IF WS-PCE-COUNT = ZERO
              MOVE SPACES TO POSCTL-RPT-LINE
              STRING "NO TRANSACTIONS BLOCKED OR OVERRIDDEN"
                    DELIMITED BY SIZE INTO POSCTL-RPT-LINE
              WRITE POSCTL-RPT-LINE
           END-IF
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "TRANSACTIONS BLOCKED:    " DELIMITED BY SIZE
              WS-PC-BLOCKED-COUNT DELIMITED BY SIZE
                 INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           MOVE SPACES TO POSCTL-RPT-LINE
           STRING "TRANSACTIONS OVERRIDDEN: " DELIMITED BY SIZE
              WS-PC-OVERRIDE-COUNT DELIMITED BY SIZE
                 INTO POSCTL-RPT-LINE
           WRITE POSCTL-RPT-LINE
           CLOSE POSITION-CONTROL-RPT.

      * Queue an approved merit cycle: every card on MERIT-PROPOSALS
      * is appended to EMP-MAINT-PENDING with the finance
      * authorization as its override, and the proposal file is
      * then cleared so the cycle cannot be queued twice.  Both
      * files are counted first - a queue past the pending ceiling
      * would end the next run's load, so the approval ends this
      * run instead, before anything has moved.
       APPROVE-MERIT-PROPOSALS.
           MOVE ZERO TO WS-MERIT-CARD-COUNT
           MOVE ZERO TO WS-MERIT-PEND-COUNT
           MOVE ZERO TO WS-MERIT-QUEUED
           MOVE "N" TO WS-MPRP-EOF-SW
           OPEN INPUT MERIT-PROPOSALS
           IF WS-MPRP-STATUS NOT = "00"
              DISPLAY "MERIT-PROPOSALS NOT AVAILABLE - NOTHING TO "
                 "APPROVE"
           ELSE
              PERFORM UNTIL WS-MPRP-EOF
                 READ MERIT-PROPOSALS
                    AT END
                       MOVE "Y" TO WS-MPRP-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-MERIT-CARD-COUNT
                 END-READ
              END-PERFORM
              CLOSE MERIT-PROPOSALS
              IF WS-MERIT-CARD-COUNT = ZERO
                 DISPLAY "MERIT-PROPOSALS IS EMPTY - NOTHING TO "
                    "APPROVE"
              ELSE
                 PERFORM COUNT-PENDING-MAINT
                 IF WS-MERIT-PEND-COUNT + WS-MERIT-CARD-COUNT
                       > WS-MAX-PENDING
                    DISPLAY "MERIT APPROVAL WOULD TAKE EMP-MAINT-"
                       "PENDING PAST MAX OF " WS-MAX-PENDING
                       " - RUN ENDED"
                    MOVE 16 TO RETURN-CODE
                    PERFORM FAIL-PHASE-AND-END-RUN
                 END-IF
                 PERFORM QUEUE-MERIT-PROPOSALS
              END-IF
           END-IF.

       COUNT-PENDING-MAINT.
           MOVE "N" TO WS-PEND-EOF-SW
           OPEN INPUT EMP-MAINT-PENDING
           IF WS-PEND-STATUS = "00"
              PERFORM UNTIL WS-PEND-EOF
                 READ EMP-MAINT-PENDING
                    AT END
                       MOVE "Y" TO WS-PEND-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-MERIT-PEND-COUNT
                 END-READ
              END-PERFORM
              CLOSE EMP-MAINT-PENDING
           END-IF.

       QUEUE-MERIT-PROPOSALS.
           MOVE "N" TO WS-MPRP-EOF-SW
           OPEN INPUT MERIT-PROPOSALS
           OPEN EXTEND EMP-MAINT-PENDING
           IF WS-PEND-STATUS NOT = "00"
              OPEN OUTPUT EMP-MAINT-PENDING
           END-IF
           PERFORM UNTIL WS-MPRP-EOF
              READ MERIT-PROPOSALS
                 AT END
                    MOVE "Y" TO WS-MPRP-EOF-SW
                 NOT AT END
                    MOVE MERIT-PROPOSAL-RECORD TO WS-MNT-CARD
                    IF MNT-OVERRIDE-ID = SPACES
                       MOVE WS-MERIT-AUTH-ID TO MNT-OVERRIDE-ID
                    END-IF
                    MOVE WS-MNT-CARD TO EMP-PEND-RECORD
                    WRITE EMP-PEND-RECORD
                    ADD 1 TO WS-MERIT-QUEUED
              END-READ
           END-PERFORM
           CLOSE MERIT-PROPOSALS
           CLOSE EMP-MAINT-PENDING
           OPEN OUTPUT MERIT-PROPOSALS
           CLOSE MERIT-PROPOSALS
           DISPLAY "MERIT PROPOSALS QUEUED ON EMP-MAINT-PENDING: "
              WS-MERIT-QUEUED.

      * Propose the merit cycle.  Each active employee is placed in
      * a quartile of their department's salary range and the rate
      * for their rating in that quartile comes off the matrix; the
      * increase goes out as a CHGSAL card for the new salary dated
      * with the plan's effective date.  MERIT-PROPOSALS is
      * rewritten by every propose run, so a rerun with corrected
      * ratings replaces a proposal not yet approved - and a run
      * without a usable matrix or ratings leaves it alone.
       PROPOSE-MERIT-INCREASES.
           MOVE ZERO TO WS-MERIT-CONSIDERED
           MOVE ZERO TO WS-MERIT-PROPOSED
           MOVE ZERO TO WS-MERIT-EXCLUDED
           MOVE "N" TO WS-MRTG-SW
           PERFORM LOAD-MERIT-MATRIX
           IF WS-MMX-LOADED
              PERFORM LOAD-MERIT-RATINGS
           END-IF
           IF WS-MMX-LOADED AND WS-MRTG-LOADED
              PERFORM BUILD-MERIT-PROPOSALS
              PERFORM PRINT-MERIT-PROPOSAL-LISTING
           ELSE
              DISPLAY "MERIT PROPOSAL SKIPPED - MERIT-PROPOSALS "
                 "LEFT AS IT WAS"
           END-IF.

       LOAD-MERIT-MATRIX.
           MOVE "N" TO WS-MMX-EOF-SW
           MOVE "N" TO WS-MMX-SW
           MOVE ZERO TO WS-MMX-COUNT
           OPEN INPUT MERIT-MATRIX
           IF WS-MMX-STATUS = "00"
              MOVE "G" TO WS-MMX-SW
              PERFORM UNTIL WS-MMX-EOF
                 READ MERIT-MATRIX
                    AT END
                       MOVE "Y" TO WS-MMX-EOF-SW
                    NOT AT END
                       PERFORM LOAD-ONE-MERIT-RATE-ROW
                 END-READ
              END-PERFORM
              CLOSE MERIT-MATRIX
              IF WS-MMX-COUNT = ZERO
                 MOVE "X" TO WS-MMX-SW
                 DISPLAY "MERIT-MATRIX IS EMPTY"
              END-IF
           ELSE
              DISPLAY "MERIT-MATRIX NOT AVAILABLE"
           END-IF.

       LOAD-ONE-MERIT-RATE-ROW.
           MOVE MMF-RATING TO WS-MRT-RATING
           PERFORM FIND-MERIT-MATRIX-ROW
           EVALUATE TRUE
              WHEN MMF-RATING = SPACE
                 MOVE "X" TO WS-MMX-SW
                 DISPLAY "MERIT-MATRIX ROW HAS NO RATING: "
                    MERIT-MATRIX-RECORD
              WHEN MMF-RATES NOT NUMERIC
                 MOVE "X" TO WS-MMX-SW
                 DISPLAY "MERIT-MATRIX ROW NOT NUMERIC: "
                    MERIT-MATRIX-RECORD
              WHEN WS-MMX-FOUND
                 MOVE "X" TO WS-MMX-SW
                 DISPLAY "MERIT-MATRIX RATING " MMF-RATING
                    " APPEARS TWICE"
              WHEN WS-MMX-COUNT >= WS-MAX-MERIT-RATINGS
                 MOVE "X" TO WS-MMX-SW
                 DISPLAY "MERIT-MATRIX EXCEEDS MAX OF "
                    WS-MAX-MERIT-RATINGS " RATINGS"
              WHEN OTHER
                 ADD 1 TO WS-MMX-COUNT
                 MOVE MMF-RATING TO MMX-RATING(WS-MMX-COUNT)
                 MOVE MMF-RATES TO MMX-RATES(WS-MMX-COUNT)
           END-EVALUATE.

      * Locate WS-MRT-RATING on MERIT-MATRIX-TABLE - sets WS-MMX-
      * FOUND and leaves WS-MMX-SUB pointing at the row.
       FIND-MERIT-MATRIX-ROW.
           MOVE "N" TO WS-MMX-FOUND-SW
           MOVE ZERO TO WS-MMX-SUB
           PERFORM VARYING MMX-IDX FROM 1 BY 1
                 UNTIL MMX-IDX > WS-MMX-COUNT
              IF MMX-RATING(MMX-IDX) = WS-MRT-RATING
                 MOVE "Y" TO WS-MMX-FOUND-SW
                 SET WS-MMX-SUB TO MMX-IDX
              END-IF
           END-PERFORM.

      * Load MERIT-RATINGS.  A record with a bad employee ID, or a
      * second rating for the same employee, is kept in the table
      * marked as such so the listing can show it.  More ratings
      * than the employee ceiling cannot all be matched, so the
      * proposal is skipped rather than built off part of the file.
       LOAD-MERIT-RATINGS.
           MOVE "N" TO WS-MRTG-EOF-SW
           MOVE "N" TO WS-MRTG-SW
           MOVE ZERO TO WS-MRTG-COUNT
           OPEN INPUT MERIT-RATINGS
           IF WS-MRTG-STATUS = "00"
              MOVE "G" TO WS-MRTG-SW
              PERFORM UNTIL WS-MRTG-EOF
                 READ MERIT-RATINGS
                    AT END
                       MOVE "Y" TO WS-MRTG-EOF-SW
                    NOT AT END
                       PERFORM LOAD-ONE-MERIT-RATING
                 END-READ
              END-PERFORM
              CLOSE MERIT-RATINGS
           ELSE
              DISPLAY "MERIT-RATINGS NOT AVAILABLE"
           END-IF.

       LOAD-ONE-MERIT-RATING.
           IF WS-MRTG-COUNT >= WS-MAX-EMPLOYEES
              MOVE "X" TO WS-MRTG-SW
              MOVE "Y" TO WS-MRTG-EOF-SW
              DISPLAY "MERIT-RATINGS EXCEEDS MAX OF "
                 WS-MAX-EMPLOYEES " RATINGS"
           ELSE
              ADD 1 TO WS-MRTG-COUNT
              MOVE MRF-EMP-ID TO MRG-EMP-ID-X(WS-MRTG-COUNT)
              MOVE MRF-RATING TO MRG-RATING(WS-MRTG-COUNT)
              MOVE "K" TO MRG-STATUS(WS-MRTG-COUNT)
              IF MRF-EMP-ID NOT NUMERIC
                 MOVE "N" TO MRG-STATUS(WS-MRTG-COUNT)
              ELSE
                 PERFORM VARYING MRG-IDX FROM 1 BY 1
                       UNTIL MRG-IDX >= WS-MRTG-COUNT
                    IF MRG-USABLE(MRG-IDX)
                       IF MRG-EMP-ID(MRG-IDX) = MRF-EMP-ID
                          MOVE "D" TO MRG-STATUS(WS-MRTG-COUNT)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      * One pass per department: its salary range comes off COMPUTE-
      * ONE-DEPT-STATISTICS, then each of its active employees is
      * proposed or left out.  An active employee whose department
      * is not on the master has no range to be placed in.
       BUILD-MERIT-PROPOSALS.
           MOVE ZEROS TO WS-MRT-TOT-COST
           MOVE ZEROS TO WS-MRT-TOT-INCREASE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              MOVE SPACES TO MRS-ENTRY(I)
           END-PERFORM
           OPEN OUTPUT MERIT-PROPOSALS
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM COMPUTE-ONE-DEPT-STATISTICS
              SET WS-MRT-DEPT-SUB TO DEPT-IDX
              MOVE WS-DEPT-LOW TO MDS-LOW(WS-MRT-DEPT-SUB)
              MOVE WS-DEPT-HIGH TO MDS-HIGH(WS-MRT-DEPT-SUB)
              MOVE WS-DEPT-HEADCOUNT TO MDS-HEADS(WS-MRT-DEPT-SUB)
              MOVE WS-DEPT-TOTAL TO MDS-COST(WS-MRT-DEPT-SUB)
              MOVE ZERO TO MDS-PROPOSED(WS-MRT-DEPT-SUB)
              MOVE ZEROS TO MDS-INCREASE(WS-MRT-DEPT-SUB)
              ADD WS-DEPT-TOTAL TO WS-MRT-TOT-COST
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
                 IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                    PERFORM PROPOSE-ONE-MERIT
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I) AND MRS-RESULT(I) = SPACE
                 ADD 1 TO WS-MERIT-CONSIDERED
                 PERFORM FIND-MERIT-RATING
                 MOVE "DEPARTMENT NOT ON MASTER" TO WS-MRT-REASON
                 PERFORM EXCLUDE-ONE-MERIT
              END-IF
           END-PERFORM
           CLOSE MERIT-PROPOSALS.

      * Employee I of department DEPT-IDX, whose range is in
      * WS-DEPT-LOW/WS-DEPT-HIGH.  The rating is looked up first so
      * a rated employee left out for the cutoff does not also show
      * as an unmatched rating.
       PROPOSE-ONE-MERIT.
           ADD 1 TO WS-MERIT-CONSIDERED
           MOVE SPACES TO WS-MRT-REASON
           PERFORM FIND-MERIT-RATING
           EVALUATE TRUE
              WHEN EMP-HIRE-DATE(I) > WS-MERIT-CUTOFF
                 MOVE "HIRED AFTER CUTOFF" TO WS-MRT-REASON
              WHEN NOT WS-MRG-FOUND
                 MOVE "NO RATING" TO WS-MRT-REASON
              WHEN OTHER
                 PERFORM FIND-MERIT-MATRIX-ROW
                 IF NOT WS-MMX-FOUND
                    MOVE "RATING NOT IN MATRIX" TO WS-MRT-REASON
                 END-IF
           END-EVALUATE
           IF WS-MRT-REASON = SPACES
              PERFORM SET-MERIT-QUARTILE
              MOVE MMX-RATE(WS-MMX-SUB, WS-MRT-QUARTILE)
                 TO MRS-RATE(I)
              IF MRS-RATE(I) = ZERO
                 MOVE "MATRIX RATE IS ZERO" TO WS-MRT-REASON
              END-IF
           END-IF
           IF WS-MRT-REASON NOT = SPACES
              PERFORM EXCLUDE-ONE-MERIT
           ELSE
              COMPUTE MRS-INCREASE(I) ROUNDED =
                 EMP-SALARY(I) * MRS-RATE(I)
              COMPUTE WS-MRT-NEW-SALARY =
                 EMP-SALARY(I) + MRS-INCREASE(I)
              MOVE "P" TO MRS-RESULT(I)
              MOVE WS-MRT-RATING TO MRS-RATING(I)
              MOVE WS-MRT-QUARTILE TO MRS-QUARTILE(I)
              ADD 1 TO WS-MERIT-PROPOSED
              ADD 1 TO MDS-PROPOSED(WS-MRT-DEPT-SUB)
              ADD MRS-INCREASE(I) TO MDS-INCREASE(WS-MRT-DEPT-SUB)
              ADD MRS-INCREASE(I) TO WS-MRT-TOT-INCREASE
              PERFORM WRITE-MERIT-PROPOSAL-CARD
           END-IF.

       EXCLUDE-ONE-MERIT.
           MOVE "X" TO MRS-RESULT(I)
           MOVE WS-MRT-RATING TO MRS-RATING(I)
           MOVE WS-MRT-REASON TO MRS-REASON(I)
           ADD 1 TO WS-MERIT-EXCLUDED.

      * Locate employee I's rating - sets WS-MRG-FOUND and WS-MRT-
      * RATING and marks the rating used.
       FIND-MERIT-RATING.
           MOVE "N" TO WS-MRG-FOUND-SW
           MOVE SPACE TO WS-MRT-RATING
           PERFORM VARYING MRG-IDX FROM 1 BY 1
                 UNTIL MRG-IDX > WS-MRTG-COUNT OR WS-MRG-FOUND
              IF MRG-USABLE(MRG-IDX)
                 IF MRG-EMP-ID(MRG-IDX) = EMP-ID(I)
                    MOVE "Y" TO WS-MRG-FOUND-SW
                    MOVE MRG-RATING(MRG-IDX) TO WS-MRT-RATING
                    MOVE "U" TO MRG-STATUS(MRG-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      * Quartile 1 is the bottom quarter of the department's range
      * and 4 the top, the top earner included.  A department whose
      * active employees are all paid alike has no spread to place
      * anyone in, and everyone in it takes the quartile 2 rate.
       SET-MERIT-QUARTILE.
           IF WS-DEPT-HIGH > WS-DEPT-LOW
              SUBTRACT WS-DEPT-LOW FROM WS-DEPT-HIGH
                 GIVING WS-MRT-RANGE
              COMPUTE WS-MRT-QUARTILE =
                 (EMP-SALARY(I) - WS-DEPT-LOW) * 4 / WS-MRT-RANGE + 1
              IF WS-MRT-QUARTILE > 4
                 MOVE 4 TO WS-MRT-QUARTILE
              END-IF
           ELSE
              MOVE 2 TO WS-MRT-QUARTILE
           END-IF.

      * The card is built the way a department CLOSE builds its
      * CHGDEPT cards, and carries the new salary - the release
      * applies it through APPLY-MAINT-CHANGE-SALARY like any
      * keyed CHGSAL, position control included.
       WRITE-MERIT-PROPOSAL-CARD.
           MOVE SPACES TO WS-MNT-CARD
           MOVE "CHGSAL" TO MNT-ACTION
           MOVE EMP-ID(I) TO MNT-EMP-ID
           MOVE WS-MRT-NEW-SALARY TO MNT-SALARY
           MOVE ZEROS TO MNT-HIRE-DATE
           MOVE WS-MERIT-EFF-DATE TO MNT-EFF-DATE
           MOVE WS-MNT-CARD TO MERIT-PROPOSAL-RECORD
           WRITE MERIT-PROPOSAL-RECORD.

       PRINT-MERIT-PROPOSAL-LISTING.
           OPEN OUTPUT MERIT-PROPOSAL-RPT
           WRITE MERIT-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "MERIT PROPOSAL LISTING - PLAN EFFECTIVE "
                 DELIMITED BY SIZE
              WS-MERIT-EFF-DATE DELIMITED BY SIZE
              "  ELIGIBLE IF HIRED ON OR BEFORE " DELIMITED BY SIZE
              WS-MERIT-CUTOFF DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EMP ID  EMPLOYEE NAME       RATING  QUARTILE     "
                 "SALARY    RATE    INCREASE    NEW SALARY"
                 DELIMITED BY SIZE INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              SET WS-MRT-DEPT-SUB TO DEPT-IDX
              IF MDS-PROPOSED(WS-MRT-DEPT-SUB) > ZERO
                 PERFORM WRITE-MERIT-DEPT-SECTION
              END-IF
           END-PERFORM
           IF WS-MERIT-PROPOSED = ZERO
              MOVE SPACES TO MERIT-RPT-LINE
              STRING "NO INCREASES PROPOSED" DELIMITED BY SIZE
                    INTO MERIT-RPT-LINE
              WRITE MERIT-RPT-LINE
           END-IF
           PERFORM WRITE-MERIT-EXCLUSIONS
           PERFORM WRITE-MERIT-RATING-EXCEPTIONS
           PERFORM WRITE-MERIT-DEPT-SUMMARY
           MOVE SPACES TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "ACTIVE EMPLOYEES:      " DELIMITED BY SIZE
              WS-MERIT-CONSIDERED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "INCREASES PROPOSED:    " DELIMITED BY SIZE
              WS-MERIT-PROPOSED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EMPLOYEES LEFT OUT:    " DELIMITED BY SIZE
              WS-MERIT-EXCLUDED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           CLOSE MERIT-PROPOSAL-RPT.

       WRITE-MERIT-DEPT-SECTION.
           MOVE SPACES TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE MDS-LOW(WS-MRT-DEPT-SUB) TO WS-MRT-LOW-ED
           MOVE MDS-HIGH(WS-MRT-DEPT-SUB) TO WS-MRT-HIGH-ED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "DEPARTMENT " DELIMITED BY SIZE
              DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
              "  SALARY RANGE " DELIMITED BY SIZE
              WS-MRT-LOW-ED DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-MRT-HIGH-ED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND MRS-PROPOSED(I)
                 MOVE EMP-SALARY(I) TO WS-SALARY-ED
                 COMPUTE WS-MRT-PCT = MRS-RATE(I) * 100
                 MOVE WS-MRT-PCT TO WS-MRT-PCT-ED
                 MOVE MRS-INCREASE(I) TO WS-MRT-INCR-ED
                 COMPUTE WS-MRT-NEW-SALARY =
                    EMP-SALARY(I) + MRS-INCREASE(I)
                 MOVE WS-MRT-NEW-SALARY TO WS-MRT-NEW-ED
                 MOVE SPACES TO MERIT-RPT-LINE
                 STRING EMP-ID(I) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    EMP-NAME(I) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    MRS-RATING(I) DELIMITED BY SIZE
                    "       " DELIMITED BY SIZE
                    MRS-QUARTILE(I) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    WS-SALARY-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-PCT-ED DELIMITED BY SIZE
                    "%  " DELIMITED BY SIZE
                    WS-MRT-INCR-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-NEW-ED DELIMITED BY SIZE
                       INTO MERIT-RPT-LINE
                 WRITE MERIT-RPT-LINE
              END-IF
           END-PERFORM
           MOVE MDS-INCREASE(WS-MRT-DEPT-SUB) TO WS-MRT-TOT-INCR-ED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "DEPARTMENT INCREASE COST " DELIMITED BY SIZE
              WS-MRT-TOT-INCR-ED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE.

      * Everyone active who gets no card, with the reason - the
      * hire-date cutoff first among them.
       WRITE-MERIT-EXCLUSIONS.
           MOVE SPACES TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EMPLOYEES LEFT OUT" DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EMP ID  EMPLOYEE NAME         DEPT ID     "
                 "HIRE DATE  RATING  REASON"
                 DELIMITED BY SIZE INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF MRS-EXCLUDED(I)
                 MOVE SPACES TO MERIT-RPT-LINE
                 STRING EMP-ID(I) DELIMITED BY SIZE
                    "   " DELIMITED BY SIZE
                    EMP-NAME(I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EMP-DEPT(I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EMP-HIRE-DATE(I) DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    MRS-RATING(I) DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    MRS-REASON(I) DELIMITED BY SIZE
                       INTO MERIT-RPT-LINE
                 WRITE MERIT-RPT-LINE
              END-IF
           END-PERFORM
           IF WS-MERIT-EXCLUDED = ZERO
              MOVE SPACES TO MERIT-RPT-LINE
              STRING "NO ACTIVE EMPLOYEE LEFT OUT" DELIMITED BY SIZE
                    INTO MERIT-RPT-LINE
              WRITE MERIT-RPT-LINE
           END-IF.

      * Rating records that reached no one - a mistyped ID on a
      * review form shows here rather than silently costing an
      * employee their increase.
       WRITE-MERIT-RATING-EXCEPTIONS.
           MOVE SPACES TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "RATINGS NOT APPLIED" DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "EMP ID  RATING  REASON" DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE ZERO TO WS-MERIT-SHOWN
           PERFORM VARYING MRG-IDX FROM 1 BY 1
                 UNTIL MRG-IDX > WS-MRTG-COUNT
              MOVE SPACES TO WS-MRT-REASON
              EVALUATE TRUE
                 WHEN MRG-ID-INVALID(MRG-IDX)
                    MOVE "EMP ID NOT NUMERIC" TO WS-MRT-REASON
                 WHEN MRG-DUPLICATE(MRG-IDX)
                    MOVE "SECOND RATING IGNORED" TO WS-MRT-REASON
                 WHEN MRG-USABLE(MRG-IDX)
                    MOVE "NO ACTIVE EMPLOYEE" TO WS-MRT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-MRT-REASON NOT = SPACES
                 ADD 1 TO WS-MERIT-SHOWN
                 MOVE SPACES TO MERIT-RPT-LINE
                 STRING MRG-EMP-ID-X(MRG-IDX) DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    MRG-RATING(MRG-IDX) DELIMITED BY SIZE
                    "     " DELIMITED BY SIZE
                    WS-MRT-REASON DELIMITED BY SIZE
                       INTO MERIT-RPT-LINE
                 WRITE MERIT-RPT-LINE
              END-IF
           END-PERFORM
           IF WS-MERIT-SHOWN = ZERO
              MOVE SPACES TO MERIT-RPT-LINE
              STRING "EVERY RATING APPLIED" DELIMITED BY SIZE
                    INTO MERIT-RPT-LINE
              WRITE MERIT-RPT-LINE
           END-IF.

      * Increase cost by department - the active salary cost today,
      * the proposed increases and the projected cost they make,
      * against BDG-SALARY.  REMAINING is budget less projected, so
      * a department the cycle takes over budget shows negative and
      * is flagged; those raises will need the approval's finance
      * authorization to get past position control on release.
       WRITE-MERIT-DEPT-SUMMARY.
           MOVE SPACES TO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "INCREASE COST BY DEPARTMENT" DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "DEPT ID     DEPT NAME        PROPOSED    CURRENT "
                 "COST        INCREASE  PROJECTED COST   BUDGET SALARY"
                 "         REMAINING" DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              SET WS-MRT-DEPT-SUB TO DEPT-IDX
              MOVE "N" TO WS-BUDG-FOUND-SW
              MOVE ZERO TO WS-BUDG-SUB
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = DEPT-ID(DEPT-IDX)
                    MOVE "Y" TO WS-BUDG-FOUND-SW
                    SET WS-BUDG-SUB TO BDG-IDX
                 END-IF
              END-PERFORM
              COMPUTE WS-MRT-PROJECTED = MDS-COST(WS-MRT-DEPT-SUB)
                 + MDS-INCREASE(WS-MRT-DEPT-SUB)
              MOVE MDS-COST(WS-MRT-DEPT-SUB) TO WS-MRT-COST-ED
              MOVE MDS-INCREASE(WS-MRT-DEPT-SUB) TO WS-MRT-TOT-INCR-ED
              MOVE WS-MRT-PROJECTED TO WS-MRT-PROJ-ED
              MOVE SPACES TO MERIT-RPT-LINE
              IF WS-BUDG-FOUND
                 MOVE BDG-SALARY(WS-BUDG-SUB) TO WS-MRT-BUDGET-ED
                 COMPUTE WS-MRT-VARIANCE = BDG-SALARY(WS-BUDG-SUB)
                    - WS-MRT-PROJECTED
                 MOVE WS-MRT-VARIANCE TO WS-MRT-VAR-ED
                 STRING DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    MDS-PROPOSED(WS-MRT-DEPT-SUB) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-COST-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-TOT-INCR-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-PROJ-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-BUDGET-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-VAR-ED DELIMITED BY SIZE
                       INTO MERIT-RPT-LINE
                 IF WS-MRT-VARIANCE < ZERO
                    MOVE "OVER BUDGET" TO MERIT-RPT-LINE(122:11)
                 END-IF
              ELSE
                 STRING DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    MDS-PROPOSED(WS-MRT-DEPT-SUB) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-COST-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-TOT-INCR-ED DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MRT-PROJ-ED DELIMITED BY SIZE
                    "       NO BUDGET" DELIMITED BY SIZE
                       INTO MERIT-RPT-LINE
              END-IF
              WRITE MERIT-RPT-LINE
           END-PERFORM
           COMPUTE WS-MRT-PROJECTED = WS-MRT-TOT-COST
              + WS-MRT-TOT-INCREASE
           MOVE WS-MRT-TOT-COST TO WS-MRT-COST-ED
           MOVE WS-MRT-TOT-INCREASE TO WS-MRT-TOT-INCR-ED
           MOVE WS-MRT-PROJECTED TO WS-MRT-PROJ-ED
           MOVE SPACES TO MERIT-RPT-LINE
           STRING "COMPANY TOTAL                   " DELIMITED BY SIZE
              WS-MERIT-PROPOSED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-MRT-COST-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-MRT-TOT-INCR-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-MRT-PROJ-ED DELIMITED BY SIZE
                 INTO MERIT-RPT-LINE
           WRITE MERIT-RPT-LINE.

      * Apply the DEPT-MAINT-TRANS cards to DEPARTMENT-TABLE, print
      * the department maintenance register, then make the result
      * durable: DEPTMAST is rewritten from the table (with the
      * rejected records carried through) and the transaction file
      * is cleared whenever any cards were read, the same rule
      * PROCESS-MAINTENANCE follows.  A CLOSE moves the closed
      * department's active employees on the keyed master, so the
      * master is open I-O for the whole phase, and moves its
      * budget row, so BUDGMAST is rewritten when one moved.
       PROCESS-DEPT-MAINTENANCE.
           MOVE "N" TO WS-DMNT-EOF-SW
           MOVE "N" TO WS-DMNT-BUDG-CHG-SW
           MOVE ZERO TO WS-DMNT-APPLIED
           MOVE ZERO TO WS-DMNT-REJECTED
           OPEN INPUT DEPT-MAINT-TRANS
           IF WS-DMNT-STATUS = "00"
              OPEN I-O EMPLOYEE-MASTER
              OPEN OUTPUT DEPT-MAINT-RPT
              WRITE DMNT-RPT-LINE FROM WS-OPTIONS-ECHO
              MOVE SPACES TO DMNT-RPT-LINE
              STRING "DEPARTMENT MAINTENANCE REGISTER"
                    DELIMITED BY SIZE INTO DMNT-RPT-LINE
              WRITE DMNT-RPT-LINE
              MOVE SPACES TO DMNT-RPT-LINE
              STRING "ACTION    DEPT ID     RESULT    REASON"
                    DELIMITED BY SIZE INTO DMNT-RPT-LINE
              WRITE DMNT-RPT-LINE
              PERFORM UNTIL WS-DMNT-EOF
                 READ DEPT-MAINT-TRANS
                    AT END
                       MOVE "Y" TO WS-DMNT-EOF-SW
                    NOT AT END
                       PERFORM APPLY-DEPT-TRANSACTION
                 END-READ
              END-PERFORM
              CLOSE DEPT-MAINT-TRANS
              MOVE SPACES TO DMNT-RPT-LINE
              STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
                 WS-DMNT-APPLIED DELIMITED BY SIZE
                    INTO DMNT-RPT-LINE
              WRITE DMNT-RPT-LINE
              MOVE SPACES TO DMNT-RPT-LINE
              STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                 WS-DMNT-REJECTED DELIMITED BY SIZE
                    INTO DMNT-RPT-LINE
              WRITE DMNT-RPT-LINE
              CLOSE DEPT-MAINT-RPT
              CLOSE EMPLOYEE-MASTER
              IF WS-DMNT-APPLIED > ZERO
                 PERFORM REWRITE-DEPARTMENT-MASTER
              END-IF
              IF WS-DMNT-BUDG-CHANGED
                 PERFORM REWRITE-BUDGET-MASTER
              END-IF
              IF WS-DMNT-APPLIED > ZERO OR WS-DMNT-REJECTED > ZERO
                 PERFORM CLEAR-DEPT-TRANSACTIONS
              END-IF
           END-IF.

       APPLY-DEPT-TRANSACTION.
           MOVE SPACES TO WS-DMNT-REASON
           MOVE SPACES TO WS-DMNT-OLD-VALUE
           MOVE SPACES TO WS-DMNT-NEW-VALUE
           MOVE ZERO TO WS-DMNT-XFER-COUNT
           MOVE SPACES TO WS-DMNT-BUDG-NOTE
           MOVE DMT-DEPT-ID TO WS-DMNT-SEARCH-ID
           PERFORM FIND-DMNT-DEPARTMENT
           EVALUATE TRUE
              WHEN DMT-DEPT-ID = SPACES
                 MOVE "DEPT ID MISSING" TO WS-DMNT-REASON
              WHEN DMT-OPEN
                 PERFORM APPLY-DEPT-OPEN
              WHEN DMT-RENAME
                 PERFORM APPLY-DEPT-RENAME
              WHEN DMT-RELOCATE
                 PERFORM APPLY-DEPT-RELOCATE
              WHEN DMT-CLOSE
                 PERFORM APPLY-DEPT-CLOSE
              WHEN OTHER
                 MOVE "UNKNOWN ACTION CODE" TO WS-DMNT-REASON
           END-EVALUATE
           IF WS-DMNT-REASON = SPACES
              MOVE "APPLIED" TO WS-DMNT-RESULT
              ADD 1 TO WS-DMNT-APPLIED
           ELSE
              MOVE "REJECTED" TO WS-DMNT-RESULT
              ADD 1 TO WS-DMNT-REJECTED
           END-IF
           MOVE SPACES TO DMNT-RPT-LINE
           STRING DMT-ACTION DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DMT-DEPT-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DMNT-RESULT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DMNT-REASON DELIMITED BY SIZE
              " OLD:" DELIMITED BY SIZE
              WS-DMNT-OLD-VALUE DELIMITED BY SIZE
              " NEW:" DELIMITED BY SIZE
              WS-DMNT-NEW-VALUE DELIMITED BY SIZE
                 INTO DMNT-RPT-LINE
           WRITE DMNT-RPT-LINE
           IF DMT-CLOSE AND WS-DMNT-REASON = SPACES
              MOVE SPACES TO DMNT-RPT-LINE
              STRING "          EMPLOYEES TRANSFERRED: "
                    DELIMITED BY SIZE
                 WS-DMNT-XFER-COUNT DELIMITED BY SIZE
                    INTO DMNT-RPT-LINE
              WRITE DMNT-RPT-LINE
              IF WS-DMNT-BUDG-NOTE NOT = SPACES
                 MOVE SPACES TO DMNT-RPT-LINE
                 STRING "          BUDGET: " DELIMITED BY SIZE
                    WS-DMNT-BUDG-NOTE DELIMITED BY SIZE
                       INTO DMNT-RPT-LINE
                 WRITE DMNT-RPT-LINE
              END-IF
           END-IF.

      * Locate WS-DMNT-SEARCH-ID on DEPARTMENT-TABLE - sets WS-DMNT-
      * FOUND and leaves WS-DMNT-DEPT-SUB pointing at the slot.
       FIND-DMNT-DEPARTMENT.
           MOVE "N" TO WS-DMNT-FOUND-SW
           MOVE ZERO TO WS-DMNT-DEPT-SUB
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
              IF DEPT-ID(J) = WS-DMNT-SEARCH-ID
                 MOVE "Y" TO WS-DMNT-FOUND-SW
                 MOVE J TO WS-DMNT-DEPT-SUB
              END-IF
           END-PERFORM.

      * Hold DMT-LOCATION against the location master - a new site
      * must be on LOCMAST before a department can be put there.
      * With no LOCMAST this run the location is taken as punched,
      * the same allowance VALIDATE-DEPT-LOCATIONS makes.
       CHECK-DMNT-LOCATION.
           MOVE "Y" TO WS-LOC-MATCH-SW
           IF WS-LOC-LOADED
              MOVE "N" TO WS-LOC-MATCH-SW
              PERFORM VARYING LOC-IDX FROM 1 BY 1
                    UNTIL LOC-IDX > WS-LOC-COUNT
                 IF LOC-NAME(LOC-IDX) = DMT-LOCATION
                    MOVE "Y" TO WS-LOC-MATCH-SW
                 END-IF
              END-PERFORM
           END-IF.

       APPLY-DEPT-OPEN.
      * A key held on the reject table still owns its record in
      * DEPTMAST - opening it again would write the id twice.
           IF NOT WS-DMNT-FOUND
              PERFORM VARYING DREJ-IDX FROM 1 BY 1
                    UNTIL DREJ-IDX > WS-DEPT-REJ-COUNT
                 IF DREJ-HOLD-ID(DREJ-IDX) = DMT-DEPT-ID
                    MOVE "Y" TO WS-DMNT-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           PERFORM CHECK-DMNT-LOCATION
           EVALUATE TRUE
              WHEN WS-DMNT-FOUND
                 MOVE "DUPLICATE DEPT ID" TO WS-DMNT-REASON
              WHEN DMT-NAME = SPACES
                 MOVE "DEPT NAME MISSING" TO WS-DMNT-REASON
              WHEN DMT-LOCATION = SPACES
                 MOVE "LOCATION MISSING" TO WS-DMNT-REASON
              WHEN NOT WS-LOC-MATCHED
                 MOVE "LOCATION NOT ON LOCMAST" TO WS-DMNT-REASON
              WHEN WS-DEPT-COUNT >= WS-MAX-DEPARTMENTS
                 MOVE "DEPARTMENT TABLE FULL" TO WS-DMNT-REASON
              WHEN OTHER
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DMT-DEPT-ID TO DEPT-ID(WS-DEPT-COUNT)
                 MOVE DMT-NAME TO DEPT-NAME(WS-DEPT-COUNT)
                 MOVE DMT-LOCATION TO DEPT-LOCATION(WS-DEPT-COUNT)
                 MOVE DMT-NAME TO WS-DMNT-NEW-VALUE
           END-EVALUATE.

       APPLY-DEPT-RENAME.
           EVALUATE TRUE
              WHEN NOT WS-DMNT-FOUND
                 MOVE "DEPT ID NOT ON MASTER" TO WS-DMNT-REASON
              WHEN DMT-NAME = SPACES
                 MOVE "NEW DEPT NAME MISSING" TO WS-DMNT-REASON
              WHEN OTHER
                 MOVE DEPT-NAME(WS-DMNT-DEPT-SUB) TO WS-DMNT-OLD-VALUE
                 MOVE DMT-NAME TO DEPT-NAME(WS-DMNT-DEPT-SUB)
                 MOVE DMT-NAME TO WS-DMNT-NEW-VALUE
           END-EVALUATE.

       APPLY-DEPT-RELOCATE.
           PERFORM CHECK-DMNT-LOCATION
           EVALUATE TRUE
              WHEN NOT WS-DMNT-FOUND
                 MOVE "DEPT ID NOT ON MASTER" TO WS-DMNT-REASON
              WHEN DMT-LOCATION = SPACES
                 MOVE "NEW LOCATION MISSING" TO WS-DMNT-REASON
              WHEN NOT WS-LOC-MATCHED
                 MOVE "LOCATION NOT ON LOCMAST" TO WS-DMNT-REASON
              WHEN OTHER
                 MOVE DEPT-LOCATION(WS-DMNT-DEPT-SUB)
                    TO WS-DMNT-OLD-VALUE
                 MOVE DMT-LOCATION TO DEPT-LOCATION(WS-DMNT-DEPT-SUB)
                 MOVE DMT-LOCATION TO WS-DMNT-NEW-VALUE
           END-EVALUATE.

      * Close a department into the receiving department on the card.
      * Every active employee still carrying the closed code is moved
      * through APPLY-MAINT-CHANGE-DEPT - the CHGDEPT path - so the
      * transfers out and in land on MOVE-TABLE for the statistics
      * post and the master is rewritten in place, exactly as if a
      * CHGDEPT card had been punched per employee.  The department
      * then leaves DEPARTMENT-TABLE; its final statistics record
      * still posts from MOVE-TABLE, and the audit trail shows it
      * RETIRED.  Its budget goes with its people, into the
      * receiving department's BUDGET-MASTER row.
       APPLY-DEPT-CLOSE.
           IF WS-DMNT-FOUND
              MOVE DMT-TO-DEPT TO WS-DMNT-SEARCH-ID
              PERFORM FIND-DMNT-DEPARTMENT
              MOVE WS-DMNT-DEPT-SUB TO WS-DMNT-TO-SUB
              MOVE DMT-DEPT-ID TO WS-DMNT-SEARCH-ID
              PERFORM FIND-DMNT-DEPARTMENT
              EVALUATE TRUE
                 WHEN DMT-TO-DEPT = SPACES
                    MOVE "RECEIVING DEPT MISSING" TO WS-DMNT-REASON
                 WHEN DMT-TO-DEPT = DMT-DEPT-ID
                    MOVE "RECEIVING SAME AS CLOSED" TO WS-DMNT-REASON
                 WHEN WS-DMNT-TO-SUB = ZERO
                    MOVE "RECEIVING DEPT NOT FOUND" TO WS-DMNT-REASON
                 WHEN OTHER
                    PERFORM CHECK-CLOSE-HEADCOUNT
              END-EVALUATE
           ELSE
              MOVE "DEPT ID NOT ON MASTER" TO WS-DMNT-REASON
           END-IF
           IF WS-DMNT-REASON = SPACES
              MOVE DEPT-NAME(WS-DMNT-DEPT-SUB) TO WS-DMNT-OLD-VALUE
              MOVE DMT-TO-DEPT TO WS-DMNT-NEW-VALUE
              PERFORM TRANSFER-CLOSED-DEPT-EMPLOYEES
              PERFORM REMOVE-CLOSED-DEPARTMENT
              PERFORM FOLD-CLOSED-DEPT-BUDGET
           END-IF.

      * Position control for a close, taken for the whole closed
      * department at once - the receiving department's budget, with
      * the closed department's budgeted slots that FOLD-CLOSED-
      * DEPT-BUDGET will bring into it, must hold everyone moving
      * in, or the card carries the finance override.  Checking
      * card by card instead would leave a closed department half-
      * emptied, so the generated CHGDEPTs are not checked again.
      * The override still rides onto each one for the register.
       CHECK-CLOSE-HEADCOUNT.
           MOVE DMT-DEPT-ID TO WS-PC-DEPT
           PERFORM COUNT-PC-DEPT-FILLED
           MOVE WS-PC-HEADS TO WS-PC-ADD-HEADS
           MOVE ZERO TO WS-PC-XFER-SLOTS
           IF WS-BUDG-LOADED AND NOT WS-BUDG-PARTIAL
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = DMT-DEPT-ID
                    MOVE BDG-HEADCOUNT(BDG-IDX) TO WS-PC-XFER-SLOTS
                 END-IF
              END-PERFORM
           END-IF
           MOVE DMT-TO-DEPT TO WS-PC-DEPT
           MOVE "H" TO WS-PC-KIND
           MOVE DMT-ACTION TO WS-PC-ACTION
           MOVE ZERO TO WS-PC-EMP-ID
           MOVE DMT-OVERRIDE-ID TO WS-PC-OVERRIDE-ID
           PERFORM CHECK-POSITION-CONTROL
           MOVE ZERO TO WS-PC-XFER-SLOTS
           IF WS-PC-BLOCKED
              MOVE "OVER BUDGET HEADCOUNT" TO WS-DMNT-REASON
           END-IF.

      * One CHGDEPT per active employee of the closed department,
      * built in WS-MNT-CARD and applied by the maintenance apply
      * paragraph itself.  Each transfer is registered under the
      * CLOSE line.  FIND-MAINT-EMPLOYEE drives I, so the scan here
      * keeps its own subscript.
       TRANSFER-CLOSED-DEPT-EMPLOYEES.
           MOVE "Y" TO WS-PC-CLOSE-XFER-SW
           PERFORM VARYING WS-DMNT-EMP-SUB FROM 1 BY 1
                 UNTIL WS-DMNT-EMP-SUB > WS-EMP-COUNT
              IF EMP-DEPT(WS-DMNT-EMP-SUB) = DMT-DEPT-ID
                 AND EMP-ACTIVE(WS-DMNT-EMP-SUB)
                 MOVE SPACES TO WS-MNT-CARD
                 MOVE "CHGDEPT" TO MNT-ACTION
                 MOVE EMP-ID(WS-DMNT-EMP-SUB) TO MNT-EMP-ID
                 MOVE DMT-TO-DEPT TO MNT-DEPT
                 MOVE ZEROS TO MNT-SALARY
                 MOVE ZEROS TO MNT-HIRE-DATE
                 MOVE ZEROS TO MNT-EFF-DATE
                 MOVE DMT-OVERRIDE-ID TO MNT-OVERRIDE-ID
                 MOVE SPACES TO WS-MAINT-REASON
                 MOVE SPACES TO WS-MAINT-OLD-VALUE
                 MOVE SPACES TO WS-MAINT-NEW-VALUE
                 PERFORM APPLY-MAINT-CHANGE-DEPT
                 IF WS-MAINT-REASON = SPACES
                    MOVE "APPLIED" TO WS-MAINT-RESULT
                    ADD 1 TO WS-DMNT-XFER-COUNT
                 ELSE
                    MOVE "REJECTED" TO WS-MAINT-RESULT
                 END-IF
                 MOVE SPACES TO DMNT-RPT-LINE
                 STRING "  CHGDEPT " DELIMITED BY SIZE
                    MNT-EMP-ID DELIMITED BY SIZE
                    "       " DELIMITED BY SIZE
                    WS-MAINT-RESULT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MAINT-REASON DELIMITED BY SIZE
                    " OLD:" DELIMITED BY SIZE
                    WS-MAINT-OLD-VALUE DELIMITED BY SIZE
                    " NEW:" DELIMITED BY SIZE
                    WS-MAINT-NEW-VALUE DELIMITED BY SIZE
                       INTO DMNT-RPT-LINE
                 WRITE DMNT-RPT-LINE
                 MOVE SPACES TO WS-MAINT-RESULT
              END-IF
           END-PERFORM
           MOVE "N" TO WS-PC-CLOSE-XFER-SW.

      * Close up DEPARTMENT-TABLE over the closed department's slot.
       REMOVE-CLOSED-DEPARTMENT.
           PERFORM VARYING J FROM WS-DMNT-DEPT-SUB BY 1
                 UNTIL J >= WS-DEPT-COUNT
              MOVE DEPT-RECORD(J + 1) TO DEPT-RECORD(J)
           END-PERFORM
           SUBTRACT 1 FROM WS-DEPT-COUNT.

      * Carry the closed department's BUDGET-MASTER row over to the
      * receiving department - added into its row when it has one,
      * otherwise the row is simply re-keyed to it - so the budget
      * is not left against a department that no longer exists.  A
      * BUDGMAST that did not load whole is left alone: rewriting
      * it from the table would drop or zero what was not loaded.
       FOLD-CLOSED-DEPT-BUDGET.
           MOVE ZERO TO WS-DMNT-BUDG-FROM
           MOVE ZERO TO WS-DMNT-BUDG-TO
           IF WS-BUDG-LOADED
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = DMT-DEPT-ID
                    SET WS-DMNT-BUDG-FROM TO BDG-IDX
                 END-IF
                 IF BDG-DEPT-ID(BDG-IDX) = DMT-TO-DEPT
                    SET WS-DMNT-BUDG-TO TO BDG-IDX
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-BUDG-LOADED
                 CONTINUE
              WHEN WS-BUDG-PARTIAL
                 MOVE "BUDGMAST NOT FULLY LOADED - NO ROW MOVED"
                    TO WS-DMNT-BUDG-NOTE
                 DISPLAY "BUDGET-MASTER NOT FULLY LOADED - BUDGET FOR "
                    DMT-DEPT-ID " NOT MOVED"
              WHEN WS-DMNT-BUDG-FROM = ZERO
                 CONTINUE
              WHEN WS-DMNT-BUDG-TO = ZERO
                 MOVE DMT-TO-DEPT TO BDG-DEPT-ID(WS-DMNT-BUDG-FROM)
                 MOVE "Y" TO WS-DMNT-BUDG-CHG-SW
                 STRING "ROW RE-KEYED TO " DELIMITED BY SIZE
                    DMT-TO-DEPT DELIMITED BY SIZE
                       INTO WS-DMNT-BUDG-NOTE
              WHEN OTHER
                 ADD BDG-HEADCOUNT(WS-DMNT-BUDG-FROM)
                    TO BDG-HEADCOUNT(WS-DMNT-BUDG-TO)
                 ADD BDG-SALARY(WS-DMNT-BUDG-FROM)
                    TO BDG-SALARY(WS-DMNT-BUDG-TO)
                 PERFORM VARYING J FROM WS-DMNT-BUDG-FROM BY 1
                       UNTIL J >= WS-BUDG-COUNT
                    MOVE BUDGET-ENTRY(J + 1) TO BUDGET-ENTRY(J)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-BUDG-COUNT
                 MOVE "Y" TO WS-DMNT-BUDG-CHG-SW
                 STRING "ROW FOLDED INTO " DELIMITED BY SIZE
                    DMT-TO-DEPT DELIMITED BY SIZE
                       INTO WS-DMNT-BUDG-NOTE
           END-EVALUATE.

      * Rewrite DEPTMAST from DEPARTMENT-TABLE, then the rejected
      * records exactly as they were read so data control can still
      * correct them.  A master that cannot be reopened for output
      * stops the run - the table holds the only copy of the day's
      * department changes.
       REWRITE-DEPARTMENT-MASTER.
           OPEN OUTPUT DEPARTMENT-MASTER
           IF WS-DEPTMAST-STATUS NOT = "00"
              DISPLAY "DEPARTMENT-MASTER REWRITE OPEN FAILED - STATUS "
                 WS-DEPTMAST-STATUS " - RUN ENDED"
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE DEPT-ID(DEPT-IDX) TO DMF-ID
              MOVE DEPT-NAME(DEPT-IDX) TO DMF-NAME
              MOVE DEPT-LOCATION(DEPT-IDX) TO DMF-LOCATION
              WRITE DEPT-FILE-RECORD
           END-PERFORM
           PERFORM VARYING DREJ-IDX FROM 1 BY 1
                 UNTIL DREJ-IDX > WS-DEPT-REJ-COUNT
              MOVE DEPT-REJECT-HOLD(DREJ-IDX) TO DEPT-FILE-RECORD
              WRITE DEPT-FILE-RECORD
           END-PERFORM
           CLOSE DEPARTMENT-MASTER.

      * Rewrite BUDGMAST from BUDGET-TABLE after a CLOSE moved a
      * row.  As with DEPTMAST, a file that cannot be reopened for
      * output stops the run rather than lose the change.
       REWRITE-BUDGET-MASTER.
           OPEN OUTPUT BUDGET-MASTER
           IF WS-BUDG-STATUS NOT = "00"
              DISPLAY "BUDGET-MASTER REWRITE OPEN FAILED - STATUS "
                 WS-BUDG-STATUS " - RUN ENDED"
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           PERFORM VARYING BDG-IDX FROM 1 BY 1
                 UNTIL BDG-IDX > WS-BUDG-COUNT
              MOVE BDG-DEPT-ID(BDG-IDX) TO BGF-DEPT-ID
              MOVE BDG-HEADCOUNT(BDG-IDX) TO BGF-HEADCOUNT
              MOVE BDG-SALARY(BDG-IDX) TO BGF-SALARY
              WRITE BUDGET-FILE-RECORD
           END-PERFORM
           CLOSE BUDGET-MASTER.

       CLEAR-DEPT-TRANSACTIONS.
           OPEN OUTPUT DEPT-MAINT-TRANS
           CLOSE DEPT-MAINT-TRANS.

      * Load the LEAVE-BALANCE-MASTER to LEAVE-TABLE.  A missing
      * file just means no balances yet - the first FULL run's
      * accrual creates the records.
       LOAD-LEAVE-BALANCES.
           MOVE "N" TO WS-LEAVE-EOF-SW
           MOVE ZERO TO WS-LEAVE-COUNT
           OPEN INPUT LEAVE-BALANCE-MASTER
           IF WS-LEAVE-STATUS = "00"
              PERFORM UNTIL WS-LEAVE-EOF
                 READ LEAVE-BALANCE-MASTER
                    AT END
                       MOVE "Y" TO WS-LEAVE-EOF-SW
                    NOT AT END
      * The master is rewritten from this table after the run's
      * activity - a record left out here would be deleted for
      * good, so a file past the ceiling ends the run the way the
      * employee load does.
                       IF WS-LEAVE-COUNT >= WS-MAX-EMPLOYEES
                          DISPLAY "LEAVE-BALANCE-MASTER EXCEEDS MAX "
                             "OF " WS-MAX-EMPLOYEES " - RUN ENDED"
                          CLOSE LEAVE-BALANCE-MASTER
                          MOVE 16 TO RETURN-CODE
                          PERFORM FAIL-PHASE-AND-END-RUN
                       END-IF
                       ADD 1 TO WS-LEAVE-COUNT
                       MOVE LBF-EMP-ID
                          TO LVB-EMP-ID(WS-LEAVE-COUNT)
                       MOVE LBF-VAC-BAL
                          TO LVB-VAC-BAL(WS-LEAVE-COUNT)
                       MOVE LBF-SICK-BAL
                          TO LVB-SICK-BAL(WS-LEAVE-COUNT)
                       IF LBF-ACCRUAL-DATE NUMERIC
                          MOVE LBF-ACCRUAL-DATE
                             TO LVB-ACCRUAL-DATE(WS-LEAVE-COUNT)
                       ELSE
                          MOVE ZEROS
                             TO LVB-ACCRUAL-DATE(WS-LEAVE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-BALANCE-MASTER
           END-IF.

      * FULL-run leave activity: accrue one period for every active
      * employee at the rate their seniority band earns, apply the
      * leave-taken transactions, then rewrite the balance master -
      * the same accrue/apply/persist shape the other transaction
      * phases use.  The transaction file is cleared once read so a
      * day's absences cannot be charged twice.
       PROCESS-LEAVE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I)
                 PERFORM ACCRUE-LEAVE-ONE-EMPLOYEE
              END-IF
           END-PERFORM
           MOVE "N" TO WS-LVTRAN-EOF-SW
           MOVE ZERO TO WS-LVTRAN-APPLIED
           MOVE ZERO TO WS-LVTRAN-REJECTED
           OPEN INPUT EMP-LEAVE-TRANS
           IF WS-LVTRAN-STATUS = "00"
              PERFORM UNTIL WS-LVTRAN-EOF
                 READ EMP-LEAVE-TRANS
                    AT END
                       MOVE "Y" TO WS-LVTRAN-EOF-SW
                    NOT AT END
                       PERFORM APPLY-LEAVE-TRANSACTION
                 END-READ
              END-PERFORM
              CLOSE EMP-LEAVE-TRANS
           END-IF
      * Durable first, clear last, the same order PROCESS-
      * TERMINATIONS keeps: the charged balances must be on disk
      * before the transaction file goes - an abend between a clear
      * and a rewrite would lose the day's absences without trace.
           PERFORM REWRITE-LEAVE-BALANCES
           IF WS-LVTRAN-STATUS = "00"
              AND (WS-LVTRAN-APPLIED > ZERO
                 OR WS-LVTRAN-REJECTED > ZERO)
              PERFORM CLEAR-LEAVE-TRANSACTIONS
           END-IF.

      * One period's accrual for employee I.  The vacation rate
      * steps up with the completed years of service; sick time
      * accrues flat.  An employee with no balance record yet gets
      * one opened at zero first.
       ACCRUE-LEAVE-ONE-EMPLOYEE.
           MOVE EMP-ID(I) TO WS-LV-SEARCH-ID
           PERFORM FIND-LEAVE-ENTRY
           IF NOT WS-LEAVE-FOUND
              IF WS-LEAVE-COUNT >= WS-MAX-EMPLOYEES
                 DISPLAY "LEAVE-TABLE FULL - NO ACCRUAL FOR EMP "
                    EMP-ID(I)
              ELSE
                 ADD 1 TO WS-LEAVE-COUNT
                 MOVE EMP-ID(I) TO LVB-EMP-ID(WS-LEAVE-COUNT)
                 MOVE ZEROS TO LVB-VAC-BAL(WS-LEAVE-COUNT)
                 MOVE ZEROS TO LVB-SICK-BAL(WS-LEAVE-COUNT)
                 MOVE ZEROS TO LVB-ACCRUAL-DATE(WS-LEAVE-COUNT)
                 MOVE WS-LEAVE-COUNT TO WS-LEAVE-SUB
                 MOVE "Y" TO WS-LEAVE-FOUND-SW
              END-IF
           END-IF
      * An entry already stamped with this run date accrued on a
      * prior attempt of the same run - a restart must not pay the
      * period twice.  Same dedupe the statistics post does on the
      * run date.
           IF WS-LEAVE-FOUND
              AND LVB-ACCRUAL-DATE(WS-LEAVE-SUB) = WS-RUN-DATE
              MOVE "N" TO WS-LEAVE-FOUND-SW
           END-IF
           IF WS-LEAVE-FOUND
              MOVE WS-RUN-DATE TO LVB-ACCRUAL-DATE(WS-LEAVE-SUB)
              PERFORM CALCULATE-SERVICE-YEARS
              EVALUATE TRUE
                 WHEN WS-SEN-YEARS < 1
                    ADD WS-LV-VAC-RATE-B1
                       TO LVB-VAC-BAL(WS-LEAVE-SUB)
                 WHEN WS-SEN-YEARS < 5
                    ADD WS-LV-VAC-RATE-B2
                       TO LVB-VAC-BAL(WS-LEAVE-SUB)
                 WHEN WS-SEN-YEARS < 10
                    ADD WS-LV-VAC-RATE-B3
                       TO LVB-VAC-BAL(WS-LEAVE-SUB)
                 WHEN OTHER
                    ADD WS-LV-VAC-RATE-B4
                       TO LVB-VAC-BAL(WS-LEAVE-SUB)
              END-EVALUATE
              ADD WS-LV-SICK-RATE TO LVB-SICK-BAL(WS-LEAVE-SUB)
           END-IF.

      * Locate WS-LV-SEARCH-ID on LEAVE-TABLE - sets WS-LEAVE-FOUND
      * and leaves WS-LEAVE-SUB pointing at the matching entry.
       FIND-LEAVE-ENTRY.
           MOVE "N" TO WS-LEAVE-FOUND-SW
           MOVE ZERO TO WS-LEAVE-SUB
           PERFORM VARYING LV-IDX FROM 1 BY 1
                 UNTIL LV-IDX > WS-LEAVE-COUNT
              IF LVB-EMP-ID(LV-IDX) = WS-LV-SEARCH-ID
                 MOVE "Y" TO WS-LEAVE-FOUND-SW
                 SET WS-LEAVE-SUB TO LV-IDX
              END-IF
           END-PERFORM.

      * Charge one leave-taken transaction against its balance.  An
      * unknown employee, an unknown leave type or a charge past the
      * balance is reported to the console and skipped - the balance
      * never goes negative.
       APPLY-LEAVE-TRANSACTION.
           MOVE LVT-EMP-ID TO WS-LV-SEARCH-ID
           PERFORM FIND-LEAVE-ENTRY
           EVALUATE TRUE
              WHEN LVT-DAYS NOT NUMERIC
                 ADD 1 TO WS-LVTRAN-REJECTED
                 DISPLAY "LEAVE TRANS REJECTED - DAYS NOT NUMERIC"
                    " - EMP " LVT-EMP-ID
              WHEN NOT WS-LEAVE-FOUND
                 ADD 1 TO WS-LVTRAN-REJECTED
                 DISPLAY "LEAVE TRANS REJECTED - EMP " LVT-EMP-ID
                    " HAS NO LEAVE BALANCE RECORD"
              WHEN LVT-VACATION
                 IF LVT-DAYS > LVB-VAC-BAL(WS-LEAVE-SUB)
                    ADD 1 TO WS-LVTRAN-REJECTED
                    DISPLAY "LEAVE TRANS REJECTED - EMP " LVT-EMP-ID
                       " VACATION BALANCE INSUFFICIENT"
                 ELSE
                    SUBTRACT LVT-DAYS
                       FROM LVB-VAC-BAL(WS-LEAVE-SUB)
                    ADD 1 TO WS-LVTRAN-APPLIED
                 END-IF
              WHEN LVT-SICK
                 IF LVT-DAYS > LVB-SICK-BAL(WS-LEAVE-SUB)
                    ADD 1 TO WS-LVTRAN-REJECTED
                    DISPLAY "LEAVE TRANS REJECTED - EMP " LVT-EMP-ID
                       " SICK BALANCE INSUFFICIENT"
                 ELSE
                    SUBTRACT LVT-DAYS
                       FROM LVB-SICK-BAL(WS-LEAVE-SUB)
                    ADD 1 TO WS-LVTRAN-APPLIED
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-LVTRAN-REJECTED
                 DISPLAY "LEAVE TRANS REJECTED - EMP " LVT-EMP-ID
                    " UNKNOWN LEAVE TYPE " LVT-TYPE
           END-EVALUATE.

       CLEAR-LEAVE-TRANSACTIONS.
           OPEN OUTPUT EMP-LEAVE-TRANS
           CLOSE EMP-LEAVE-TRANS.

      * Persist LEAVE-TABLE back to the balance master.  Entries the
      * archive zeroed out are dropped - their balances now live on
      * EMP-HISTORY.
       REWRITE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-MASTER
           PERFORM VARYING LV-IDX FROM 1 BY 1
                 UNTIL LV-IDX > WS-LEAVE-COUNT
              IF LVB-EMP-ID(LV-IDX) NOT = ZERO
                 MOVE LVB-EMP-ID(LV-IDX) TO LBF-EMP-ID
                 MOVE LVB-VAC-BAL(LV-IDX) TO LBF-VAC-BAL
                 MOVE LVB-SICK-BAL(LV-IDX) TO LBF-SICK-BAL
                 MOVE LVB-ACCRUAL-DATE(LV-IDX) TO LBF-ACCRUAL-DATE
                 WRITE LEAVE-BAL-RECORD
              END-IF
           END-PERFORM
           CLOSE LEAVE-BALANCE-MASTER.

      * Year-end archive.  Employees terminated before WS-ARCH-CUTOFF
      * leave the live master for EMP-HISTORY (full record plus the
      * TERM-LOG date): history record appended, keyed DELETE off the
      * master, archive report line, and the EMPLOYEE-TABLE slot
      * compacted away so the rest of the run never sees them.  The
      * TERM-LOG is rewritten keeping only the dates of employees
      * still on the master.  Retention keeps history seven years -
      * that file is never purged here.
       ARCHIVE-TERMINATED-EMPLOYEES.
           PERFORM LOAD-TERM-LOG
           MOVE ZERO TO WS-ARCH-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              MOVE "N" TO ARCH-FLAG(I)
           END-PERFORM
           OPEN EXTEND EMP-HISTORY
           IF WS-EMPHIST-STATUS NOT = "00"
              OPEN OUTPUT EMP-HISTORY
           END-IF
           OPEN OUTPUT ARCHIVE-RPT
           WRITE ARCH-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO ARCH-RPT-LINE
           STRING "TERMINATED-EMPLOYEE ARCHIVE - CUTOFF "
                 DELIMITED BY SIZE
              WS-ARCH-CUTOFF DELIMITED BY SIZE
                 INTO ARCH-RPT-LINE
           WRITE ARCH-RPT-LINE
           OPEN I-O EMPLOYEE-MASTER
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-TERMINATED(I)
                 PERFORM CHECK-ARCHIVE-ELIGIBLE
              END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           MOVE SPACES TO ARCH-RPT-LINE
           STRING "EMPLOYEES ARCHIVED: " DELIMITED BY SIZE
              WS-ARCH-COUNT DELIMITED BY SIZE
                 INTO ARCH-RPT-LINE
           WRITE ARCH-RPT-LINE
           CLOSE ARCHIVE-RPT
           CLOSE EMP-HISTORY
           IF WS-ARCH-COUNT > ZERO
              PERFORM COMPACT-EMPLOYEE-TABLE
              PERFORM REWRITE-TERM-LOG
              PERFORM REWRITE-LEAVE-BALANCES
           END-IF.

       LOAD-TERM-LOG.
           MOVE "N" TO WS-TERMLOG-EOF-SW
           MOVE ZERO TO WS-TERM-DATE-COUNT
           OPEN INPUT TERM-LOG
           IF WS-TERMLOG-STATUS = "00"
              PERFORM UNTIL WS-TERMLOG-EOF
                 READ TERM-LOG
                    AT END
                       MOVE "Y" TO WS-TERMLOG-EOF-SW
                    NOT AT END
                       IF WS-TERM-DATE-COUNT < 500
                          ADD 1 TO WS-TERM-DATE-COUNT
                          MOVE TLF-EMP-ID
                             TO TD-EMP-ID(WS-TERM-DATE-COUNT)
                          MOVE TLF-TERM-DATE
                             TO TD-TERM-DATE(WS-TERM-DATE-COUNT)
                       ELSE
                          MOVE "Y" TO WS-TERMLOG-EOF-SW
                          DISPLAY "TERM-LOG EXCEEDS 500 ENTRIES - "
                             "REMAINDER IGNORED THIS RUN"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-LOG
           END-IF.

      * Archive employee I when the logged termination date falls
      * before the cutoff.  No log entry means the termination
      * predates the log - those are the oldest records of all, so
      * they are eligible and carried with a zero termination date.
       CHECK-ARCHIVE-ELIGIBLE.
           MOVE ZERO TO WS-ARCH-TERM-DATE
           PERFORM VARYING TD-IDX FROM 1 BY 1
                 UNTIL TD-IDX > WS-TERM-DATE-COUNT
              IF TD-EMP-ID(TD-IDX) = EMP-ID(I)
                 MOVE TD-TERM-DATE(TD-IDX) TO WS-ARCH-TERM-DATE
              END-IF
           END-PERFORM
      * An employee still owed final pay stays on the master until
      * the payroll phase has paid it - the archive would take the
      * record and the vacation balance the payout is worked from.
           MOVE EMP-ID(I) TO WS-FP-SEARCH-ID
           PERFORM FIND-FINAL-PAY-ENTRY
           IF WS-ARCH-TERM-DATE < WS-ARCH-CUTOFF AND WS-FINAL-FOUND
              MOVE SPACES TO ARCH-RPT-LINE
              STRING EMP-ID(I) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 EMP-NAME(I) DELIMITED BY SIZE
                 "  HELD - FINAL PAY NOT YET PAID" DELIMITED BY SIZE
                    INTO ARCH-RPT-LINE
              WRITE ARCH-RPT-LINE
           END-IF
           IF WS-ARCH-TERM-DATE < WS-ARCH-CUTOFF AND NOT WS-FINAL-FOUND
              ADD 1 TO WS-ARCH-COUNT
              MOVE "Y" TO ARCH-FLAG(I)
              MOVE EMP-ID(I) TO EHF-ID
              MOVE EMP-NAME(I) TO EHF-NAME
              MOVE EMP-DEPT(I) TO EHF-DEPT
              MOVE EMP-SALARY(I) TO EHF-SALARY
              MOVE EMP-HIRE-DATE(I) TO EHF-HIRE-DATE
              MOVE EMP-STATUS(I) TO EHF-STATUS
              MOVE WS-ARCH-TERM-DATE TO EHF-TERM-DATE
      * Carry the leave balances onto history and zero the live
      * entry - REWRITE-LEAVE-BALANCES drops zeroed entries, so the
      * payout amounts survive the purge without staying on the
      * live balance master.
              MOVE ZEROS TO EHF-VAC-BAL
              MOVE ZEROS TO EHF-SICK-BAL
              MOVE EMP-ID(I) TO WS-LV-SEARCH-ID
              PERFORM FIND-LEAVE-ENTRY
              IF WS-LEAVE-FOUND
                 MOVE LVB-VAC-BAL(WS-LEAVE-SUB) TO EHF-VAC-BAL
                 MOVE LVB-SICK-BAL(WS-LEAVE-SUB) TO EHF-SICK-BAL
                 MOVE ZERO TO LVB-EMP-ID(WS-LEAVE-SUB)
              END-IF
              WRITE EMP-HIST-RECORD
              MOVE EMP-ID(I) TO EMF-ID
              DELETE EMPLOYEE-MASTER
                 INVALID KEY
                    DISPLAY "EMPLOYEE-MASTER DELETE FAILED - KEY "
                       EMF-ID " STATUS " WS-EMPMAST-STATUS
              END-DELETE
              MOVE SPACES TO ARCH-RPT-LINE
              STRING EMP-ID(I) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 EMP-NAME(I) DELIMITED BY SIZE
                 "  TERMINATED " DELIMITED BY SIZE
                 WS-ARCH-TERM-DATE DELIMITED BY SIZE
                    INTO ARCH-RPT-LINE
              WRITE ARCH-RPT-LINE
           END-IF.

      * Close the gaps the archive left so EMPLOYEE-TABLE holds only
      * live master records and WS-EMP-COUNT is honest again.
       COMPACT-EMPLOYEE-TABLE.
           MOVE ZERO TO WS-ARCH-KEEP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF ARCH-FLAG(I) NOT = "Y"
                 ADD 1 TO WS-ARCH-KEEP
                 IF WS-ARCH-KEEP NOT = I
                    MOVE EMP-RECORD(I) TO EMP-RECORD(WS-ARCH-KEEP)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-ARCH-KEEP TO WS-EMP-COUNT.

      * Keep only the log entries whose employee is still on the
      * master - archived entries have served their purpose and the
      * history record now carries the date.
       REWRITE-TERM-LOG.
           OPEN OUTPUT TERM-LOG
           PERFORM VARYING TD-IDX FROM 1 BY 1
                 UNTIL TD-IDX > WS-TERM-DATE-COUNT
              MOVE "N" TO WS-TERM-FOUND-SW
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
                 IF EMP-ID(I) = TD-EMP-ID(TD-IDX)
                    MOVE "Y" TO WS-TERM-FOUND-SW
                 END-IF
              END-PERFORM
              IF WS-TERM-FOUND
                 MOVE TD-EMP-ID(TD-IDX) TO TLF-EMP-ID
                 MOVE TD-TERM-DATE(TD-IDX) TO TLF-TERM-DATE
                 WRITE TERM-LOG-RECORD
              END-IF
           END-PERFORM
           CLOSE TERM-LOG.

       AUDIT-DEPARTMENT-CHANGES.
           MOVE "N" TO WS-SNAP-EOF-SW
           MOVE ZERO TO WS-PRIOR-DEPT-COUNT
           SET PR-IDX TO 1
           OPEN INPUT DEPT-SNAPSHOT
           IF WS-SNAP-STATUS = "00"
              PERFORM UNTIL WS-SNAP-EOF
                 READ DEPT-SNAPSHOT
                    AT END
                       MOVE "Y" TO WS-SNAP-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-PRIOR-DEPT-COUNT
                       MOVE DSF-ID TO PRIOR-DEPT-ID(PR-IDX)
                       MOVE DSF-NAME TO PRIOR-DEPT-NAME(PR-IDX)
                       MOVE DSF-LOCATION TO PRIOR-DEPT-LOCATION(PR-IDX)
                       SET PR-IDX UP BY 1
                 END-READ
              END-PERFORM
              CLOSE DEPT-SNAPSHOT
           END-IF

           MOVE WS-RUN-DATE TO WS-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME

           OPEN EXTEND DEPT-AUDIT-RPT
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT DEPT-AUDIT-RPT
           END-IF

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE "N" TO WS-PRIOR-MATCH-SW
              MOVE SPACES TO WS-AUDIT-OLD-NAME
              MOVE SPACES TO WS-AUDIT-OLD-LOC
              PERFORM VARYING PR-IDX FROM 1 BY 1
                    UNTIL PR-IDX > WS-PRIOR-DEPT-COUNT
                 IF DEPT-ID(DEPT-IDX) = PRIOR-DEPT-ID(PR-IDX)
                    MOVE "Y" TO WS-PRIOR-MATCH-SW
                    MOVE PRIOR-DEPT-NAME(PR-IDX) TO WS-AUDIT-OLD-NAME
                    MOVE PRIOR-DEPT-LOCATION(PR-IDX)
                       TO WS-AUDIT-OLD-LOC
                 END-IF
              END-PERFORM

              IF NOT WS-PRIOR-MATCHED
                 MOVE "ADDED" TO WS-AUDIT-CHANGE-TYPE
                 MOVE DEPT-NAME(DEPT-IDX) TO WS-AUDIT-NEW-NAME
                 MOVE DEPT-LOCATION(DEPT-IDX) TO WS-AUDIT-NEW-LOC
                 PERFORM WRITE-AUDIT-LINE
              ELSE
                 IF DEPT-NAME(DEPT-IDX) NOT = WS-AUDIT-OLD-NAME
                    OR DEPT-LOCATION(DEPT-IDX) NOT = WS-AUDIT-OLD-LOC
                    MOVE "CHANGED" TO WS-AUDIT-CHANGE-TYPE
                    MOVE DEPT-NAME(DEPT-IDX) TO WS-AUDIT-NEW-NAME
                    MOVE DEPT-LOCATION(DEPT-IDX) TO WS-AUDIT-NEW-LOC
                    PERFORM WRITE-AUDIT-LINE
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING PR-IDX FROM 1 BY 1
                 UNTIL PR-IDX > WS-PRIOR-DEPT-COUNT
              MOVE "N" TO WS-PRIOR-MATCH-SW
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                    UNTIL DEPT-IDX > WS-DEPT-COUNT
                 IF PRIOR-DEPT-ID(PR-IDX) = DEPT-ID(DEPT-IDX)
                    MOVE "Y" TO WS-PRIOR-MATCH-SW
                 END-IF
              END-PERFORM
              IF NOT WS-PRIOR-MATCHED
                 MOVE "RETIRED" TO WS-AUDIT-CHANGE-TYPE
                 MOVE PRIOR-DEPT-NAME(PR-IDX) TO WS-AUDIT-OLD-NAME
                 MOVE PRIOR-DEPT-LOCATION(PR-IDX) TO WS-AUDIT-OLD-LOC
                 MOVE SPACES TO WS-AUDIT-NEW-NAME
                 MOVE SPACES TO WS-AUDIT-NEW-LOC
                 PERFORM WRITE-RETIRED-AUDIT-LINE
              END-IF
           END-PERFORM

           CLOSE DEPT-AUDIT-RPT

           OPEN OUTPUT DEPT-SNAPSHOT
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE DEPT-ID(DEPT-IDX) TO DSF-ID
              MOVE DEPT-NAME(DEPT-IDX) TO DSF-NAME
              MOVE DEPT-LOCATION(DEPT-IDX) TO DSF-LOCATION
              WRITE DEPT-SNAP-RECORD
           END-PERFORM
           CLOSE DEPT-SNAPSHOT.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-RPT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-TIME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-USER DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-CHANGE-TYPE DELIMITED BY SIZE
              " OLD:" DELIMITED BY SIZE
              WS-AUDIT-OLD-NAME DELIMITED BY SIZE
              WS-AUDIT-OLD-LOC DELIMITED BY SIZE
              " NEW:" DELIMITED BY SIZE
              WS-AUDIT-NEW-NAME DELIMITED BY SIZE
              WS-AUDIT-NEW-LOC DELIMITED BY SIZE
                 INTO AUDIT-RPT-LINE
           WRITE AUDIT-RPT-LINE.

       WRITE-RETIRED-AUDIT-LINE.
           MOVE SPACES TO AUDIT-RPT-LINE
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-TIME DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-USER DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PRIOR-DEPT-ID(PR-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-AUDIT-CHANGE-TYPE DELIMITED BY SIZE
              " OLD:" DELIMITED BY SIZE
              WS-AUDIT-OLD-NAME DELIMITED BY SIZE
              WS-AUDIT-OLD-LOC DELIMITED BY SIZE
              " NEW:" DELIMITED BY SIZE
              WS-AUDIT-NEW-NAME DELIMITED BY SIZE
              WS-AUDIT-NEW-LOC DELIMITED BY SIZE
                 INTO AUDIT-RPT-LINE
           WRITE AUDIT-RPT-LINE.

      * Salary change trail.  Compares each loaded employee's salary
      * against the prior run's EMP-SNAPSHOT and appends a dated
      * old/new record to SALARY-HISTORY for every difference - the
      * same snapshot-and-compare approach AUDIT-DEPARTMENT-CHANGES
      * uses with DEPT-SNAPSHOT.  Runs before the day's transactions
      * are applied, so a CHGSAL shows up here on the next run once
      * it is on the master, and a hand edit shows up the same way.
      * The snapshot is then rewritten from the current load.
       AUDIT-EMPLOYEE-SALARY-CHANGES.
           MOVE "N" TO WS-EMP-SNAP-EOF-SW
           MOVE ZERO TO WS-PRIOR-EMP-COUNT
           MOVE ZERO TO WS-SALHIST-CHANGES
           SET PES-IDX TO 1
           OPEN INPUT EMP-SNAPSHOT
           IF WS-EMP-SNAP-STATUS = "00"
              PERFORM UNTIL WS-EMP-SNAP-EOF
                 READ EMP-SNAPSHOT
                    AT END
                       MOVE "Y" TO WS-EMP-SNAP-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-PRIOR-EMP-COUNT
                       MOVE ESF-ID TO PRIOR-EMP-ID(PES-IDX)
                       MOVE ESF-SALARY TO PRIOR-EMP-SALARY(PES-IDX)
                       SET PES-IDX UP BY 1
                 END-READ
              END-PERFORM
              CLOSE EMP-SNAPSHOT
           END-IF

           MOVE WS-RUN-DATE TO WS-AUDIT-DATE

           OPEN EXTEND SALARY-HISTORY
           IF WS-SALHIST-STATUS NOT = "00"
              OPEN OUTPUT SALARY-HISTORY
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              MOVE "N" TO WS-PRIOR-SAL-FOUND-SW
              PERFORM VARYING PES-IDX FROM 1 BY 1
                    UNTIL PES-IDX > WS-PRIOR-EMP-COUNT
                 IF PRIOR-EMP-ID(PES-IDX) = EMP-ID(I)
                    MOVE "Y" TO WS-PRIOR-SAL-FOUND-SW
                    MOVE PRIOR-EMP-SALARY(PES-IDX)
                       TO WS-PRIOR-SAL-HOLD
                 END-IF
              END-PERFORM
              IF WS-PRIOR-SAL-FOUND
                 AND EMP-SALARY(I) NOT = WS-PRIOR-SAL-HOLD
                 ADD 1 TO WS-SALHIST-CHANGES
                 MOVE EMP-ID(I) TO SHF-EMP-ID
                 MOVE WS-AUDIT-DATE TO SHF-DATE
                 MOVE WS-PRIOR-SAL-HOLD TO SHF-OLD-SALARY
                 MOVE EMP-SALARY(I) TO SHF-NEW-SALARY
                 WRITE SALARY-HIST-RECORD
              END-IF
           END-PERFORM
           CLOSE SALARY-HISTORY

           OPEN OUTPUT EMP-SNAPSHOT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              MOVE EMP-ID(I) TO ESF-ID
              MOVE EMP-SALARY(I) TO ESF-SALARY
              WRITE EMP-SNAP-RECORD
           END-PERFORM
           CLOSE EMP-SNAPSHOT.

      * Pay-progression inquiry listing - the whole SALARY-HISTORY
      * file sorted by employee then date, grouped with one header
      * per employee so a full pay progression reads top to bottom.
       PRINT-SALARY-HISTORY-LISTING.
           MOVE "N" TO WS-SALHIST-EOF-SW
           MOVE ZERO TO WS-SH-COUNT
           OPEN INPUT SALARY-HISTORY
           IF WS-SALHIST-STATUS = "00"
              PERFORM UNTIL WS-SALHIST-EOF
                 READ SALARY-HISTORY
                    AT END
                       MOVE "Y" TO WS-SALHIST-EOF-SW
                    NOT AT END
                       IF WS-SH-COUNT < WS-MAX-SALHIST
                          ADD 1 TO WS-SH-COUNT
                          MOVE SHF-EMP-ID TO SH-EMP-ID(WS-SH-COUNT)
                          MOVE SHF-DATE TO SH-DATE(WS-SH-COUNT)
                          MOVE SHF-OLD-SALARY
                             TO SH-OLD-SALARY(WS-SH-COUNT)
                          MOVE SHF-NEW-SALARY
                             TO SH-NEW-SALARY(WS-SH-COUNT)
                       ELSE
                          MOVE "Y" TO WS-SALHIST-EOF-SW
                          DISPLAY "SALARY-HISTORY EXCEEDS "
                             WS-MAX-SALHIST " ENTRIES - "
                             "LISTING TRUNCATED"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALARY-HISTORY
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-SH-COUNT
              PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                    UNTIL WS-SH-SUB > WS-SH-COUNT - I
                 IF SH-EMP-ID(WS-SH-SUB) > SH-EMP-ID(WS-SH-SUB + 1)
                    OR (SH-EMP-ID(WS-SH-SUB)
                           = SH-EMP-ID(WS-SH-SUB + 1)
                        AND SH-DATE(WS-SH-SUB)
                           > SH-DATE(WS-SH-SUB + 1))
                    MOVE SH-ENTRY(WS-SH-SUB) TO WS-SH-TEMP
                    MOVE SH-ENTRY(WS-SH-SUB + 1)
                       TO SH-ENTRY(WS-SH-SUB)
                       OR CTL-DEPT-COUNT NOT = WS-DEPT-COUNT
                       OR CTL-CHECKSUM NOT = WS-RUN-CHECKSUM
                       OR WS-MAINT-DEPT-CHANGES > ZERO
                       OR WS-DMNT-APPLIED > ZERO
                       MOVE ZERO TO WS-LAST-STEP
                       MOVE "N" TO WS-COMBINE-DONE-SW
                       MOVE "N" TO WS-YE-DONE-SW
                    INTO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              MOVE SPACES TO WS-RPT-LINE
              STRING "DEPT: " DELIMITED BY SIZE
                 DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                 "  LOCATION: " DELIMITED BY SIZE
                 DEPT-LOCATION(DEPT-IDX) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              MOVE SPACES TO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              MOVE SPACES TO WS-RPT-LINE
              STRING "EMP ID    EMPLOYEE NAME           SALARY"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              PERFORM VARYING COMB-IDX FROM 1 BY 1
                    UNTIL COMB-IDX > WS-EMP-COUNT
                 IF COMB-DEPT-NAME(COMB-IDX) = DEPT-NAME(DEPT-IDX)
                    MOVE COMB-SALARY(COMB-IDX) TO WS-SALARY-ED
                    MOVE SPACES TO WS-RPT-LINE
                    STRING COMB-EMP-ID(COMB-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       COMB-EMP-NAME(COMB-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SALARY-ED DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                    WRITE DEPT-RPT-LINE FROM WS-RPT-LINE
                    ADD COMB-SALARY(COMB-IDX) TO WS-DEPT-TOTAL
                 END-IF
              END-PERFORM

              MOVE WS-DEPT-TOTAL TO WS-DEPT-TOTAL-ED
              MOVE SPACES TO WS-RPT-LINE
              STRING "DEPARTMENT TOTAL: " DELIMITED BY SIZE
                 WS-DEPT-TOTAL-ED DELIMITED BY SIZE
                    INTO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              MOVE SPACES TO WS-RPT-LINE
              WRITE DEPT-RPT-LINE FROM WS-RPT-LINE

              ADD WS-DEPT-TOTAL TO WS-GRAND-TOTAL
           END-PERFORM

           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "GRAND TOTAL - ALL DEPARTMENTS: " DELIMITED BY SIZE
              WS-GRAND-TOTAL-ED DELIMITED BY SIZE
                 INTO WS-RPT-LINE
           WRITE DEPT-RPT-LINE FROM WS-RPT-LINE
           CLOSE DEPT-ROSTER-RPT.

       CALCULATE-DEPT-TOTALS.
           MOVE ZEROS TO WS-DEPT-TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = "IT" AND EMP-ACTIVE(I)
                 ADD EMP-SALARY(I) TO WS-DEPT-TOTAL
              END-IF
           END-PERFORM
           DISPLAY "IT Department Total Salary: " WS-DEPT-TOTAL

           MOVE ZEROS TO WS-DEPT-TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = "HR" AND EMP-ACTIVE(I)
                 ADD EMP-SALARY(I) TO WS-DEPT-TOTAL
              END-IF
           END-PERFORM
           DISPLAY "HR Department Total Salary: " WS-DEPT-TOTAL.

       CALCULATE-DEPT-STATISTICS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              PERFORM COMPUTE-ONE-DEPT-STATISTICS
              IF WS-DEPT-HEADCOUNT > ZERO
                 DIVIDE WS-DEPT-TOTAL BY WS-DEPT-HEADCOUNT
                    GIVING WS-DEPT-AVG
                 DISPLAY DEPT-NAME(DEPT-IDX) " - LOW: " WS-DEPT-LOW
                    " HIGH: " WS-DEPT-HIGH " AVG: " WS-DEPT-AVG
                    " TOP EARNER: " WS-DEPT-TOP-NAME
              END-IF
           END-PERFORM.

      * Headcount, salary total, low and high earner of the active
      * employees in department DEPT-IDX - also the salary range the
      * merit cycle places each employee in.
       COMPUTE-ONE-DEPT-STATISTICS.
           MOVE ZEROS TO WS-DEPT-TOTAL
           MOVE ZERO TO WS-DEPT-HEADCOUNT
           MOVE 9999999.99 TO WS-DEPT-LOW
           MOVE ZEROS TO WS-DEPT-HIGH
           MOVE SPACES TO WS-DEPT-TOP-NAME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                 ADD 1 TO WS-DEPT-HEADCOUNT
                 ADD EMP-SALARY(I) TO WS-DEPT-TOTAL
                 IF EMP-SALARY(I) < WS-DEPT-LOW
                    MOVE EMP-SALARY(I) TO WS-DEPT-LOW
                 END-IF
                 IF EMP-SALARY(I) > WS-DEPT-HIGH
                    MOVE EMP-SALARY(I) TO WS-DEPT-HIGH
                    MOVE EMP-NAME(I) TO WS-DEPT-TOP-NAME
                 END-IF
              END-IF
           END-PERFORM.

       SORT-SALARY-LISTING.
           MOVE ZERO TO WS-RANK-COUNT
           PERFORM VARYING COMB-IDX FROM 1 BY 1
                 UNTIL COMB-IDX > WS-EMP-COUNT
              IF COMB-DEPT-NAME(COMB-IDX) NOT = SPACES
                 ADD 1 TO WS-RANK-COUNT
                 MOVE COMB-EMP-ID(COMB-IDX)
                    TO RANK-EMP-ID(WS-RANK-COUNT)
                 MOVE COMB-EMP-NAME(COMB-IDX)
                    TO RANK-EMP-NAME(WS-RANK-COUNT)
                 MOVE COMB-DEPT-NAME(COMB-IDX)
                    TO RANK-DEPT-NAME(WS-RANK-COUNT)
                 MOVE COMB-LOCATION(COMB-IDX)
                    TO RANK-LOCATION(WS-RANK-COUNT)
                 MOVE COMB-SALARY(COMB-IDX)
                    TO RANK-SALARY(WS-RANK-COUNT)
              END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-RANK-COUNT
              PERFORM VARYING J FROM 1 BY 1
                    UNTIL J > WS-RANK-COUNT - I
                 IF RANK-SALARY(J) < RANK-SALARY(J + 1)
                    OR (RANK-SALARY(J) = RANK-SALARY(J + 1)
                        AND RANK-DEPT-NAME(J) > RANK-DEPT-NAME(J + 1))
                    MOVE RANK-RECORD(J) TO WS-RANK-TEMP
                    MOVE RANK-RECORD(J + 1) TO RANK-RECORD(J)
                    MOVE WS-RANK-TEMP TO RANK-RECORD(J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE ZERO TO WS-RANK-NO
           OPEN OUTPUT SALARY-RANK-RPT
           WRITE RANK-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO RANK-RPT-LINE
           STRING "RANK  EMP ID    EMPLOYEE NAME          "
                 "DEPARTMENT            SALARY"
                 DELIMITED BY SIZE INTO RANK-RPT-LINE
           WRITE RANK-RPT-LINE

           PERFORM VARYING RANK-IDX FROM 1 BY 1
                 UNTIL RANK-IDX > WS-RANK-COUNT
              ADD 1 TO WS-RANK-NO
              MOVE RANK-SALARY(RANK-IDX) TO WS-SALARY-ED
              MOVE SPACES TO RANK-RPT-LINE
              STRING WS-RANK-NO DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RANK-EMP-ID(RANK-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RANK-EMP-NAME(RANK-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RANK-DEPT-NAME(RANK-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-SALARY-ED DELIMITED BY SIZE
                    INTO RANK-RPT-LINE
              WRITE RANK-RPT-LINE
           END-PERFORM
           CLOSE SALARY-RANK-RPT.

      * Seniority report - one detail line per active employee with
      * completed years of service as of the run date, a service-band
      * summary, then the employees whose hire anniversary falls in
      * the next 60 days so their managers can be notified in time.
       PRINT-SENIORITY-REPORT.
           MOVE WS-RUN-DATE TO WS-EDIT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-SERIAL-RUN
           MOVE ZERO TO WS-BAND-UNDER-1
           MOVE ZERO TO WS-BAND-1-TO-5
           MOVE ZERO TO WS-BAND-5-TO-10
           MOVE ZERO TO WS-BAND-10-PLUS
           MOVE ZERO TO WS-ANNIV-COUNT
           OPEN OUTPUT SENIORITY-RPT
           WRITE SEN-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO SEN-RPT-LINE
           STRING "SENIORITY REPORT AS OF " DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
                 INTO SEN-RPT-LINE
           WRITE SEN-RPT-LINE
           MOVE SPACES TO SEN-RPT-LINE
           STRING "EMP ID    EMPLOYEE NAME           DEPT      "
                 "  HIRE DATE  YEARS"
                 DELIMITED BY SIZE INTO SEN-RPT-LINE
           WRITE SEN-RPT-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I)
                 PERFORM CALCULATE-SERVICE-YEARS
                 EVALUATE TRUE
                    WHEN WS-SEN-YEARS < 1
                       ADD 1 TO WS-BAND-UNDER-1
                    WHEN WS-SEN-YEARS < 5
                       ADD 1 TO WS-BAND-1-TO-5
                    WHEN WS-SEN-YEARS < 10
                       ADD 1 TO WS-BAND-5-TO-10
                    WHEN OTHER
                       ADD 1 TO WS-BAND-10-PLUS
                 END-EVALUATE
                 MOVE WS-SEN-YEARS TO WS-SEN-YEARS-ED
                 MOVE SPACES TO SEN-RPT-LINE
                 STRING EMP-ID(I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EMP-NAME(I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EMP-DEPT(I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    EMP-HIRE-DATE(I) DELIMITED BY SIZE
                    "    " DELIMITED BY SIZE
                    WS-SEN-YEARS-ED DELIMITED BY SIZE
                       INTO SEN-RPT-LINE
                 WRITE SEN-RPT-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO SEN-RPT-LINE
           WRITE SEN-RPT-LINE
           MOVE SPACES TO SEN-RPT-LINE
           STRING "SERVICE BANDS - UNDER 1 YR: " DELIMITED BY SIZE
              WS-BAND-UNDER-1 DELIMITED BY SIZE
              "  1-5: " DELIMITED BY SIZE
              WS-BAND-1-TO-5 DELIMITED BY SIZE
              "  5-10: " DELIMITED BY SIZE
              WS-BAND-5-TO-10 DELIMITED BY SIZE
              "  10+: " DELIMITED BY SIZE
              WS-BAND-10-PLUS DELIMITED BY SIZE
                 INTO SEN-RPT-LINE
           WRITE SEN-RPT-LINE

           MOVE SPACES TO SEN-RPT-LINE
           WRITE SEN-RPT-LINE
           MOVE SPACES TO SEN-RPT-LINE
           STRING "ANNIVERSARIES IN THE NEXT 60 DAYS"
                 DELIMITED BY SIZE INTO SEN-RPT-LINE
           WRITE SEN-RPT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I)
                 PERFORM CHECK-UPCOMING-ANNIVERSARY
              END-IF
           END-PERFORM
           IF WS-ANNIV-COUNT = ZERO
              MOVE SPACES TO SEN-RPT-LINE
              STRING "NO ANNIVERSARIES IN THE WINDOW"
                    DELIMITED BY SIZE INTO SEN-RPT-LINE
              WRITE SEN-RPT-LINE
           END-IF
           CLOSE SENIORITY-RPT.

      * Completed years of service for employee I as of the run date:
      * year difference, less one when the anniversary has not yet
      * come around this year.  A hire date in the future counts as
      * zero rather than going negative.
       CALCULATE-SERVICE-YEARS.
           MOVE EMP-HIRE-DATE(I) TO WS-SEN-HIRE-DATE
           SUBTRACT WS-SEN-HIRE-CCYY FROM WS-RUN-CCYY
              GIVING WS-SEN-YEARS
           IF WS-RUN-MMDD < WS-SEN-HIRE-MMDD
              SUBTRACT 1 FROM WS-SEN-YEARS
           END-IF
           IF WS-SEN-YEARS < ZERO
              MOVE ZERO TO WS-SEN-YEARS
           END-IF.

      * Does employee I's next hire anniversary fall within 60 days
      * of the run date?  The anniversary is the hire month/day in
      * the run year, or the next year once it has already passed; a
      * February 29 hire observes February 28 in a common year.
       CHECK-UPCOMING-ANNIVERSARY.
           MOVE EMP-HIRE-DATE(I) TO WS-SEN-HIRE-DATE
           MOVE WS-RUN-CCYY TO WS-EDIT-DATE-CCYY
           MOVE WS-SEN-HIRE-MM TO WS-EDIT-DATE-MM
           MOVE WS-SEN-HIRE-DD TO WS-EDIT-DATE-DD
           IF WS-SEN-HIRE-MMDD < WS-RUN-MMDD
              ADD 1 TO WS-EDIT-DATE-CCYY
           END-IF
           IF WS-EDIT-DATE-MM = 2 AND WS-EDIT-DATE-DD = 29
              PERFORM CHECK-LEAP-YEAR
              IF NOT WS-LEAP-YEAR
                 MOVE 28 TO WS-EDIT-DATE-DD
              END-IF
           END-IF
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-SERIAL-ANNIV
           SUBTRACT WS-SERIAL-RUN FROM WS-SERIAL-ANNIV
              GIVING WS-DAYS-TO-ANNIV
           IF WS-DAYS-TO-ANNIV NOT < ZERO
              AND WS-DAYS-TO-ANNIV NOT > 60
              ADD 1 TO WS-ANNIV-COUNT
              PERFORM CALCULATE-SERVICE-YEARS
      * An anniversary falling on the run date itself is already
      * counted in the completed years - only a still-upcoming one
      * adds the year being completed.
              IF WS-DAYS-TO-ANNIV > ZERO
                 ADD 1 TO WS-SEN-YEARS
              END-IF
              MOVE WS-SEN-YEARS TO WS-SEN-YEARS-ED
              MOVE SPACES TO SEN-RPT-LINE
              STRING EMP-ID(I) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 EMP-NAME(I) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 EMP-HIRE-DATE(I) DELIMITED BY SIZE
                 "  COMPLETES YEAR " DELIMITED BY SIZE
                 WS-SEN-YEARS-ED DELIMITED BY SIZE
                    INTO SEN-RPT-LINE
              WRITE SEN-RPT-LINE
           END-IF.

      * Serial day number for the calendar date in WS-EDIT-DATE -
      * monotonic across month and year boundaries so two dates can
      * be differenced directly.  January and February count as
      * months 13 and 14 of the prior year.
       CONVERT-DATE-TO-SERIAL.
           MOVE WS-EDIT-DATE-CCYY TO WS-SER-YEAR
           MOVE WS-EDIT-DATE-MM TO WS-SER-MONTH
           IF WS-SER-MONTH < 3
              SUBTRACT 1 FROM WS-SER-YEAR
              ADD 12 TO WS-SER-MONTH
           END-IF
           DIVIDE WS-SER-YEAR BY 4 GIVING WS-SER-T1
           DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-T2
           DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-T3
           COMPUTE WS-SER-T4 = 153 * (WS-SER-MONTH + 1)
           DIVIDE WS-SER-T4 BY 5 GIVING WS-SER-T4
           COMPUTE WS-DATE-SERIAL = 365 * WS-SER-YEAR
              + WS-SER-T1 - WS-SER-T2 + WS-SER-T3
              + WS-SER-T4 + WS-EDIT-DATE-DD.

      * Location rollup - the site view facilities and finance asked
      * for.  Per location on the LOCATION-MASTER: each department
      * sited there with active headcount and salary cost, a site
      * total, then a company grand total.  Departments whose
      * location matched nothing (already on LOC-EXCEPTION-RPT)
      * section at the end so the grand total still ties out to the
      * roster.
       PRINT-LOCATION-ROLLUP.
           IF NOT WS-LOC-LOADED
              DISPLAY "LOCATION ROLLUP SKIPPED - NO LOCATION-MASTER"
           ELSE
              PERFORM PRINT-LOCATION-ROLLUP-BODY
           END-IF.

       PRINT-LOCATION-ROLLUP-BODY.
           MOVE ZEROS TO WS-LOC-GRAND-COST
           OPEN OUTPUT LOCATION-ROLLUP-RPT
           WRITE LOC-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO LOC-RPT-LINE
           STRING "LOCATION COST ROLLUP REPORT"
                 DELIMITED BY SIZE INTO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                 UNTIL LOC-IDX > WS-LOC-COUNT
              MOVE ZEROS TO WS-LOC-SITE-COST
              MOVE ZERO TO WS-LOC-SITE-HEADS
              MOVE SPACES TO LOC-RPT-LINE
              STRING "LOCATION: " DELIMITED BY SIZE
                 LOC-NAME(LOC-IDX) DELIMITED BY SIZE
                    INTO LOC-RPT-LINE
              WRITE LOC-RPT-LINE
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                    UNTIL DEPT-IDX > WS-DEPT-COUNT
                 IF DEPT-LOCATION(DEPT-IDX) = LOC-NAME(LOC-IDX)
                    PERFORM ROLL-UP-ONE-DEPARTMENT
                 END-IF
              END-PERFORM
              MOVE WS-LOC-SITE-COST TO WS-GRAND-TOTAL-ED
              MOVE SPACES TO LOC-RPT-LINE
              STRING "SITE TOTAL - HEADCOUNT: " DELIMITED BY SIZE
                 WS-LOC-SITE-HEADS DELIMITED BY SIZE
                 "  COST: " DELIMITED BY SIZE
                 WS-GRAND-TOTAL-ED DELIMITED BY SIZE
                    INTO LOC-RPT-LINE
              WRITE LOC-RPT-LINE
              MOVE SPACES TO LOC-RPT-LINE
              WRITE LOC-RPT-LINE
              ADD WS-LOC-SITE-COST TO WS-LOC-GRAND-COST
           END-PERFORM

      * Departments with an unmatched location still cost money -
      * group them visibly so the company total ties to the roster.
           MOVE ZEROS TO WS-LOC-SITE-COST
           MOVE ZERO TO WS-LOC-SITE-HEADS
           MOVE SPACES TO LOC-RPT-LINE
           STRING "LOCATION: **NOT ON LOCATION MASTER**"
                 DELIMITED BY SIZE INTO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE "N" TO WS-LOC-MATCH-SW
              PERFORM VARYING LOC-IDX FROM 1 BY 1
                    UNTIL LOC-IDX > WS-LOC-COUNT
                 IF DEPT-LOCATION(DEPT-IDX) = LOC-NAME(LOC-IDX)
                    MOVE "Y" TO WS-LOC-MATCH-SW
                 END-IF
              END-PERFORM
              IF NOT WS-LOC-MATCHED
                 PERFORM ROLL-UP-ONE-DEPARTMENT
              END-IF
           END-PERFORM
           MOVE WS-LOC-SITE-COST TO WS-GRAND-TOTAL-ED
           MOVE SPACES TO LOC-RPT-LINE
           STRING "SITE TOTAL - HEADCOUNT: " DELIMITED BY SIZE
              WS-LOC-SITE-HEADS DELIMITED BY SIZE
              "  COST: " DELIMITED BY SIZE
              WS-GRAND-TOTAL-ED DELIMITED BY SIZE
                 INTO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           ADD WS-LOC-SITE-COST TO WS-LOC-GRAND-COST

           MOVE WS-LOC-GRAND-COST TO WS-GRAND-TOTAL-ED
           MOVE SPACES TO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           MOVE SPACES TO LOC-RPT-LINE
           STRING "COMPANY GRAND TOTAL - ALL LOCATIONS: "
                 DELIMITED BY SIZE
              WS-GRAND-TOTAL-ED DELIMITED BY SIZE
                 INTO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           CLOSE LOCATION-ROLLUP-RPT.

      * Active headcount and salary cost for the department DEPT-IDX
      * points at, written as one rollup detail line and added to
      * the current site accumulators.
       ROLL-UP-ONE-DEPARTMENT.
           MOVE ZERO TO WS-LOC-DEPT-HEADS
           MOVE ZEROS TO WS-LOC-DEPT-COST
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                 ADD 1 TO WS-LOC-DEPT-HEADS
                 ADD EMP-SALARY(I) TO WS-LOC-DEPT-COST
              END-IF
           END-PERFORM
           MOVE WS-LOC-DEPT-COST TO WS-DEPT-TOTAL-ED
           MOVE SPACES TO LOC-RPT-LINE
           STRING "  " DELIMITED BY SIZE
              DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
              "  HEADCOUNT: " DELIMITED BY SIZE
              WS-LOC-DEPT-HEADS DELIMITED BY SIZE
              "  COST: " DELIMITED BY SIZE
              WS-DEPT-TOTAL-ED DELIMITED BY SIZE
                 INTO LOC-RPT-LINE
           WRITE LOC-RPT-LINE
           ADD WS-LOC-DEPT-HEADS TO WS-LOC-SITE-HEADS
           ADD WS-LOC-DEPT-COST TO WS-LOC-SITE-COST.

      * Leave balance report - per department, every active
      * employee's vacation and sick balances in days with a
      * department headcount and total, employees whose department
      * code matched nothing sectioned at the end the same way the
      * payroll register handles them.
       PRINT-LEAVE-BALANCE-REPORT.
           OPEN OUTPUT LEAVE-BALANCE-RPT
           WRITE LEAVE-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO LEAVE-RPT-LINE
           STRING "LEAVE BALANCE REPORT - DAYS AS OF "
                 DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
                 INTO LEAVE-RPT-LINE
           WRITE LEAVE-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE ZEROS TO WS-LVDEPT-VAC
              MOVE ZEROS TO WS-LVDEPT-SICK
              MOVE ZERO TO WS-LVDEPT-HEADS
              MOVE SPACES TO LEAVE-RPT-LINE
              STRING "DEPT: " DELIMITED BY SIZE
                 DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    INTO LEAVE-RPT-LINE
              WRITE LEAVE-RPT-LINE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
                 IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                    PERFORM WRITE-LEAVE-EMPLOYEE-LINE
                 END-IF
              END-PERFORM
              PERFORM WRITE-LEAVE-DEPT-TOTALS
           END-PERFORM

           MOVE ZEROS TO WS-LVDEPT-VAC
           MOVE ZEROS TO WS-LVDEPT-SICK
           MOVE ZERO TO WS-LVDEPT-HEADS
           MOVE SPACES TO LEAVE-RPT-LINE
           STRING "DEPT: **UNMATCHED DEPT CODES**"
                 DELIMITED BY SIZE INTO LEAVE-RPT-LINE
           WRITE LEAVE-RPT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I)
                 MOVE "N" TO WS-DEPT-MATCH-SW
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-DEPT-COUNT
                    IF EMP-DEPT(I) = DEPT-ID(J)
                       MOVE "Y" TO WS-DEPT-MATCH-SW
                    END-IF
                 END-PERFORM
                 IF NOT WS-DEPT-MATCHED
                    PERFORM WRITE-LEAVE-EMPLOYEE-LINE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM WRITE-LEAVE-DEPT-TOTALS
           CLOSE LEAVE-BALANCE-RPT.

      * One balance detail line for employee I.  An active employee
      * with no balance record yet simply shows zero - the next FULL
      * run's accrual opens one.
       WRITE-LEAVE-EMPLOYEE-LINE.
           MOVE EMP-ID(I) TO WS-LV-SEARCH-ID
           PERFORM FIND-LEAVE-ENTRY
           IF WS-LEAVE-FOUND
              MOVE LVB-VAC-BAL(WS-LEAVE-SUB) TO WS-LV-VAC-ED
              MOVE LVB-SICK-BAL(WS-LEAVE-SUB) TO WS-LV-SICK-ED
              ADD LVB-VAC-BAL(WS-LEAVE-SUB) TO WS-LVDEPT-VAC
              ADD LVB-SICK-BAL(WS-LEAVE-SUB) TO WS-LVDEPT-SICK
           ELSE
              MOVE ZEROS TO WS-LV-VAC-ED
              MOVE ZEROS TO WS-LV-SICK-ED
           END-IF
           ADD 1 TO WS-LVDEPT-HEADS
           MOVE SPACES TO LEAVE-RPT-LINE
           STRING EMP-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              EMP-NAME(I) DELIMITED BY SIZE
              "  VAC: " DELIMITED BY SIZE
              WS-LV-VAC-ED DELIMITED BY SIZE
              "  SICK: " DELIMITED BY SIZE
              WS-LV-SICK-ED DELIMITED BY SIZE
                 INTO LEAVE-RPT-LINE
           WRITE LEAVE-RPT-LINE.

       WRITE-LEAVE-DEPT-TOTALS.
           MOVE WS-LVDEPT-VAC TO WS-LVDEPT-VAC-ED
           MOVE WS-LVDEPT-SICK TO WS-LVDEPT-SICK-ED
           MOVE SPACES TO LEAVE-RPT-LINE
           STRING "DEPT TOTAL - HEADCOUNT: " DELIMITED BY SIZE
              WS-LVDEPT-HEADS DELIMITED BY SIZE
              "  VAC: " DELIMITED BY SIZE
              WS-LVDEPT-VAC-ED DELIMITED BY SIZE
              "  SICK: " DELIMITED BY SIZE
              WS-LVDEPT-SICK-ED DELIMITED BY SIZE
                 INTO LEAVE-RPT-LINE
           WRITE LEAVE-RPT-LINE
           MOVE SPACES TO LEAVE-RPT-LINE
           WRITE LEAVE-RPT-LINE.

      * Budget-vs-actual variance report.  Per department: budgeted
      * and actual headcount and salary cost, the over/under amount
      * and percentage for each, and a flag when either variance
      * passes the review tolerance.  Departments on only one side
      * of the match - budgeted but gone, or live but never
      * budgeted - section as exceptions so finance sees them
      * instead of a silent hole in the comparison.
       PRINT-BUDGET-VARIANCE.
           IF NOT WS-BUDG-LOADED
              DISPLAY "BUDGET VARIANCE SKIPPED - NO BUDGET-MASTER"
           ELSE
              PERFORM PRINT-BUDGET-VARIANCE-BODY
           END-IF.

       PRINT-BUDGET-VARIANCE-BODY.
           MOVE ZERO TO WS-BVR-EXCP-COUNT
           OPEN OUTPUT BUDGET-VARIANCE-RPT
           WRITE BUDG-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO BUDG-RPT-LINE
           MOVE WS-BVR-TOLERANCE TO WS-BVR-TOL-ED
           STRING "DEPARTMENT BUDGET VARIANCE REPORT - TOLERANCE "
                 DELIMITED BY SIZE
              WS-BVR-TOL-ED DELIMITED BY SIZE
              " PCT" DELIMITED BY SIZE
                 INTO BUDG-RPT-LINE
           WRITE BUDG-RPT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE "N" TO WS-BUDG-FOUND-SW
              MOVE ZERO TO WS-BUDG-SUB
              PERFORM VARYING BDG-IDX FROM 1 BY 1
                    UNTIL BDG-IDX > WS-BUDG-COUNT
                 IF BDG-DEPT-ID(BDG-IDX) = DEPT-ID(DEPT-IDX)
                    MOVE "Y" TO WS-BUDG-FOUND-SW
                    SET WS-BUDG-SUB TO BDG-IDX
                 END-IF
              END-PERFORM
              IF WS-BUDG-FOUND
                 PERFORM WRITE-BUDGET-VARIANCE-SECTION
              ELSE
                 ADD 1 TO WS-BVR-EXCP-COUNT
                 MOVE SPACES TO BUDG-RPT-LINE
                 STRING "EXCEPTION - DEPT " DELIMITED BY SIZE
                    DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    " NOT ON BUDGET-MASTER" DELIMITED BY SIZE
                       INTO BUDG-RPT-LINE
                 WRITE BUDG-RPT-LINE
              END-IF
           END-PERFORM
      * Budgets whose department no longer exists on DEPARTMENT-
      * TABLE - money set aside for a ghost.
           PERFORM VARYING BDG-IDX FROM 1 BY 1
                 UNTIL BDG-IDX > WS-BUDG-COUNT
              MOVE "N" TO WS-DEPT-MATCH-SW
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
                 IF DEPT-ID(J) = BDG-DEPT-ID(BDG-IDX)
                    MOVE "Y" TO WS-DEPT-MATCH-SW
                 END-IF
              END-PERFORM
              IF NOT WS-DEPT-MATCHED
                 ADD 1 TO WS-BVR-EXCP-COUNT
                 MOVE SPACES TO BUDG-RPT-LINE
                 STRING "EXCEPTION - BUDGET DEPT " DELIMITED BY SIZE
                    BDG-DEPT-ID(BDG-IDX) DELIMITED BY SIZE
                    " NOT ON DEPARTMENT-MASTER" DELIMITED BY SIZE
                       INTO BUDG-RPT-LINE
                 WRITE BUDG-RPT-LINE
              END-IF
           END-PERFORM
           IF WS-BVR-EXCP-COUNT = ZERO
              MOVE SPACES TO BUDG-RPT-LINE
              STRING "ALL DEPARTMENTS MATCHED BOTH WAYS"
                    DELIMITED BY SIZE INTO BUDG-RPT-LINE
              WRITE BUDG-RPT-LINE
           END-IF
           CLOSE BUDGET-VARIANCE-RPT.

      * One department's variance section.  Actuals are the active
      * employees on the live load; a zero budget with activity
      * shows the ceiling percentage rather than dividing by zero.
       WRITE-BUDGET-VARIANCE-SECTION.
           MOVE ZERO TO WS-BVR-ACT-HEADS
           MOVE ZEROS TO WS-BVR-ACT-SALARY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                 ADD 1 TO WS-BVR-ACT-HEADS
                 ADD EMP-SALARY(I) TO WS-BVR-ACT-SALARY
              END-IF
           END-PERFORM
           SUBTRACT BDG-HEADCOUNT(WS-BUDG-SUB)
              FROM WS-BVR-ACT-HEADS GIVING WS-BVR-HEAD-VAR
           SUBTRACT BDG-SALARY(WS-BUDG-SUB)
              FROM WS-BVR-ACT-SALARY GIVING WS-BVR-SAL-VAR
           IF BDG-HEADCOUNT(WS-BUDG-SUB) > ZERO
              COMPUTE WS-BVR-HEAD-PCT ROUNDED
                 = WS-BVR-HEAD-VAR * 100
                    / BDG-HEADCOUNT(WS-BUDG-SUB)
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-BVR-HEAD-PCT
              END-COMPUTE
           ELSE
              IF WS-BVR-HEAD-VAR = ZERO
                 MOVE ZEROS TO WS-BVR-HEAD-PCT
              ELSE
                 MOVE 999.9 TO WS-BVR-HEAD-PCT
              END-IF
           END-IF
           IF BDG-SALARY(WS-BUDG-SUB) > ZERO
              COMPUTE WS-BVR-SAL-PCT ROUNDED
                 = WS-BVR-SAL-VAR * 100 / BDG-SALARY(WS-BUDG-SUB)
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-BVR-SAL-PCT
              END-COMPUTE
           ELSE
              IF WS-BVR-SAL-VAR = ZERO
                 MOVE ZEROS TO WS-BVR-SAL-PCT
              ELSE
                 MOVE 999.9 TO WS-BVR-SAL-PCT
              END-IF
           END-IF
           IF WS-BVR-HEAD-PCT < ZERO
              SUBTRACT WS-BVR-HEAD-PCT FROM ZERO
                 GIVING WS-BVR-HEAD-ABS
           ELSE
              MOVE WS-BVR-HEAD-PCT TO WS-BVR-HEAD-ABS
           END-IF
           IF WS-BVR-SAL-PCT < ZERO
              SUBTRACT WS-BVR-SAL-PCT FROM ZERO GIVING WS-BVR-SAL-ABS
           ELSE
              MOVE WS-BVR-SAL-PCT TO WS-BVR-SAL-ABS
           END-IF
           IF WS-BVR-HEAD-ABS > WS-BVR-TOLERANCE
              OR WS-BVR-SAL-ABS > WS-BVR-TOLERANCE
              MOVE "** OVER TOLERANCE **" TO WS-BVR-FLAG
           ELSE
              MOVE SPACES TO WS-BVR-FLAG
           END-IF
           MOVE SPACES TO BUDG-RPT-LINE
           STRING "DEPT: " DELIMITED BY SIZE
              DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BVR-FLAG DELIMITED BY SIZE
                 INTO BUDG-RPT-LINE
           WRITE BUDG-RPT-LINE
           MOVE WS-BVR-HEAD-VAR TO WS-BVR-HVAR-ED
           MOVE WS-BVR-HEAD-PCT TO WS-BVR-PCT-ED
           MOVE SPACES TO BUDG-RPT-LINE
           STRING "  HEADCOUNT BUDGET: " DELIMITED BY SIZE
              BDG-HEADCOUNT(WS-BUDG-SUB) DELIMITED BY SIZE
              "  ACTUAL: " DELIMITED BY SIZE
              WS-BVR-ACT-HEADS DELIMITED BY SIZE
              "  VARIANCE: " DELIMITED BY SIZE
              WS-BVR-HVAR-ED DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WS-BVR-PCT-ED DELIMITED BY SIZE
              " PCT)" DELIMITED BY SIZE
                 INTO BUDG-RPT-LINE
           WRITE BUDG-RPT-LINE
           MOVE BDG-SALARY(WS-BUDG-SUB) TO WS-BVR-BUDSAL-ED
           MOVE WS-BVR-ACT-SALARY TO WS-BVR-SAL-ED
           MOVE WS-BVR-SAL-VAR TO WS-BVR-VAR-ED
           MOVE WS-BVR-SAL-PCT TO WS-BVR-PCT-ED
           MOVE SPACES TO BUDG-RPT-LINE
           STRING "  SALARY    BUDGET: " DELIMITED BY SIZE
              WS-BVR-BUDSAL-ED DELIMITED BY SIZE
              "  ACTUAL: " DELIMITED BY SIZE
              WS-BVR-SAL-ED DELIMITED BY SIZE
              "  VARIANCE: " DELIMITED BY SIZE
              WS-BVR-VAR-ED DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              WS-BVR-PCT-ED DELIMITED BY SIZE
              " PCT)" DELIMITED BY SIZE
                 INTO BUDG-RPT-LINE
           WRITE BUDG-RPT-LINE.

      * Locate WS-MV-SEARCH-DEPT on MOVE-TABLE - lookup only.
       FIND-MOVE-ENTRY.
           MOVE "N" TO WS-MOVE-FOUND-SW
           MOVE ZERO TO WS-MOVE-SUB
           PERFORM VARYING MVT-IDX FROM 1 BY 1
                 UNTIL MVT-IDX > WS-MOVE-COUNT
              IF MVT-DEPT-ID(MVT-IDX) = WS-MV-SEARCH-DEPT
                 MOVE "Y" TO WS-MOVE-FOUND-SW
                 SET WS-MOVE-SUB TO MVT-IDX
              END-IF
           END-PERFORM.

      * Find-or-open the movement counters for WS-MV-SEARCH-DEPT.
      * A full table drops the count with a console note rather
      * than failing the batch - the register still has the detail.
       GET-MOVE-ENTRY.
           PERFORM FIND-MOVE-ENTRY
           IF NOT WS-MOVE-FOUND
              IF WS-MOVE-COUNT < WS-MAX-MOVES
                 ADD 1 TO WS-MOVE-COUNT
                 MOVE WS-MV-SEARCH-DEPT
                    TO MVT-DEPT-ID(WS-MOVE-COUNT)
                 MOVE ZEROS TO MVT-HIRES(WS-MOVE-COUNT)
                 MOVE ZEROS TO MVT-TERMS(WS-MOVE-COUNT)
                 MOVE ZEROS TO MVT-XFER-IN(WS-MOVE-COUNT)
                 MOVE ZEROS TO MVT-XFER-OUT(WS-MOVE-COUNT)
                 MOVE WS-MOVE-COUNT TO WS-MOVE-SUB
                 MOVE "Y" TO WS-MOVE-FOUND-SW
              ELSE
                 DISPLAY "MOVE-TABLE FULL - MOVEMENT NOT COUNTED "
                    "FOR DEPT " WS-MV-SEARCH-DEPT
              END-IF
           END-IF.

      * Load DEPT-STATS-HISTORY to STAT-TABLE, noting whether this
      * run date already posted - the dedupe guard against a same-
      * day restart doubling the day's movement.
       LOAD-STAT-HISTORY.
           MOVE "N" TO WS-STAT-EOF-SW
           MOVE "N" TO WS-STAT-DUP-SW
           MOVE ZERO TO WS-STAT-COUNT
           OPEN INPUT DEPT-STATS-HISTORY
           IF WS-STAT-STATUS = "00"
              PERFORM UNTIL WS-STAT-EOF
                 READ DEPT-STATS-HISTORY
                    AT END
                       MOVE "Y" TO WS-STAT-EOF-SW
                    NOT AT END
                       IF STF-RUN-DATE = WS-RUN-DATE
                          MOVE "Y" TO WS-STAT-DUP-SW
                       END-IF
                       IF WS-STAT-COUNT < WS-MAX-STATS
                          ADD 1 TO WS-STAT-COUNT
                          MOVE STF-RUN-DATE
                             TO STT-RUN-DATE(WS-STAT-COUNT)
                          MOVE STF-DEPT-ID
                             TO STT-DEPT-ID(WS-STAT-COUNT)
                          MOVE STF-HEADCOUNT
                             TO STT-HEADCOUNT(WS-STAT-COUNT)
                          MOVE STF-HIRES TO STT-HIRES(WS-STAT-COUNT)
                          MOVE STF-TERMS TO STT-TERMS(WS-STAT-COUNT)
                          MOVE STF-XFER-IN
                             TO STT-XFER-IN(WS-STAT-COUNT)
                          MOVE STF-XFER-OUT
                             TO STT-XFER-OUT(WS-STAT-COUNT)
                          MOVE STF-SALARY
                             TO STT-SALARY(WS-STAT-COUNT)
                       ELSE
                          MOVE "Y" TO WS-STAT-EOF-SW
                          DISPLAY "DEPT-STATS-HISTORY EXCEEDS "
                             WS-MAX-STATS " ENTRIES - TREND "
                             "TRUNCATED"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-STATS-HISTORY
           END-IF.

      * Append this run's summary record per department: the post-
      * update active headcount and salary cost (the report steps
      * never change EMPLOYEE-TABLE, so these are the end-of-run
      * values) plus the movement counters.
      * Movement on a department code that matches nothing on
      * DEPARTMENT-TABLE still writes its own record - a transfer
      * to a misspelled code is movement the trend must not lose.
       WRITE-DEPT-STATISTICS.
           PERFORM LOAD-STAT-HISTORY
           IF WS-STAT-DUP
              DISPLAY "DEPT STATISTICS ALREADY POSTED FOR "
                 WS-RUN-DATE " - NOT REPOSTED"
           ELSE
              OPEN EXTEND DEPT-STATS-HISTORY
              IF WS-STAT-STATUS NOT = "00"
                 OPEN OUTPUT DEPT-STATS-HISTORY
              END-IF
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                    UNTIL DEPT-IDX > WS-DEPT-COUNT
                 MOVE DEPT-ID(DEPT-IDX) TO WS-MV-SEARCH-DEPT
                 PERFORM WRITE-ONE-DEPT-STAT
              END-PERFORM
              PERFORM VARYING MVT-IDX FROM 1 BY 1
                    UNTIL MVT-IDX > WS-MOVE-COUNT
                 MOVE "N" TO WS-DEPT-MATCH-SW
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-DEPT-COUNT
                    IF DEPT-ID(J) = MVT-DEPT-ID(MVT-IDX)
                       MOVE "Y" TO WS-DEPT-MATCH-SW
                    END-IF
                 END-PERFORM
                 IF NOT WS-DEPT-MATCHED
                    MOVE MVT-DEPT-ID(MVT-IDX) TO WS-MV-SEARCH-DEPT
                    PERFORM WRITE-ONE-DEPT-STAT
                 END-IF
              END-PERFORM
              CLOSE DEPT-STATS-HISTORY
           END-IF.

      * One statistics record for the department code in
      * WS-MV-SEARCH-DEPT.
       WRITE-ONE-DEPT-STAT.
           MOVE WS-RUN-DATE TO STF-RUN-DATE
           MOVE WS-MV-SEARCH-DEPT TO STF-DEPT-ID
           MOVE ZEROS TO STF-HEADCOUNT
           MOVE ZEROS TO STF-SALARY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-DEPT(I) = WS-MV-SEARCH-DEPT AND EMP-ACTIVE(I)
                 ADD 1 TO STF-HEADCOUNT
                 ADD EMP-SALARY(I) TO STF-SALARY
              END-IF
           END-PERFORM
           PERFORM FIND-MOVE-ENTRY
           IF WS-MOVE-FOUND
              MOVE MVT-HIRES(WS-MOVE-SUB) TO STF-HIRES
              MOVE MVT-TERMS(WS-MOVE-SUB) TO STF-TERMS
              MOVE MVT-XFER-IN(WS-MOVE-SUB) TO STF-XFER-IN
              MOVE MVT-XFER-OUT(WS-MOVE-SUB) TO STF-XFER-OUT
           ELSE
              MOVE ZEROS TO STF-HIRES
              MOVE ZEROS TO STF-TERMS
              MOVE ZEROS TO STF-XFER-IN
              MOVE ZEROS TO STF-XFER-OUT
           END-IF
           WRITE DEPT-STAT-RECORD.

      * Month-over-month trend report - each department's last few
      * statistics records in run-date order with the movement
      * counts and a net headcount change against the prior record.
       PRINT-TREND-REPORT.
           PERFORM LOAD-STAT-HISTORY
           OPEN OUTPUT TREND-RPT
           WRITE TREND-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO TREND-RPT-LINE
           STRING "HEADCOUNT MOVEMENT TREND REPORT - LAST "
                 DELIMITED BY SIZE
              WS-TRD-WINDOW DELIMITED BY SIZE
              " RUNS PER DEPARTMENT" DELIMITED BY SIZE
                 INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           IF WS-STAT-COUNT = ZERO
              MOVE SPACES TO TREND-RPT-LINE
              STRING "NO STATISTICS HISTORY ON FILE"
                    DELIMITED BY SIZE INTO TREND-RPT-LINE
              WRITE TREND-RPT-LINE
           ELSE
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                    UNTIL DEPT-IDX > WS-DEPT-COUNT
                 MOVE DEPT-ID(DEPT-IDX) TO WS-TRD-DEPT-ID
                 MOVE DEPT-NAME(DEPT-IDX) TO WS-TRD-DEPT-NAME
                 PERFORM PRINT-TREND-DEPT-SECTION
              END-PERFORM
              PERFORM PRINT-TREND-ORPHAN-SECTIONS
           END-IF
           CLOSE TREND-RPT.

      * History dept-ids with no match on DEPARTMENT-TABLE -
      * retired departments and the unmatched-code records the
      * statistics post deliberately writes - section at the end,
      * the same two-way posture the budget variance report takes.
      * Each orphan id is printed once, at its first appearance in
      * the history.
       PRINT-TREND-ORPHAN-SECTIONS.
           PERFORM VARYING WS-TRD-SCAN FROM 1 BY 1
                 UNTIL WS-TRD-SCAN > WS-STAT-COUNT
              MOVE "N" TO WS-DEPT-MATCH-SW
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DEPT-COUNT
                 IF DEPT-ID(J) = STT-DEPT-ID(WS-TRD-SCAN)
                    MOVE "Y" TO WS-DEPT-MATCH-SW
                 END-IF
              END-PERFORM
              IF NOT WS-DEPT-MATCHED
                 MOVE "Y" TO WS-TRD-FIRST-OCC-SW
                 PERFORM VARYING WS-TRD-SCAN2 FROM 1 BY 1
                       UNTIL WS-TRD-SCAN2 >= WS-TRD-SCAN
                    IF STT-DEPT-ID(WS-TRD-SCAN2)
                          = STT-DEPT-ID(WS-TRD-SCAN)
                       MOVE "N" TO WS-TRD-FIRST-OCC-SW
                    END-IF
                 END-PERFORM
                 IF WS-TRD-FIRST-OCC
                    MOVE STT-DEPT-ID(WS-TRD-SCAN) TO WS-TRD-DEPT-ID
                    MOVE "** NOT ON DEPARTMENT-MASTER **"
                       TO WS-TRD-DEPT-NAME
                    PERFORM PRINT-TREND-DEPT-SECTION
                 END-IF
              END-IF
           END-PERFORM.

       PRINT-TREND-DEPT-SECTION.
           MOVE ZERO TO WS-TRD-DEPT-RECS
           PERFORM VARYING STT-IDX FROM 1 BY 1
                 UNTIL STT-IDX > WS-STAT-COUNT
              IF STT-DEPT-ID(STT-IDX) = WS-TRD-DEPT-ID
                 ADD 1 TO WS-TRD-DEPT-RECS
              END-IF
           END-PERFORM
           IF WS-TRD-DEPT-RECS > ZERO
              MOVE SPACES TO TREND-RPT-LINE
              WRITE TREND-RPT-LINE
              MOVE SPACES TO TREND-RPT-LINE
              STRING "DEPT: " DELIMITED BY SIZE
                 WS-TRD-DEPT-ID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-TRD-DEPT-NAME DELIMITED BY SIZE
                    INTO TREND-RPT-LINE
              WRITE TREND-RPT-LINE
              MOVE SPACES TO TREND-RPT-LINE
              STRING "  RUN DATE  HEADS  HIRES TERMS XFR-IN "
                    "XFR-OUT NET-CHG        SALARY"
                    DELIMITED BY SIZE INTO TREND-RPT-LINE
              WRITE TREND-RPT-LINE
              MOVE ZERO TO WS-TRD-SEQ
              MOVE ZERO TO WS-TRD-PREV-HEADS
              MOVE "Y" TO WS-TRD-FIRST-SW
              PERFORM VARYING STT-IDX FROM 1 BY 1
                    UNTIL STT-IDX > WS-STAT-COUNT
                 IF STT-DEPT-ID(STT-IDX) = WS-TRD-DEPT-ID
                    ADD 1 TO WS-TRD-SEQ
                    IF WS-TRD-FIRST
                       MOVE ZEROS TO WS-TRD-NET
                    ELSE
                       SUBTRACT WS-TRD-PREV-HEADS
                          FROM STT-HEADCOUNT(STT-IDX)
                          GIVING WS-TRD-NET
                    END-IF
                    IF WS-TRD-SEQ + WS-TRD-WINDOW
                          > WS-TRD-DEPT-RECS
                       PERFORM WRITE-TREND-DETAIL-LINE
                    END-IF
                    MOVE STT-HEADCOUNT(STT-IDX)
                       TO WS-TRD-PREV-HEADS
                    MOVE "N" TO WS-TRD-FIRST-SW
                 END-IF
              END-PERFORM
           END-IF.

       WRITE-TREND-DETAIL-LINE.
           MOVE WS-TRD-NET TO WS-TRD-NET-ED
           MOVE STT-SALARY(STT-IDX) TO WS-TRD-SAL-ED
           MOVE SPACES TO TREND-RPT-LINE
           STRING "  " DELIMITED BY SIZE
              STT-RUN-DATE(STT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              STT-HEADCOUNT(STT-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              STT-HIRES(STT-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              STT-TERMS(STT-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              STT-XFER-IN(STT-IDX) DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              STT-XFER-OUT(STT-IDX) DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              WS-TRD-NET-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-TRD-SAL-ED DELIMITED BY SIZE
                 INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

      * Gross-to-net payroll phase.  Loads the period count and tax/
      * deduction rates from PAY-RATES-FILE, then pays every active
      * employee: per-period gross derived from the annual EMP-SALARY,
      * tax and deduction applied to it, net written per employee to
      * NET-PAY-FILE, with a department-sectioned register footing to
      * control totals by department and in total.
       CALCULATE-PAYROLL.
           MOVE ZERO TO WS-PAY-PERIODS
           OPEN INPUT PAY-RATES-FILE
           IF WS-RATES-STATUS = "00"
              READ PAY-RATES-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RTF-PERIODS NUMERIC
                       AND RTF-TAX-RATE NUMERIC
                       AND RTF-DEDUCT-RATE NUMERIC
                       MOVE RTF-PERIODS TO WS-PAY-PERIODS
                       MOVE RTF-TAX-RATE TO WS-TAX-RATE
                       MOVE RTF-DEDUCT-RATE TO WS-DEDUCT-RATE
                    END-IF
              END-READ
              CLOSE PAY-RATES-FILE
           END-IF
           IF WS-PAY-PERIODS > ZERO
              PERFORM LOAD-TAX-BRACKETS
           END-IF
           EVALUATE TRUE
              WHEN WS-PAY-PERIODS = ZERO
                 MOVE "Y" TO WS-PAY-SKIP-SW
                 DISPLAY "PAY-RATES-FILE MISSING OR INVALID - "
                    "PAYROLL PHASE SKIPPED"
              WHEN WS-TAX-BRACKETS-BAD
                 MOVE "Y" TO WS-PAY-SKIP-SW
                 DISPLAY "TAX-BRACKET-FILE INVALID - "
                    "PAYROLL PHASE SKIPPED"
              WHEN OTHER
                 PERFORM RUN-PAYROLL-PHASE
           END-EVALUATE.

      * The payroll proper, once the rates and brackets are good.
       RUN-PAYROLL-PHASE.
           PERFORM LOAD-DEDUCTION-ELECTIONS
           PERFORM LOAD-RETRO-PENDING
           PERFORM PRINT-PAYROLL-REGISTER
           PERFORM BUILD-GL-JOURNAL
           PERFORM REWRITE-YTD-EARNINGS
           PERFORM PRINT-RETRO-REGISTER
           PERFORM PRINT-FINAL-PAY-REGISTER
           PERFORM PRINT-DEDUCTIONS-REGISTER
           IF WS-FINAL-COUNT > ZERO
              PERFORM REWRITE-FINAL-PAY-QUEUE
           END-IF
           IF WS-FP-LEAVE-CHANGED
              PERFORM REWRITE-LEAVE-BALANCES
           END-IF.

      * Load RETRO-PENDING to RETRO-TABLE and match each entry to the
      * SALARY-HISTORY record maintenance wrote with it.  Every entry
      * starts out unpaid; PAY-ONE-EMPLOYEE settles the ones whose
      * employee it pays.  A record stamped paid on an earlier run
      * is settled and drops out here; one stamped with this run
      * date is a restart and is paid again.  A record queued
      * before the stamp was carried has spaces there and counts
      * as unpaid.  The queue is rewritten from this table after
      * the register, so an entry past the ceiling would be lost -
      * the run ends instead, the way the YTD load does.
       LOAD-RETRO-PENDING.
           MOVE "N" TO WS-RETRO-EOF-SW
           MOVE ZERO TO WS-RETRO-COUNT
           OPEN INPUT RETRO-PENDING
           IF WS-RETRO-STATUS = "00"
              PERFORM UNTIL WS-RETRO-EOF
                 READ RETRO-PENDING
                    AT END
                       MOVE "Y" TO WS-RETRO-EOF-SW
                    NOT AT END
                       IF RTP-PAID-DATE NOT NUMERIC
                          MOVE ZEROS TO RTP-PAID-DATE
                       END-IF
                       IF RTP-PAID-DATE = ZEROS
                          OR RTP-PAID-DATE = WS-RUN-DATE
                          PERFORM LOAD-ONE-RETRO-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETRO-PENDING
           END-IF
           IF WS-RETRO-COUNT > ZERO
              PERFORM MATCH-RETRO-HISTORY
           END-IF.

       LOAD-ONE-RETRO-ENTRY.
           IF WS-RETRO-COUNT >= WS-MAX-RETRO
              DISPLAY "RETRO-PENDING EXCEEDS MAX OF "
                 WS-MAX-RETRO " - RUN ENDED"
              CLOSE RETRO-PENDING
              MOVE 16 TO RETURN-CODE
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF
           ADD 1 TO WS-RETRO-COUNT
           MOVE RTP-EMP-ID TO RTE-EMP-ID(WS-RETRO-COUNT)
           MOVE RTP-EFF-DATE TO RTE-EFF-DATE(WS-RETRO-COUNT)
           MOVE RTP-QUEUED-DATE TO RTE-QUEUED-DATE(WS-RETRO-COUNT)
           MOVE RTP-PAID-DATE TO RTE-PAID-DATE(WS-RETRO-COUNT)
           MOVE ZEROS TO RTE-OLD-SALARY(WS-RETRO-COUNT)
           MOVE ZEROS TO RTE-NEW-SALARY(WS-RETRO-COUNT)
           MOVE "N" TO RTE-HIST-SW(WS-RETRO-COUNT)
           MOVE ZERO TO RTE-PERIODS(WS-RETRO-COUNT)
           MOVE ZEROS TO RTE-GROSS(WS-RETRO-COUNT)
           MOVE ZEROS TO RTE-NET(WS-RETRO-COUNT)
           MOVE "EMPLOYEE NOT PAID" TO RTE-STATUS(WS-RETRO-COUNT).

      * The last SALARY-HISTORY record for the employee dated on the
      * effective date is the one maintenance wrote.
       MATCH-RETRO-HISTORY.
           MOVE "N" TO WS-SALHIST-EOF-SW
           OPEN INPUT SALARY-HISTORY
           IF WS-SALHIST-STATUS = "00"
              PERFORM UNTIL WS-SALHIST-EOF
                 READ SALARY-HISTORY
                    AT END
                       MOVE "Y" TO WS-SALHIST-EOF-SW
                    NOT AT END
                       PERFORM VARYING RTE-IDX FROM 1 BY 1
                             UNTIL RTE-IDX > WS-RETRO-COUNT
                          IF RTE-EMP-ID(RTE-IDX) = SHF-EMP-ID
                             AND RTE-EFF-DATE(RTE-IDX) = SHF-DATE
                             MOVE SHF-OLD-SALARY
                                TO RTE-OLD-SALARY(RTE-IDX)
                             MOVE SHF-NEW-SALARY
                                TO RTE-NEW-SALARY(RTE-IDX)
                             MOVE "Y" TO RTE-HIST-SW(RTE-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SALARY-HISTORY
           END-IF.

      * Load the YTD-EARNINGS-FILE to YTD-TABLE.  A missing file is
      * simply a new year - the accumulators open at zero as each
      * employee is first paid.
       LOAD-YTD-EARNINGS.
           MOVE "N" TO WS-YTD-EOF-SW
           MOVE ZERO TO WS-YTD-COUNT
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-STATUS = "00"
              PERFORM UNTIL WS-YTD-EOF
                 READ YTD-EARNINGS-FILE
                    AT END
                       MOVE "Y" TO WS-YTD-EOF-SW
                    NOT AT END
      * The accumulator file is rewritten from this table after the
      * payroll phase - a record left out here is an employee's
      * year of earnings deleted for good, so a file past the
      * ceiling ends the run the way the employee load does.
                       IF WS-YTD-COUNT >= WS-MAX-EMPLOYEES
                          DISPLAY "YTD-EARNINGS-FILE EXCEEDS MAX OF "
                             WS-MAX-EMPLOYEES " - RUN ENDED"
                          CLOSE YTD-EARNINGS-FILE
                          MOVE 16 TO RETURN-CODE
                          PERFORM FAIL-PHASE-AND-END-RUN
                       END-IF
                       ADD 1 TO WS-YTD-COUNT
                       MOVE YTD-EMP-ID
                          TO YTE-EMP-ID(WS-YTD-COUNT)
                       MOVE YTD-GROSS TO YTE-GROSS(WS-YTD-COUNT)
                       MOVE YTD-TAX TO YTE-TAX(WS-YTD-COUNT)
                       MOVE YTD-DEDUCT
                          TO YTE-DEDUCT(WS-YTD-COUNT)
                       MOVE YTD-NET TO YTE-NET(WS-YTD-COUNT)
                       IF YTD-ROLL-DATE NUMERIC
                          MOVE YTD-ROLL-DATE
                             TO YTE-ROLL-DATE(WS-YTD-COUNT)
                       ELSE
                          MOVE ZEROS
                             TO YTE-ROLL-DATE(WS-YTD-COUNT)
                       END-IF
                       PERFORM LOAD-YTD-DEDUCTIONS
                 END-READ
              END-PERFORM
              CLOSE YTD-EARNINGS-FILE
           END-IF.

      * The deduction columns of the YTD record just read into entry
      * WS-YTD-COUNT - anything not numeric is a record written
      * before the columns existed and starts at zero.
       LOAD-YTD-DEDUCTIONS.
           IF YTD-RETIRE NUMERIC AND YTD-HEALTH NUMERIC
              AND YTD-ROLL-RETIRE NUMERIC
              MOVE YTD-RETIRE TO YTE-RETIRE(WS-YTD-COUNT)
              MOVE YTD-HEALTH TO YTE-HEALTH(WS-YTD-COUNT)
              MOVE YTD-ROLL-RETIRE TO YTE-ROLL-RETIRE(WS-YTD-COUNT)
           ELSE
              MOVE ZEROS TO YTE-RETIRE(WS-YTD-COUNT)
              MOVE ZEROS TO YTE-HEALTH(WS-YTD-COUNT)
              MOVE ZEROS TO YTE-ROLL-RETIRE(WS-YTD-COUNT)
           END-IF
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1 UNTIL WS-GN-SUB > 3
              IF YTD-GARN-YTD(WS-GN-SUB) NUMERIC
                 AND YTD-GARN-LTD(WS-GN-SUB) NUMERIC
                 AND YTD-GARN-ROLL(WS-GN-SUB) NUMERIC
                 MOVE YTD-GARN-CASE(WS-GN-SUB)
                    TO YTE-GARN-CASE(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE YTD-GARN-YTD(WS-GN-SUB)
                    TO YTE-GARN-YTD(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE YTD-GARN-LTD(WS-GN-SUB)
                    TO YTE-GARN-LTD(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE YTD-GARN-ROLL(WS-GN-SUB)
                    TO YTE-GARN-ROLL(WS-YTD-COUNT, WS-GN-SUB)
              ELSE
                 MOVE SPACES TO YTE-GARN-CASE(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE ZEROS TO YTE-GARN-YTD(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE ZEROS TO YTE-GARN-LTD(WS-YTD-COUNT, WS-GN-SUB)
                 MOVE ZEROS TO YTE-GARN-ROLL(WS-YTD-COUNT, WS-GN-SUB)
              END-IF
           END-PERFORM.

      * Locate employee I's YTD accumulator - sets WS-YTD-FOUND and
      * leaves WS-YTD-SUB pointing at the matching entry.
       FIND-YTD-ENTRY.
           MOVE "N" TO WS-YTD-FOUND-SW
           MOVE ZERO TO WS-YTD-SUB
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                 UNTIL YTD-IDX > WS-YTD-COUNT
              IF YTE-EMP-ID(YTD-IDX) = EMP-ID(I)
                 MOVE "Y" TO WS-YTD-FOUND-SW
                 SET WS-YTD-SUB TO YTD-IDX
              END-IF
           END-PERFORM.

       REWRITE-YTD-EARNINGS.
           OPEN OUTPUT YTD-EARNINGS-FILE
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                 UNTIL YTD-IDX > WS-YTD-COUNT
              MOVE YTE-EMP-ID(YTD-IDX) TO YTD-EMP-ID
              MOVE YTE-GROSS(YTD-IDX) TO YTD-GROSS
              MOVE YTE-TAX(YTD-IDX) TO YTD-TAX
              MOVE YTE-DEDUCT(YTD-IDX) TO YTD-DEDUCT
              MOVE YTE-NET(YTD-IDX) TO YTD-NET
              MOVE YTE-ROLL-DATE(YTD-IDX) TO YTD-ROLL-DATE
              MOVE YTE-RETIRE(YTD-IDX) TO YTD-RETIRE
              MOVE YTE-HEALTH(YTD-IDX) TO YTD-HEALTH
              MOVE YTE-ROLL-RETIRE(YTD-IDX) TO YTD-ROLL-RETIRE
              PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                    UNTIL WS-GN-SUB > 3
                 MOVE YTE-GARN-CASE(YTD-IDX, WS-GN-SUB)
                    TO YTD-GARN-CASE(WS-GN-SUB)
                 MOVE YTE-GARN-YTD(YTD-IDX, WS-GN-SUB)
                    TO YTD-GARN-YTD(WS-GN-SUB)
                 MOVE YTE-GARN-LTD(YTD-IDX, WS-GN-SUB)
                    TO YTD-GARN-LTD(WS-GN-SUB)
                 MOVE YTE-GARN-ROLL(YTD-IDX, WS-GN-SUB)
                    TO YTD-GARN-ROLL(WS-GN-SUB)
              END-PERFORM
              WRITE YTD-EARN-RECORD
           END-PERFORM
           CLOSE YTD-EARNINGS-FILE.

      * Year-end close: one earnings statement per accumulator on
      * EARNINGS-STMT-RPT, then the accumulators are reset so the
      * new year opens at zero.  An accumulator carrying a
      * garnishment's lifetime total is kept, its year amounts
      * zeroed, so a total cap still holds in the new year.  An
      * employee terminated or archived
      * during the year still has an accumulator and still gets a
      * statement - the name just comes from history's absence as
      * "NOT ON MASTER".
       YEAR-END-EARNINGS-CLOSE.
           OPEN OUTPUT EARNINGS-STMT-RPT
           WRITE EARN-STMT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO EARN-STMT-LINE
           STRING "ANNUAL EARNINGS STATEMENTS - YEAR "
                 DELIMITED BY SIZE
              WS-RUN-CCYY DELIMITED BY SIZE
                 INTO EARN-STMT-LINE
           WRITE EARN-STMT-LINE
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                 UNTIL YTD-IDX > WS-YTD-COUNT
              PERFORM PRINT-ONE-EARNINGS-STATEMENT
           END-PERFORM
           IF WS-YTD-COUNT = ZERO
              MOVE SPACES TO EARN-STMT-LINE
              STRING "NO EARNINGS ON FILE THIS YEAR"
                    DELIMITED BY SIZE INTO EARN-STMT-LINE
              WRITE EARN-STMT-LINE
           END-IF
           CLOSE EARNINGS-STMT-RPT
           MOVE ZERO TO WS-YE-KEPT
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                 UNTIL YTD-IDX > WS-YTD-COUNT
              IF YTE-GARN-LTD(YTD-IDX, 1) > ZERO
                 OR YTE-GARN-LTD(YTD-IDX, 2) > ZERO
                 OR YTE-GARN-LTD(YTD-IDX, 3) > ZERO
                 ADD 1 TO WS-YE-KEPT
                 MOVE YTD-ENTRY(YTD-IDX) TO YTD-ENTRY(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-GROSS(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-TAX(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-DEDUCT(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-NET(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-RETIRE(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-HEALTH(WS-YE-KEPT)
                 MOVE ZEROS TO YTE-ROLL-RETIRE(WS-YE-KEPT)
                 PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                       UNTIL WS-GN-SUB > 3
                    MOVE ZEROS TO YTE-GARN-YTD(WS-YE-KEPT, WS-GN-SUB)
                    MOVE ZEROS TO YTE-GARN-ROLL(WS-YE-KEPT, WS-GN-SUB)
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE WS-YE-KEPT TO WS-YTD-COUNT
           PERFORM REWRITE-YTD-EARNINGS.

       PRINT-ONE-EARNINGS-STATEMENT.
           MOVE "NOT ON MASTER" TO WS-STMT-NAME
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ID(I) = YTE-EMP-ID(YTD-IDX)
                 MOVE EMP-NAME(I) TO WS-STMT-NAME
              END-IF
           END-PERFORM
           MOVE SPACES TO EARN-STMT-LINE
           WRITE EARN-STMT-LINE
           MOVE SPACES TO EARN-STMT-LINE
           STRING "EMPLOYEE " DELIMITED BY SIZE
              YTE-EMP-ID(YTD-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-STMT-NAME DELIMITED BY SIZE
                 INTO EARN-STMT-LINE
           WRITE EARN-STMT-LINE
           MOVE YTE-GROSS(YTD-IDX) TO WS-YTD-GROSS-ED
           MOVE YTE-TAX(YTD-IDX) TO WS-YTD-TAX-ED
           MOVE YTE-DEDUCT(YTD-IDX) TO WS-YTD-DEDUCT-ED
           MOVE YTE-NET(YTD-IDX) TO WS-YTD-NET-ED
           MOVE SPACES TO EARN-STMT-LINE
           STRING "  GROSS: " DELIMITED BY SIZE
              WS-YTD-GROSS-ED DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-YTD-TAX-ED DELIMITED BY SIZE
                 INTO EARN-STMT-LINE
           WRITE EARN-STMT-LINE
           MOVE SPACES TO EARN-STMT-LINE
           STRING "  DEDUCTIONS: " DELIMITED BY SIZE
              WS-YTD-DEDUCT-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-YTD-NET-ED DELIMITED BY SIZE
                 INTO EARN-STMT-LINE
           WRITE EARN-STMT-LINE
           COMPUTE WS-YE-GARN-TOTAL = YTE-GARN-YTD(YTD-IDX, 1)
              + YTE-GARN-YTD(YTD-IDX, 2) + YTE-GARN-YTD(YTD-IDX, 3)
           IF YTE-RETIRE(YTD-IDX) > ZERO
              OR YTE-HEALTH(YTD-IDX) > ZERO
              OR WS-YE-GARN-TOTAL > ZERO
              MOVE YTE-RETIRE(YTD-IDX) TO WS-YTD-GROSS-ED
              MOVE YTE-HEALTH(YTD-IDX) TO WS-YTD-TAX-ED
              MOVE WS-YE-GARN-TOTAL TO WS-YTD-DEDUCT-ED
              MOVE SPACES TO EARN-STMT-LINE
              STRING "  RETIREMENT: " DELIMITED BY SIZE
                 WS-YTD-GROSS-ED DELIMITED BY SIZE
                 "  HEALTH: " DELIMITED BY SIZE
                 WS-YTD-TAX-ED DELIMITED BY SIZE
                 "  GARN: " DELIMITED BY SIZE
                 WS-YTD-DEDUCT-ED DELIMITED BY SIZE
                    INTO EARN-STMT-LINE
              WRITE EARN-STMT-LINE
           END-IF.

       PRINT-PAYROLL-REGISTER.
           MOVE ZEROS TO WS-PAYTOT-GROSS
           MOVE ZEROS TO WS-PAYTOT-TAX
           MOVE ZEROS TO WS-PAYTOT-DEDUCT
           MOVE ZEROS TO WS-PAYTOT-NET
           MOVE ZERO TO WS-PAY-EMP-COUNT
           MOVE ZERO TO WS-RETRO-PAID
           MOVE ZEROS TO WS-RETRO-TOTAL-GROSS
           MOVE ZEROS TO WS-RETRO-TOTAL-NET
           MOVE ZERO TO WS-FINAL-PAID
           MOVE ZEROS TO WS-FINAL-TOTAL-GROSS
           MOVE ZEROS TO WS-FINAL-TOTAL-NET
           MOVE "N" TO WS-FP-LEAVE-CHANGED-SW
           MOVE ZERO TO WS-GLS-COUNT
           MOVE ZEROS TO WS-PAYTOT-RETIRE
           MOVE ZEROS TO WS-PAYTOT-HEALTH
           MOVE ZEROS TO WS-PAYTOT-GARN
           MOVE ZEROS TO WS-PAYTOT-FLAT
           MOVE ZERO TO WS-GPL-COUNT
           MOVE ZERO TO WS-GPL-DROPPED
           OPEN OUTPUT PAYROLL-REGISTER-RPT
           OPEN OUTPUT NET-PAY-FILE
           WRITE PAYREG-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO PAYREG-LINE
           STRING "PAYROLL REGISTER - PERIODS/YEAR: "
                 DELIMITED BY SIZE
              WS-PAY-PERIODS DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           MOVE SPACES TO PAYREG-LINE
           STRING "EMP ID    EMPLOYEE NAME              GROSS"
              "           TAX     DEDUCTION           NET"
              "        YTD GROSS         YTD NET"
                 DELIMITED BY SIZE INTO PAYREG-LINE
           WRITE PAYREG-LINE

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > WS-DEPT-COUNT
              MOVE ZEROS TO WS-PAYDEPT-GROSS
              MOVE ZEROS TO WS-PAYDEPT-TAX
              MOVE ZEROS TO WS-PAYDEPT-DEDUCT
              MOVE ZEROS TO WS-PAYDEPT-NET
              MOVE ZERO TO WS-PAYDEPT-HEADCOUNT
              PERFORM RESET-DEPT-DEDUCTION-TOTALS
              MOVE DEPT-ID(DEPT-IDX) TO WS-PAYDEPT-ID
              MOVE SPACES TO PAYREG-LINE
              STRING "DEPT: " DELIMITED BY SIZE
                 DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 DEPT-NAME(DEPT-IDX) DELIMITED BY SIZE
                    INTO PAYREG-LINE
              WRITE PAYREG-LINE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
                 IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX) AND EMP-ACTIVE(I)
                    PERFORM PAY-ONE-EMPLOYEE
                 END-IF
                 IF EMP-DEPT(I) = DEPT-ID(DEPT-IDX)
                    AND EMP-TERMINATED(I)
                    PERFORM PAY-FINAL-IF-DUE
                 END-IF
              END-PERFORM
              PERFORM WRITE-PAYROLL-DEPT-TOTALS
           END-PERFORM

      * Active employees whose department code matched nothing still
      * have to be paid - they section at the end of the register so
      * the miss is visible instead of someone going unpaid silently.
           MOVE ZEROS TO WS-PAYDEPT-GROSS
           MOVE ZEROS TO WS-PAYDEPT-TAX
           MOVE ZEROS TO WS-PAYDEPT-DEDUCT
           MOVE ZEROS TO WS-PAYDEPT-NET
           MOVE ZERO TO WS-PAYDEPT-HEADCOUNT
           PERFORM RESET-DEPT-DEDUCTION-TOTALS
           MOVE SPACES TO WS-PAYDEPT-ID
           MOVE SPACES TO PAYREG-LINE
           STRING "DEPT: **UNMATCHED DEPT CODES**"
                 DELIMITED BY SIZE INTO PAYREG-LINE
           WRITE PAYREG-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EMP-COUNT
              IF EMP-ACTIVE(I) OR EMP-TERMINATED(I)
                 MOVE "N" TO WS-DEPT-MATCH-SW
                 PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-DEPT-COUNT
                    IF EMP-DEPT(I) = DEPT-ID(J)
                       MOVE "Y" TO WS-DEPT-MATCH-SW
                    END-IF
                 END-PERFORM
                 IF NOT WS-DEPT-MATCHED
                    IF EMP-ACTIVE(I)
                       PERFORM PAY-ONE-EMPLOYEE
                    ELSE
                       PERFORM PAY-FINAL-IF-DUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM WRITE-PAYROLL-DEPT-TOTALS

           MOVE WS-PAYTOT-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-PAYTOT-TAX TO WS-PAYTOT-TAX-ED
           MOVE WS-PAYTOT-DEDUCT TO WS-PAYTOT-DEDUCT-ED
           MOVE WS-PAYTOT-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING "COMPANY TOTALS - EMPLOYEES PAID: "
                 DELIMITED BY SIZE
              WS-PAY-EMP-COUNT DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           MOVE SPACES TO PAYREG-LINE
           STRING "GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-PAYTOT-TAX-ED DELIMITED BY SIZE
              "  DEDUCT: " DELIMITED BY SIZE
              WS-PAYTOT-DEDUCT-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           MOVE WS-RETRO-TOTAL-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-RETRO-TOTAL-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING "INCLUDES RETRO LINES: " DELIMITED BY SIZE
              WS-RETRO-PAID DELIMITED BY SIZE
              "  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           MOVE WS-FINAL-TOTAL-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-FINAL-TOTAL-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING "INCLUDES FINAL PAY:   " DELIMITED BY SIZE
              WS-FINAL-PAID DELIMITED BY SIZE
              "  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           CLOSE NET-PAY-FILE
           CLOSE PAYROLL-REGISTER-RPT.

      * Pay employee I for one period: derive the per-period gross
      * from the annual salary, work the tax and deductions, write
      * the register detail line and the net-pay record, and roll
      * the amounts into the department and company totals.
       PAY-ONE-EMPLOYEE.
           DIVIDE EMP-SALARY(I) BY WS-PAY-PERIODS
              GIVING WS-PERIOD-GROSS ROUNDED
           PERFORM SET-DEDUCTION-CAP-BASES
           MOVE "P" TO WS-CALC-KIND
           MOVE WS-PERIOD-GROSS TO WS-CALC-GROSS
           PERFORM COMPUTE-TAX-AND-DEDUCTIONS
           MOVE WS-CALC-TAX TO WS-PERIOD-TAX
           MOVE WS-CALC-DEDUCT TO WS-PERIOD-DEDUCT
           MOVE WS-CALC-NET TO WS-PERIOD-NET
           PERFORM ADD-DEDUCTION-TYPE-TOTALS
           ADD 1 TO WS-PAYDEPT-HEADCOUNT
           ADD 1 TO WS-PAY-EMP-COUNT
           ADD WS-PERIOD-GROSS TO WS-PAYDEPT-GROSS
           ADD WS-PERIOD-TAX TO WS-PAYDEPT-TAX
           ADD WS-PERIOD-DEDUCT TO WS-PAYDEPT-DEDUCT
           ADD WS-PERIOD-NET TO WS-PAYDEPT-NET
           ADD WS-PERIOD-GROSS TO WS-PAYTOT-GROSS
           ADD WS-PERIOD-TAX TO WS-PAYTOT-TAX
           ADD WS-PERIOD-DEDUCT TO WS-PAYTOT-DEDUCT
           ADD WS-PERIOD-NET TO WS-PAYTOT-NET
      * Roll this period into the employee's year-to-date
      * accumulator before the detail prints, so the register's YTD
      * columns already include the period being paid.
           MOVE "N" TO WS-YTD-ROLLED-SW
           PERFORM OPEN-YTD-ENTRY
           IF WS-YTD-FOUND
      * An accumulator already stamped with this run date rolled on
      * a prior attempt of the same run - adding again would double-
      * count the period.  Same dedupe the leave accrual does; the
      * register's YTD columns still print the rolled values.
              IF YTE-ROLL-DATE(WS-YTD-SUB) NOT = WS-RUN-DATE
                 MOVE "Y" TO WS-YTD-ROLLED-SW
                 MOVE WS-RUN-DATE TO YTE-ROLL-DATE(WS-YTD-SUB)
                 ADD WS-PERIOD-GROSS TO YTE-GROSS(WS-YTD-SUB)
                 ADD WS-PERIOD-TAX TO YTE-TAX(WS-YTD-SUB)
                 ADD WS-PERIOD-DEDUCT TO YTE-DEDUCT(WS-YTD-SUB)
                 ADD WS-PERIOD-NET TO YTE-NET(WS-YTD-SUB)
                 PERFORM ROLL-DEDUCTIONS-TO-YTD
              END-IF
              MOVE YTE-GROSS(WS-YTD-SUB) TO WS-YTD-GROSS-ED
              MOVE YTE-NET(WS-YTD-SUB) TO WS-YTD-NET-ED
           ELSE
              MOVE ZEROS TO WS-YTD-GROSS-ED
              MOVE ZEROS TO WS-YTD-NET-ED
           END-IF
           MOVE WS-PERIOD-GROSS TO WS-PAY-GROSS-ED
           MOVE WS-PERIOD-TAX TO WS-PAY-TAX-ED
           MOVE WS-PERIOD-DEDUCT TO WS-PAY-DEDUCT-ED
           MOVE WS-PERIOD-NET TO WS-PAY-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING EMP-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              EMP-NAME(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-GROSS-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-TAX-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-DEDUCT-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-NET-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-YTD-GROSS-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-YTD-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           PERFORM WRITE-DEDUCTION-BREAKOUT
           MOVE EMP-ID(I) TO NPF-EMP-ID
           MOVE WS-PERIOD-GROSS TO NPF-GROSS
           MOVE WS-PERIOD-TAX TO NPF-TAX
           MOVE WS-PERIOD-DEDUCT TO NPF-DEDUCT
           MOVE WS-PERIOD-NET TO NPF-NET
           MOVE "P" TO NPF-PAY-TYPE
           WRITE NET-PAY-RECORD
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                 UNTIL RTE-IDX > WS-RETRO-COUNT
              IF RTE-EMP-ID(RTE-IDX) = EMP-ID(I)
                 PERFORM PAY-ONE-RETRO-LINE
              END-IF
           END-PERFORM.

      * Find employee I's YTD accumulator, opening one at zero for an
      * employee paid for the first time this year.
       OPEN-YTD-ENTRY.
           PERFORM FIND-YTD-ENTRY
           IF NOT WS-YTD-FOUND
              IF WS-YTD-COUNT >= WS-MAX-EMPLOYEES
                 DISPLAY "YTD-TABLE FULL - NO ACCUMULATOR FOR EMP "
                    EMP-ID(I)
              ELSE
                 ADD 1 TO WS-YTD-COUNT
                 MOVE EMP-ID(I) TO YTE-EMP-ID(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-GROSS(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-TAX(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-DEDUCT(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-NET(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-ROLL-DATE(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-RETIRE(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-HEALTH(WS-YTD-COUNT)
                 MOVE ZEROS TO YTE-ROLL-RETIRE(WS-YTD-COUNT)
                 PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                       UNTIL WS-GN-SUB > 3
                    MOVE SPACES
                       TO YTE-GARN-CASE(WS-YTD-COUNT, WS-GN-SUB)
                    MOVE ZEROS
                       TO YTE-GARN-YTD(WS-YTD-COUNT, WS-GN-SUB)
                    MOVE ZEROS
                       TO YTE-GARN-LTD(WS-YTD-COUNT, WS-GN-SUB)
                    MOVE ZEROS
                       TO YTE-GARN-ROLL(WS-YTD-COUNT, WS-GN-SUB)
                 END-PERFORM
                 MOVE WS-YTD-COUNT TO WS-YTD-SUB
                 MOVE "Y" TO WS-YTD-FOUND-SW
              END-IF
           END-IF.

      * Final pay for terminated employee I, when a final pay entry
      * is queued for them.
       PAY-FINAL-IF-DUE.
           MOVE EMP-ID(I) TO WS-FP-SEARCH-ID
           PERFORM FIND-FINAL-PAY-ENTRY
           IF WS-FINAL-FOUND
              PERFORM PAY-FINAL-EMPLOYEE
           END-IF.

      * Final pay for employee I off FINAL-TABLE entry WS-FINAL-SUB:
      * the final period up to the termination date plus the
      * vacation payout, through the same tax and deduction rates as
      * the period, into the department and company totals, the YTD
      * accumulator and a NET-PAY-FILE record of its own.  Worked
      * out here on the first attempt and stamped paid; a restart of
      * the same run repays the stamped amounts.  Any retro still
      * queued for the employee goes out with it.
       PAY-FINAL-EMPLOYEE.
           IF FPE-PAID-DATE(WS-FINAL-SUB) = ZEROS
              PERFORM COMPUTE-FINAL-PAY
           END-IF
           MOVE EMP-ID(I) TO WS-LV-SEARCH-ID
           PERFORM FIND-LEAVE-ENTRY
           IF WS-LEAVE-FOUND
              AND LVB-VAC-BAL(WS-LEAVE-SUB) > ZERO
              MOVE ZEROS TO LVB-VAC-BAL(WS-LEAVE-SUB)
              MOVE "Y" TO WS-FP-LEAVE-CHANGED-SW
           END-IF
           ADD FPE-PERIOD-GROSS(WS-FINAL-SUB) FPE-VAC-PAY(WS-FINAL-SUB)
              GIVING WS-FP-GROSS
           PERFORM SET-DEDUCTION-CAP-BASES
           MOVE "F" TO WS-CALC-KIND
           MOVE WS-FP-GROSS TO WS-CALC-GROSS
           PERFORM COMPUTE-TAX-AND-DEDUCTIONS
           MOVE WS-CALC-TAX TO WS-FP-TAX
           MOVE WS-CALC-DEDUCT TO WS-FP-DEDUCT
           MOVE WS-CALC-NET TO WS-FP-NET
           PERFORM ADD-DEDUCTION-TYPE-TOTALS
           ADD WS-FP-GROSS TO WS-PAYDEPT-GROSS
           ADD WS-FP-TAX TO WS-PAYDEPT-TAX
           ADD WS-FP-DEDUCT TO WS-PAYDEPT-DEDUCT
           ADD WS-FP-NET TO WS-PAYDEPT-NET
           ADD WS-FP-GROSS TO WS-PAYTOT-GROSS
           ADD WS-FP-TAX TO WS-PAYTOT-TAX
           ADD WS-FP-DEDUCT TO WS-PAYTOT-DEDUCT
           ADD WS-FP-NET TO WS-PAYTOT-NET
           ADD 1 TO WS-FINAL-PAID
           ADD WS-FP-GROSS TO WS-FINAL-TOTAL-GROSS
           ADD WS-FP-NET TO WS-FINAL-TOTAL-NET
           MOVE "N" TO WS-YTD-ROLLED-SW
           PERFORM OPEN-YTD-ENTRY
           IF WS-YTD-FOUND
              IF YTE-ROLL-DATE(WS-YTD-SUB) NOT = WS-RUN-DATE
                 MOVE "Y" TO WS-YTD-ROLLED-SW
                 MOVE WS-RUN-DATE TO YTE-ROLL-DATE(WS-YTD-SUB)
                 ADD WS-FP-GROSS TO YTE-GROSS(WS-YTD-SUB)
                 ADD WS-FP-TAX TO YTE-TAX(WS-YTD-SUB)
                 ADD WS-FP-DEDUCT TO YTE-DEDUCT(WS-YTD-SUB)
                 ADD WS-FP-NET TO YTE-NET(WS-YTD-SUB)
                 PERFORM ROLL-DEDUCTIONS-TO-YTD
              END-IF
           END-IF
           MOVE WS-RUN-DATE TO FPE-PAID-DATE(WS-FINAL-SUB)
           MOVE WS-FP-NET TO FPE-NET(WS-FINAL-SUB)
           MOVE EMP-NAME(I) TO FPE-NAME(WS-FINAL-SUB)
           MOVE "PAID" TO FPE-STATUS(WS-FINAL-SUB)
           MOVE SPACES TO WS-FP-LABEL
           STRING "FINAL THRU " DELIMITED BY SIZE
              FPE-TERM-DATE(WS-FINAL-SUB) DELIMITED BY SIZE
                 INTO WS-FP-LABEL
           MOVE WS-FP-GROSS TO WS-PAY-GROSS-ED
           MOVE WS-FP-TAX TO WS-PAY-TAX-ED
           MOVE WS-FP-DEDUCT TO WS-PAY-DEDUCT-ED
           MOVE WS-FP-NET TO WS-PAY-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING EMP-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-FP-LABEL DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-GROSS-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-TAX-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-DEDUCT-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           PERFORM WRITE-DEDUCTION-BREAKOUT
           MOVE EMP-ID(I) TO NPF-EMP-ID
           MOVE WS-FP-GROSS TO NPF-GROSS
           MOVE WS-FP-TAX TO NPF-TAX
           MOVE WS-FP-DEDUCT TO NPF-DEDUCT
           MOVE WS-FP-NET TO NPF-NET
           MOVE "F" TO NPF-PAY-TYPE
           WRITE NET-PAY-RECORD
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                 UNTIL RTE-IDX > WS-RETRO-COUNT
              IF RTE-EMP-ID(RTE-IDX) = EMP-ID(I)
                 PERFORM PAY-ONE-RETRO-LINE
              END-IF
           END-PERFORM.

      * Days worked run from the date employee I was last paid
      * through - the YTD roll date, or the hire date for someone
      * never paid this year - to the termination date, capped at
      * one period of 365 / RTF-PERIODS days; the period gross is
      * pro-rated on them.  The vacation balance is paid at annual
      * salary over WS-FP-WORKDAYS-YEAR.
       COMPUTE-FINAL-PAY.
           DIVIDE 365 BY WS-PAY-PERIODS
              GIVING WS-FP-PERIOD-DAYS ROUNDED
           MOVE EMP-HIRE-DATE(I) TO WS-FP-PAID-THRU
           PERFORM FIND-YTD-ENTRY
           IF WS-YTD-FOUND
              AND YTE-ROLL-DATE(WS-YTD-SUB) > WS-FP-PAID-THRU
              MOVE YTE-ROLL-DATE(WS-YTD-SUB) TO WS-FP-PAID-THRU
           END-IF
           MOVE WS-FP-PAID-THRU TO WS-EDIT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-FP-SERIAL-THRU
           MOVE FPE-TERM-DATE(WS-FINAL-SUB) TO WS-EDIT-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           COMPUTE WS-FP-DAYS = WS-DATE-SERIAL - WS-FP-SERIAL-THRU
           IF WS-FP-DAYS < ZERO
              MOVE ZERO TO WS-FP-DAYS
           END-IF
           IF WS-FP-DAYS > WS-FP-PERIOD-DAYS
              MOVE WS-FP-PERIOD-DAYS TO WS-FP-DAYS
           END-IF
           MOVE WS-FP-DAYS TO FPE-DAYS-WORKED(WS-FINAL-SUB)
           COMPUTE FPE-PERIOD-GROSS(WS-FINAL-SUB) ROUNDED =
              EMP-SALARY(I) * WS-FP-DAYS
              / (WS-PAY-PERIODS * WS-FP-PERIOD-DAYS)
           MOVE ZEROS TO FPE-VAC-DAYS(WS-FINAL-SUB)
           MOVE ZEROS TO FPE-VAC-PAY(WS-FINAL-SUB)
           MOVE EMP-ID(I) TO WS-LV-SEARCH-ID
           PERFORM FIND-LEAVE-ENTRY
           IF WS-LEAVE-FOUND
              MOVE LVB-VAC-BAL(WS-LEAVE-SUB)
                 TO FPE-VAC-DAYS(WS-FINAL-SUB)
              COMPUTE FPE-VAC-PAY(WS-FINAL-SUB) ROUNDED =
                 LVB-VAC-BAL(WS-LEAVE-SUB) * EMP-SALARY(I)
                 / WS-FP-WORKDAYS-YEAR
           END-IF.

      * Final pay register - every queued termination with the days
      * worked in the final period, vacation days paid out and the
      * net, or why it is still held.
       PRINT-FINAL-PAY-REGISTER.
           OPEN OUTPUT FINAL-PAY-RPT
           WRITE FINAL-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO FINAL-RPT-LINE
           STRING "FINAL PAY REGISTER - PERIODS/YEAR: "
                 DELIMITED BY SIZE
              WS-PAY-PERIODS DELIMITED BY SIZE
                 INTO FINAL-RPT-LINE
           WRITE FINAL-RPT-LINE
           MOVE SPACES TO FINAL-RPT-LINE
           STRING "EMP ID  EMPLOYEE NAME         TERM DATE  DAYS"
              "  VAC DAYS  FINAL PERIOD  VACATION PAY"
              "           NET  STATUS"
                 DELIMITED BY SIZE INTO FINAL-RPT-LINE
           WRITE FINAL-RPT-LINE
           PERFORM VARYING FPE-IDX FROM 1 BY 1
                 UNTIL FPE-IDX > WS-FINAL-COUNT
              MOVE FPE-VAC-DAYS(FPE-IDX) TO WS-FP-VAC-DAYS-ED
              MOVE FPE-PERIOD-GROSS(FPE-IDX) TO WS-PAY-GROSS-ED
              MOVE FPE-VAC-PAY(FPE-IDX) TO WS-PAY-DEDUCT-ED
              MOVE FPE-NET(FPE-IDX) TO WS-PAY-NET-ED
              MOVE SPACES TO FINAL-RPT-LINE
              STRING FPE-EMP-ID(FPE-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 FPE-NAME(FPE-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FPE-TERM-DATE(FPE-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 FPE-DAYS-WORKED(FPE-IDX) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-FP-VAC-DAYS-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-GROSS-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-DEDUCT-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-NET-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FPE-STATUS(FPE-IDX) DELIMITED BY SIZE
                    INTO FINAL-RPT-LINE
              WRITE FINAL-RPT-LINE
           END-PERFORM
           IF WS-FINAL-COUNT = ZERO
              MOVE SPACES TO FINAL-RPT-LINE
              STRING "NO FINAL PAY DUE THIS RUN"
                    DELIMITED BY SIZE INTO FINAL-RPT-LINE
              WRITE FINAL-RPT-LINE
           END-IF
           MOVE WS-FINAL-TOTAL-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-FINAL-TOTAL-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO FINAL-RPT-LINE
           STRING "ENTRIES: " DELIMITED BY SIZE
              WS-FINAL-COUNT DELIMITED BY SIZE
              "  PAID: " DELIMITED BY SIZE
              WS-FINAL-PAID DELIMITED BY SIZE
              "  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO FINAL-RPT-LINE
           WRITE FINAL-RPT-LINE
           CLOSE FINAL-PAY-RPT.

      * Settle one queued retro entry for employee I.  Only a raise
      * is paid - a back-dated cut would be an overpayment recovery,
      * which payroll handles by hand, so it is listed unpaid.  The
      * periods owed are the pay periods elapsed between the
      * effective date and the run date, whole periods only.
       PAY-ONE-RETRO-LINE.
           EVALUATE TRUE
              WHEN NOT RTE-HIST-FOUND(RTE-IDX)
                 MOVE "NO SALARY-HISTORY ENTRY" TO RTE-STATUS(RTE-IDX)
              WHEN RTE-NEW-SALARY(RTE-IDX)
                    NOT > RTE-OLD-SALARY(RTE-IDX)
                 MOVE "DECREASE - NOT RECOVERED"
                    TO RTE-STATUS(RTE-IDX)
              WHEN OTHER
                 MOVE RTE-EFF-DATE(RTE-IDX) TO WS-EDIT-DATE
                 PERFORM CONVERT-DATE-TO-SERIAL
                 MOVE WS-DATE-SERIAL TO WS-RETRO-SERIAL-EFF
                 MOVE WS-RUN-DATE TO WS-EDIT-DATE
                 PERFORM CONVERT-DATE-TO-SERIAL
                 COMPUTE WS-RETRO-DAYS = WS-DATE-SERIAL
                    - WS-RETRO-SERIAL-EFF
                 COMPUTE RTE-PERIODS(RTE-IDX) =
                    WS-RETRO-DAYS * WS-PAY-PERIODS / 365
                 IF RTE-PERIODS(RTE-IDX) = ZERO
                    MOVE "NO PERIOD PAID SINCE" TO RTE-STATUS(RTE-IDX)
                 ELSE
                    PERFORM POST-RETRO-PAY
                 END-IF
           END-EVALUATE.

      * The retro line runs through the tax and deductions as extra
      * pay spread over the periods it covers, into the department
      * and company totals, the
      * YTD accumulator (only when the period rolled on this
      * attempt) and its own NET-PAY-FILE record.
       POST-RETRO-PAY.
           COMPUTE WS-RETRO-GROSS ROUNDED =
              (RTE-NEW-SALARY(RTE-IDX) - RTE-OLD-SALARY(RTE-IDX))
              * RTE-PERIODS(RTE-IDX) / WS-PAY-PERIODS
           MOVE "R" TO WS-CALC-KIND
           MOVE RTE-PERIODS(RTE-IDX) TO WS-CALC-SPREAD
           MOVE WS-RETRO-GROSS TO WS-CALC-GROSS
           PERFORM COMPUTE-TAX-AND-DEDUCTIONS
           MOVE WS-CALC-TAX TO WS-RETRO-TAX
           MOVE WS-CALC-DEDUCT TO WS-RETRO-DEDUCT
           MOVE WS-CALC-NET TO WS-RETRO-NET
           PERFORM ADD-DEDUCTION-TYPE-TOTALS
           ADD WS-RETRO-GROSS TO WS-PAYDEPT-GROSS
           ADD WS-RETRO-TAX TO WS-PAYDEPT-TAX
           ADD WS-RETRO-DEDUCT TO WS-PAYDEPT-DEDUCT
           ADD WS-RETRO-NET TO WS-PAYDEPT-NET
           ADD WS-RETRO-GROSS TO WS-PAYTOT-GROSS
           ADD WS-RETRO-TAX TO WS-PAYTOT-TAX
           ADD WS-RETRO-DEDUCT TO WS-PAYTOT-DEDUCT
           ADD WS-RETRO-NET TO WS-PAYTOT-NET
           ADD 1 TO WS-RETRO-PAID
           ADD WS-RETRO-GROSS TO WS-RETRO-TOTAL-GROSS
           ADD WS-RETRO-NET TO WS-RETRO-TOTAL-NET
           IF WS-YTD-ROLLED
              ADD WS-RETRO-GROSS TO YTE-GROSS(WS-YTD-SUB)
              ADD WS-RETRO-TAX TO YTE-TAX(WS-YTD-SUB)
              ADD WS-RETRO-DEDUCT TO YTE-DEDUCT(WS-YTD-SUB)
              ADD WS-RETRO-NET TO YTE-NET(WS-YTD-SUB)
              PERFORM ROLL-DEDUCTIONS-TO-YTD
           END-IF
           MOVE WS-RETRO-GROSS TO RTE-GROSS(RTE-IDX)
           MOVE WS-RETRO-NET TO RTE-NET(RTE-IDX)
           MOVE "PAID" TO RTE-STATUS(RTE-IDX)
           MOVE SPACES TO WS-RETRO-EFF-LABEL
           STRING "RETRO EFF " DELIMITED BY SIZE
              RTE-EFF-DATE(RTE-IDX) DELIMITED BY SIZE
                 INTO WS-RETRO-EFF-LABEL
           MOVE WS-RETRO-GROSS TO WS-PAY-GROSS-ED
           MOVE WS-RETRO-TAX TO WS-PAY-TAX-ED
           MOVE WS-RETRO-DEDUCT TO WS-PAY-DEDUCT-ED
           MOVE WS-RETRO-NET TO WS-PAY-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING EMP-ID(I) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-RETRO-EFF-LABEL DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-GROSS-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-TAX-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-DEDUCT-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PAY-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           PERFORM WRITE-DEDUCTION-BREAKOUT
           MOVE EMP-ID(I) TO NPF-EMP-ID
           MOVE WS-RETRO-GROSS TO NPF-GROSS
           MOVE WS-RETRO-TAX TO NPF-TAX
           MOVE WS-RETRO-DEDUCT TO NPF-DEDUCT
           MOVE WS-RETRO-NET TO NPF-NET
           MOVE "R" TO NPF-PAY-TYPE
           WRITE NET-PAY-RECORD.

      * Retro pay register - every queued back-dated change with its
      * disposition: the periods owed, old and new per-period rate
      * and the amount paid, or why nothing was paid.  Every listed
      * entry that is settled is stamped with the run date on
      * RETRO-PENDING; one still owed goes back unstamped and the
      * next payroll pays it.
       PRINT-RETRO-REGISTER.
           OPEN OUTPUT RETRO-PAY-RPT
           WRITE RETRO-RPT-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO RETRO-RPT-LINE
           STRING "RETRO PAY REGISTER - PERIODS/YEAR: "
                 DELIMITED BY SIZE
              WS-PAY-PERIODS DELIMITED BY SIZE
                 INTO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE
           MOVE SPACES TO RETRO-RPT-LINE
           STRING "EMP ID  EFFECTIVE  QUEUED    PERIODS"
              "      OLD RATE      NEW RATE   AMOUNT OWED"
              "           NET  STATUS"
                 DELIMITED BY SIZE INTO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                 UNTIL RTE-IDX > WS-RETRO-COUNT
              DIVIDE RTE-OLD-SALARY(RTE-IDX) BY WS-PAY-PERIODS
                 GIVING WS-RETRO-RATE ROUNDED
              MOVE WS-RETRO-RATE TO WS-RETRO-OLD-RATE-ED
              DIVIDE RTE-NEW-SALARY(RTE-IDX) BY WS-PAY-PERIODS
                 GIVING WS-RETRO-RATE ROUNDED
              MOVE WS-RETRO-RATE TO WS-RETRO-NEW-RATE-ED
              MOVE RTE-GROSS(RTE-IDX) TO WS-PAY-GROSS-ED
              MOVE RTE-NET(RTE-IDX) TO WS-PAY-NET-ED
              MOVE SPACES TO RETRO-RPT-LINE
              STRING RTE-EMP-ID(RTE-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 RTE-EFF-DATE(RTE-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 RTE-QUEUED-DATE(RTE-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RTE-PERIODS(RTE-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-RETRO-OLD-RATE-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-RETRO-NEW-RATE-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-GROSS-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-NET-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 RTE-STATUS(RTE-IDX) DELIMITED BY SIZE
                    INTO RETRO-RPT-LINE
              WRITE RETRO-RPT-LINE
           END-PERFORM
           IF WS-RETRO-COUNT = ZERO
              MOVE SPACES TO RETRO-RPT-LINE
              STRING "NO RETRO PAY QUEUED THIS RUN"
                    DELIMITED BY SIZE INTO RETRO-RPT-LINE
              WRITE RETRO-RPT-LINE
           END-IF
           MOVE WS-RETRO-TOTAL-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-RETRO-TOTAL-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO RETRO-RPT-LINE
           STRING "ENTRIES: " DELIMITED BY SIZE
              WS-RETRO-COUNT DELIMITED BY SIZE
              "  PAID: " DELIMITED BY SIZE
              WS-RETRO-PAID DELIMITED BY SIZE
              "  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO RETRO-RPT-LINE
           WRITE RETRO-RPT-LINE
           CLOSE RETRO-PAY-RPT
           IF WS-RETRO-COUNT > ZERO
              PERFORM REWRITE-RETRO-QUEUE
           END-IF.

      * An entry settled this run - paid, or listed for payroll to
      * handle by hand (a decrease, or no SALARY-HISTORY entry to
      * work from) - is stamped with the run date rather than
      * cleared.  The payroll checkpoint is not written until the
      * whole phase is done, so a restart runs the payroll again and
      * must find this run's retro pay still on the queue; the next
      * run drops the stamped records.  An entry still owed (its
      * employee not paid this run, or no whole period elapsed yet)
      * goes back unstamped for the next payroll to pay.
       REWRITE-RETRO-QUEUE.
           OPEN OUTPUT RETRO-PENDING
           PERFORM VARYING RTE-IDX FROM 1 BY 1
                 UNTIL RTE-IDX > WS-RETRO-COUNT
              MOVE RTE-EMP-ID(RTE-IDX) TO RTP-EMP-ID
              MOVE RTE-EFF-DATE(RTE-IDX) TO RTP-EFF-DATE
              MOVE RTE-QUEUED-DATE(RTE-IDX) TO RTP-QUEUED-DATE
              IF RTE-STILL-OWED(RTE-IDX)
                 MOVE ZEROS TO RTP-PAID-DATE
              ELSE
                 MOVE WS-RUN-DATE TO RTP-PAID-DATE
              END-IF
              WRITE RETRO-PEND-RECORD
           END-PERFORM
           CLOSE RETRO-PENDING.

       WRITE-PAYROLL-DEPT-TOTALS.
           MOVE WS-PAYDEPT-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-PAYDEPT-TAX TO WS-PAYTOT-TAX-ED
           MOVE WS-PAYDEPT-DEDUCT TO WS-PAYTOT-DEDUCT-ED
           MOVE WS-PAYDEPT-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO PAYREG-LINE
           STRING "DEPT TOTAL - HEADCOUNT: " DELIMITED BY SIZE
              WS-PAYDEPT-HEADCOUNT DELIMITED BY SIZE
              "  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO PAYREG-LINE
           WRITE PAYREG-LINE
           IF WS-ELECT-LOADED
              MOVE WS-PAYDEPT-RETIRE TO WS-DED-RETIRE-ED
              MOVE WS-PAYDEPT-HEALTH TO WS-DED-HEALTH-ED
              MOVE WS-PAYDEPT-GARN TO WS-DED-GARN-ED
              MOVE SPACES TO PAYREG-LINE
              STRING "DEPT DEDUCTIONS - RETIREMENT: " DELIMITED BY SIZE
                 WS-DED-RETIRE-ED DELIMITED BY SIZE
                 "  HEALTH: " DELIMITED BY SIZE
                 WS-DED-HEALTH-ED DELIMITED BY SIZE
                 "  GARNISHMENT: " DELIMITED BY SIZE
                 WS-DED-GARN-ED DELIMITED BY SIZE
                    INTO PAYREG-LINE
              WRITE PAYREG-LINE
           END-IF
           MOVE SPACES TO PAYREG-LINE
           WRITE PAYREG-LINE
           IF WS-PAYDEPT-GROSS > ZERO
              ADD 1 TO WS-GLS-COUNT
              MOVE WS-PAYDEPT-ID TO GLS-DEPT-ID(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-GROSS TO GLS-GROSS(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-TAX TO GLS-TAX(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-DEDUCT TO GLS-DEDUCT(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-NET TO GLS-NET(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-RETIRE TO GLS-RETIRE(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-HEALTH TO GLS-HEALTH(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-GARN TO GLS-GARN(WS-GLS-COUNT)
              MOVE WS-PAYDEPT-FLAT TO GLS-FLAT(WS-GLS-COUNT)
           END-IF.

       RESET-DEPT-DEDUCTION-TOTALS.
           MOVE ZEROS TO WS-PAYDEPT-RETIRE
           MOVE ZEROS TO WS-PAYDEPT-HEALTH
           MOVE ZEROS TO WS-PAYDEPT-GARN
           MOVE ZEROS TO WS-PAYDEPT-FLAT.

      * Load TAX-BRACKET-FILE.  No file leaves the flat RTF-TAX-RATE
      * in force; a file that is there but will not compute - a
      * floor or rate not numeric, a first floor above zero, floors
      * out of ascending order, more rows than the table holds -
      * marks the brackets bad and the payroll phase is skipped,
      * since no withholding at all is better than the wrong one.
       LOAD-TAX-BRACKETS.
           MOVE "N" TO WS-TAXBRK-EOF-SW
           MOVE "F" TO WS-TAXBRK-SW
           MOVE ZERO TO WS-TXB-COUNT
           OPEN INPUT TAX-BRACKET-FILE
           IF WS-TAXBRK-STATUS = "00"
              MOVE "G" TO WS-TAXBRK-SW
              PERFORM UNTIL WS-TAXBRK-EOF
                 READ TAX-BRACKET-FILE
                    AT END
                       MOVE "Y" TO WS-TAXBRK-EOF-SW
                    NOT AT END
                       PERFORM LOAD-ONE-TAX-BRACKET
                 END-READ
              END-PERFORM
              CLOSE TAX-BRACKET-FILE
              IF WS-TXB-COUNT = ZERO
                 MOVE "X" TO WS-TAXBRK-SW
                 DISPLAY "TAX-BRACKET-FILE IS EMPTY"
              END-IF
           ELSE
              DISPLAY "TAX-BRACKET-FILE NOT AVAILABLE - FLAT TAX "
                 "RATE APPLIED"
           END-IF.

       LOAD-ONE-TAX-BRACKET.
           EVALUATE TRUE
              WHEN TBF-FLOOR NOT NUMERIC OR TBF-RATE NOT NUMERIC
                 MOVE "X" TO WS-TAXBRK-SW
                 DISPLAY "TAX-BRACKET-FILE ROW NOT NUMERIC: "
                    TAX-BRACKET-RECORD
              WHEN WS-TXB-COUNT >= WS-MAX-TAX-BRACKETS
                 MOVE "X" TO WS-TAXBRK-SW
                 DISPLAY "TAX-BRACKET-FILE EXCEEDS MAX OF "
                    WS-MAX-TAX-BRACKETS " BRACKETS"
              WHEN WS-TXB-COUNT = ZERO AND TBF-FLOOR NOT = ZERO
                 MOVE "X" TO WS-TAXBRK-SW
                 DISPLAY "TAX-BRACKET-FILE FIRST FLOOR IS NOT ZERO"
              WHEN WS-TXB-COUNT > ZERO
                    AND TBF-FLOOR NOT > TXB-FLOOR(WS-TXB-COUNT)
                 MOVE "X" TO WS-TAXBRK-SW
                 DISPLAY "TAX-BRACKET-FILE FLOORS NOT ASCENDING AT "
                    TAX-BRACKET-RECORD
              WHEN OTHER
                 ADD 1 TO WS-TXB-COUNT
                 MOVE TBF-FLOOR TO TXB-FLOOR(WS-TXB-COUNT)
                 MOVE TBF-RATE TO TXB-RATE(WS-TXB-COUNT)
           END-EVALUATE.

      * Load DEDUCTION-ELECTIONS.  A missing file leaves the flat
      * RTF-DEDUCT-RATE in force for everyone, with a console note.
      * A record failing the edits is held for the deductions
      * register and the employee has no deductions this run.
       LOAD-DEDUCTION-ELECTIONS.
           MOVE "N" TO WS-ELECT-EOF-SW
           MOVE "N" TO WS-ELECT-LOADED-SW
           MOVE ZERO TO WS-ELE-COUNT
           MOVE ZERO TO WS-ELECT-REJ-COUNT
           OPEN INPUT DEDUCTION-ELECTIONS
           IF WS-ELECT-STATUS = "00"
              MOVE "Y" TO WS-ELECT-LOADED-SW
              PERFORM UNTIL WS-ELECT-EOF
                 READ DEDUCTION-ELECTIONS
                    AT END
                       MOVE "Y" TO WS-ELECT-EOF-SW
                    NOT AT END
                       PERFORM EDIT-ELECTION-RECORD
                 END-READ
              END-PERFORM
              CLOSE DEDUCTION-ELECTIONS
           ELSE
              DISPLAY "DEDUCTION-ELECTIONS NOT AVAILABLE - FLAT "
                 "DEDUCTION RATE APPLIED"
           END-IF.

      * Front-end edits on one elections record - first failure wins.
      * A garnishment slot with no case number is empty.  Reason
      * codes: D01 EMP ID NOT NUMERIC, D02 RETIREMENT OR HEALTH
      * AMOUNT INVALID, D03 GARNISHMENT PRIORITY, AMOUNT OR CAP
      * INVALID, D04 DUPLICATE EMP ID, D05 TABLE FULL.
       EDIT-ELECTION-RECORD.
           MOVE SPACES TO WS-EDIT-REASON
           IF DEF-RETIRE-CAP = SPACES
              MOVE ZEROS TO DEF-RETIRE-CAP
           END-IF
           EVALUATE TRUE
              WHEN DEF-EMP-ID NOT NUMERIC
                 MOVE "D01" TO WS-EDIT-REASON
              WHEN DEF-RETIRE-PCT NOT NUMERIC
                 OR DEF-RETIRE-CAP NOT NUMERIC
                 OR DEF-HEALTH-AMT NOT NUMERIC
                 MOVE "D02" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-EDIT-REASON = SPACES
              PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                    UNTIL WS-GN-SUB > 3
                 IF DEF-GARN-CASE(WS-GN-SUB) NOT = SPACES
                    IF DEF-GARN-CAP-TYPE(WS-GN-SUB) = SPACE
                       AND DEF-GARN-CAP(WS-GN-SUB) = SPACES
                       MOVE ZEROS TO DEF-GARN-CAP(WS-GN-SUB)
                    END-IF
                    IF DEF-GARN-PRIORITY(WS-GN-SUB) NOT NUMERIC
                       OR DEF-GARN-PRIORITY(WS-GN-SUB) = ZERO
                       OR DEF-GARN-AMT(WS-GN-SUB) NOT NUMERIC
                       OR DEF-GARN-CAP(WS-GN-SUB) NOT NUMERIC
                       OR (DEF-GARN-CAP-TYPE(WS-GN-SUB) NOT = "A"
                       AND DEF-GARN-CAP-TYPE(WS-GN-SUB) NOT = "T"
                       AND DEF-GARN-CAP-TYPE(WS-GN-SUB) NOT = SPACE)
                       MOVE "D03" TO WS-EDIT-REASON
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EDIT-REASON = SPACES
              PERFORM VARYING ELE-IDX FROM 1 BY 1
                    UNTIL ELE-IDX > WS-ELE-COUNT
                 IF ELE-EMP-ID(ELE-IDX) = DEF-EMP-ID
                    MOVE "D04" TO WS-EDIT-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EDIT-REASON = SPACES
              AND WS-ELE-COUNT >= WS-MAX-EMPLOYEES
              MOVE "D05" TO WS-EDIT-REASON
           END-IF
           IF WS-EDIT-REASON = SPACES
              ADD 1 TO WS-ELE-COUNT
              MOVE DEF-EMP-ID TO ELE-EMP-ID(WS-ELE-COUNT)
              MOVE DEF-RETIRE-PCT TO ELE-RETIRE-PCT(WS-ELE-COUNT)
              MOVE DEF-RETIRE-CAP TO ELE-RETIRE-CAP(WS-ELE-COUNT)
              MOVE DEF-HEALTH-AMT TO ELE-HEALTH-AMT(WS-ELE-COUNT)
              PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                    UNTIL WS-GN-SUB > 3
                 IF DEF-GARN-CASE(WS-GN-SUB) = SPACES
                    MOVE SPACES
                       TO ELE-GARN-CASE(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE ZERO
                       TO ELE-GARN-PRIORITY(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE ZEROS
                       TO ELE-GARN-AMT(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE SPACE
                       TO ELE-GARN-CAP-TYPE(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE ZEROS
                       TO ELE-GARN-CAP(WS-ELE-COUNT, WS-GN-SUB)
                 ELSE
                    MOVE DEF-GARN-CASE(WS-GN-SUB)
                       TO ELE-GARN-CASE(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE DEF-GARN-PRIORITY(WS-GN-SUB)
                       TO ELE-GARN-PRIORITY(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE DEF-GARN-AMT(WS-GN-SUB)
                       TO ELE-GARN-AMT(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE DEF-GARN-CAP-TYPE(WS-GN-SUB)
                       TO ELE-GARN-CAP-TYPE(WS-ELE-COUNT, WS-GN-SUB)
                    MOVE DEF-GARN-CAP(WS-GN-SUB)
                       TO ELE-GARN-CAP(WS-ELE-COUNT, WS-GN-SUB)
                 END-IF
              END-PERFORM
           ELSE
              IF WS-ELECT-REJ-COUNT < WS-MAX-ELECT-REJECTS
                 ADD 1 TO WS-ELECT-REJ-COUNT
                 MOVE WS-EDIT-REASON
                    TO ELR-REASON(WS-ELECT-REJ-COUNT)
                 MOVE ELECTION-RECORD
                    TO ELR-IMAGE(WS-ELECT-REJ-COUNT)
              ELSE
                 DISPLAY "DEDUCTION-ELECTIONS " WS-EDIT-REASON
                    " REJECTED - " ELECTION-RECORD
              END-IF
           END-IF.

      * Employee I's deductions to date against their caps: the
      * retirement and each garnishment taken this year, and each
      * garnishment taken over its life, off the YTD accumulator.
      * An accumulator already rolled on this run date has this
      * run's amounts in it from a prior attempt - they come back
      * out, or a restart would see the cap nearer than it was.  A
      * garnishment whose case number no longer matches the slot
      * on the accumulator is a new order and starts from zero.
       SET-DEDUCTION-CAP-BASES.
           MOVE ZEROS TO WS-CAP-RETIRE
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1 UNTIL WS-GN-SUB > 3
              MOVE ZEROS TO WS-CAP-GARN-YTD(WS-GN-SUB)
              MOVE ZEROS TO WS-CAP-GARN-LTD(WS-GN-SUB)
           END-PERFORM
           MOVE "N" TO WS-ELECT-FOUND-SW
           MOVE ZERO TO WS-ELECT-SUB
           PERFORM VARYING ELE-IDX FROM 1 BY 1
                 UNTIL ELE-IDX > WS-ELE-COUNT
              IF ELE-EMP-ID(ELE-IDX) = EMP-ID(I)
                 MOVE "Y" TO WS-ELECT-FOUND-SW
                 SET WS-ELECT-SUB TO ELE-IDX
              END-IF
           END-PERFORM
           PERFORM FIND-YTD-ENTRY
           IF WS-YTD-FOUND
              MOVE YTE-RETIRE(WS-YTD-SUB) TO WS-CAP-RETIRE
              IF YTE-ROLL-DATE(WS-YTD-SUB) = WS-RUN-DATE
                 SUBTRACT YTE-ROLL-RETIRE(WS-YTD-SUB)
                    FROM WS-CAP-RETIRE
              END-IF
              IF WS-ELECT-FOUND
                 PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                       UNTIL WS-GN-SUB > 3
                    IF ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                          NOT = SPACES
                       AND YTE-GARN-CASE(WS-YTD-SUB, WS-GN-SUB)
                          = ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                       MOVE YTE-GARN-YTD(WS-YTD-SUB, WS-GN-SUB)
                          TO WS-CAP-GARN-YTD(WS-GN-SUB)
                       MOVE YTE-GARN-LTD(WS-YTD-SUB, WS-GN-SUB)
                          TO WS-CAP-GARN-LTD(WS-GN-SUB)
                       IF YTE-ROLL-DATE(WS-YTD-SUB) = WS-RUN-DATE
                          SUBTRACT YTE-GARN-ROLL(WS-YTD-SUB, WS-GN-SUB)
                             FROM WS-CAP-GARN-YTD(WS-GN-SUB)
                                  WS-CAP-GARN-LTD(WS-GN-SUB)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      * Tax and deductions on one pay line of WS-CALC-GROSS for
      * employee I.  Pre-tax retirement and health come off first
      * and the rest is taxed - at the brackets on the line
      * annualized over the pay periods, or the flat rate with no
      * bracket file.  Garnishments then come off what is left in
      * priority order, each held to its cap and to the net pay
      * still available.  A period or final pay line takes every
      * election; a retro line is extra pay for periods already
      * paid, so it takes the retirement percent only.  Without an
      * elections file the flat deduction rate applies to the line.
       COMPUTE-TAX-AND-DEDUCTIONS.
           MOVE ZEROS TO WS-CALC-RETIRE
           MOVE ZEROS TO WS-CALC-HEALTH
           MOVE ZEROS TO WS-CALC-GARN
           MOVE ZEROS TO WS-CALC-FLAT
           PERFORM VARYING WS-GN-SUB FROM 1 BY 1 UNTIL WS-GN-SUB > 3
              MOVE ZEROS TO WS-CALC-GARN-AMT(WS-GN-SUB)
           END-PERFORM
           IF NOT WS-ELECT-LOADED
              MULTIPLY WS-CALC-GROSS BY WS-DEDUCT-RATE
                 GIVING WS-CALC-FLAT ROUNDED
           END-IF
           IF WS-ELECT-LOADED AND WS-ELECT-FOUND
              PERFORM COMPUTE-PRE-TAX-DEDUCTIONS
           END-IF
           SUBTRACT WS-CALC-RETIRE WS-CALC-HEALTH
              FROM WS-CALC-GROSS GIVING WS-CALC-TAXABLE
           PERFORM COMPUTE-WITHHOLDING-TAX
           IF WS-ELECT-LOADED AND WS-ELECT-FOUND
              AND NOT WS-CALC-RETRO
              COMPUTE WS-CALC-AVAIL = WS-CALC-TAXABLE - WS-CALC-TAX
              PERFORM VARYING WS-GN-PRIORITY FROM 1 BY 1
                    UNTIL WS-GN-PRIORITY > 9
                 PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                       UNTIL WS-GN-SUB > 3
                    IF ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                          NOT = SPACES
                       AND ELE-GARN-PRIORITY(WS-ELECT-SUB, WS-GN-SUB)
                          = WS-GN-PRIORITY
                       PERFORM TAKE-ONE-GARNISHMENT
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           ADD WS-CALC-RETIRE WS-CALC-HEALTH WS-CALC-GARN WS-CALC-FLAT
              GIVING WS-CALC-DEDUCT
           SUBTRACT WS-CALC-TAX WS-CALC-DEDUCT
              FROM WS-CALC-GROSS GIVING WS-CALC-NET.

      * The retirement percent, held to the annual cap (zero means
      * none) on the year's retirement to date; the health plan
      * amount once a period, never more than the pay left.
       COMPUTE-PRE-TAX-DEDUCTIONS.
           MULTIPLY WS-CALC-GROSS BY ELE-RETIRE-PCT(WS-ELECT-SUB)
              GIVING WS-CALC-RETIRE ROUNDED
           IF ELE-RETIRE-CAP(WS-ELECT-SUB) > ZERO
              COMPUTE WS-CALC-ROOM =
                 ELE-RETIRE-CAP(WS-ELECT-SUB) - WS-CAP-RETIRE
              IF WS-CALC-ROOM < ZERO
                 MOVE ZERO TO WS-CALC-ROOM
              END-IF
              IF WS-CALC-RETIRE > WS-CALC-ROOM
                 MOVE WS-CALC-ROOM TO WS-CALC-RETIRE
              END-IF
           END-IF
           ADD WS-CALC-RETIRE TO WS-CAP-RETIRE
           IF NOT WS-CALC-RETRO
              MOVE ELE-HEALTH-AMT(WS-ELECT-SUB) TO WS-CALC-HEALTH
              COMPUTE WS-CALC-AVAIL = WS-CALC-GROSS - WS-CALC-RETIRE
              IF WS-CALC-HEALTH > WS-CALC-AVAIL
                 MOVE WS-CALC-AVAIL TO WS-CALC-HEALTH
              END-IF
           END-IF.

      * Withholding on WS-CALC-TAXABLE.  A retro line is spread back
      * over the periods it covers and taxed at what each period's
      * share adds on top of the current period's taxable pay, so
      * a back-dated raise is not withheld as one huge period.
       COMPUTE-WITHHOLDING-TAX.
           EVALUATE TRUE
              WHEN WS-TAX-FLAT
                 MULTIPLY WS-CALC-TAXABLE BY WS-TAX-RATE
                    GIVING WS-CALC-TAX ROUNDED
              WHEN WS-CALC-RETRO
                 COMPUTE WS-TAX-ANNUAL-BASE =
                    WS-EMP-BASE-TAXABLE * WS-PAY-PERIODS
                 PERFORM COMPUTE-BRACKET-TAX
                 MOVE WS-TAX-ANNUAL-AMT TO WS-TAX-ANNUAL-PRIOR
                 COMPUTE WS-TAX-ANNUAL-BASE ROUNDED =
                    (WS-EMP-BASE-TAXABLE
                    + WS-CALC-TAXABLE / WS-CALC-SPREAD)
                    * WS-PAY-PERIODS
                 PERFORM COMPUTE-BRACKET-TAX
                 COMPUTE WS-CALC-TAX ROUNDED =
                    (WS-TAX-ANNUAL-AMT - WS-TAX-ANNUAL-PRIOR)
                    * WS-CALC-SPREAD / WS-PAY-PERIODS
              WHEN OTHER
                 COMPUTE WS-TAX-ANNUAL-BASE =
                    WS-CALC-TAXABLE * WS-PAY-PERIODS
                 PERFORM COMPUTE-BRACKET-TAX
                 DIVIDE WS-TAX-ANNUAL-AMT BY WS-PAY-PERIODS
                    GIVING WS-CALC-TAX ROUNDED
           END-EVALUATE
           IF NOT WS-CALC-RETRO
              MOVE WS-CALC-TAXABLE TO WS-EMP-BASE-TAXABLE
           END-IF.

      * Annual tax on WS-TAX-ANNUAL-BASE - each bracket's rate on the
      * slice of the base between its floor and the next floor.
       COMPUTE-BRACKET-TAX.
           MOVE ZEROS TO WS-TAX-ANNUAL-AMT
           PERFORM VARYING TXB-IDX FROM 1 BY 1
                 UNTIL TXB-IDX > WS-TXB-COUNT
              IF WS-TAX-ANNUAL-BASE > TXB-FLOOR(TXB-IDX)
                 COMPUTE WS-TAX-BAND =
                    WS-TAX-ANNUAL-BASE - TXB-FLOOR(TXB-IDX)
                 IF TXB-IDX < WS-TXB-COUNT
                    IF WS-TAX-ANNUAL-BASE > TXB-FLOOR(TXB-IDX + 1)
                       COMPUTE WS-TAX-BAND = TXB-FLOOR(TXB-IDX + 1)
                          - TXB-FLOOR(TXB-IDX)
                    END-IF
                 END-IF
                 COMPUTE WS-TAX-ANNUAL-AMT ROUNDED =
                    WS-TAX-ANNUAL-AMT + WS-TAX-BAND * TXB-RATE(TXB-IDX)
              END-IF
           END-PERFORM.

      * One garnishment, slot WS-GN-SUB of the employee's elections:
      * the per-period amount, held to what is left under its
      * annual (A) or total (T) cap and to WS-CALC-AVAIL, the net
      * pay still uncommitted.  Every garnishment worked is kept on
      * GARN-PAID-TABLE for the remittance detail.
       TAKE-ONE-GARNISHMENT.
           MOVE ELE-GARN-AMT(WS-ELECT-SUB, WS-GN-SUB) TO WS-CALC-TAKE
           MOVE "TAKEN" TO WS-GARN-STATUS
           EVALUATE ELE-GARN-CAP-TYPE(WS-ELECT-SUB, WS-GN-SUB)
              WHEN "A"
                 COMPUTE WS-CALC-ROOM =
                    ELE-GARN-CAP(WS-ELECT-SUB, WS-GN-SUB)
                    - WS-CAP-GARN-YTD(WS-GN-SUB)
              WHEN "T"
                 COMPUTE WS-CALC-ROOM =
                    ELE-GARN-CAP(WS-ELECT-SUB, WS-GN-SUB)
                    - WS-CAP-GARN-LTD(WS-GN-SUB)
              WHEN OTHER
                 MOVE WS-CALC-TAKE TO WS-CALC-ROOM
           END-EVALUATE
           IF WS-CALC-ROOM < ZERO
              MOVE ZERO TO WS-CALC-ROOM
           END-IF
           IF WS-CALC-TAKE NOT < WS-CALC-ROOM
              AND ELE-GARN-CAP-TYPE(WS-ELECT-SUB, WS-GN-SUB)
                 NOT = SPACE
              MOVE WS-CALC-ROOM TO WS-CALC-TAKE
              MOVE "CAP REACHED" TO WS-GARN-STATUS
           END-IF
           IF WS-CALC-AVAIL < ZERO
              MOVE ZERO TO WS-CALC-AVAIL
           END-IF
           IF WS-CALC-TAKE > WS-CALC-AVAIL
              MOVE WS-CALC-AVAIL TO WS-CALC-TAKE
              MOVE "SHORT - NET PAY" TO WS-GARN-STATUS
           END-IF
           MOVE WS-CALC-TAKE TO WS-CALC-GARN-AMT(WS-GN-SUB)
           ADD WS-CALC-TAKE TO WS-CALC-GARN
           SUBTRACT WS-CALC-TAKE FROM WS-CALC-AVAIL
           ADD WS-CALC-TAKE TO WS-CAP-GARN-YTD(WS-GN-SUB)
                               WS-CAP-GARN-LTD(WS-GN-SUB)
           IF WS-GPL-COUNT >= WS-MAX-GARN-LINES
              ADD 1 TO WS-GPL-DROPPED
           ELSE
              ADD 1 TO WS-GPL-COUNT
              MOVE EMP-ID(I) TO GPL-EMP-ID(WS-GPL-COUNT)
              MOVE EMP-DEPT(I) TO GPL-DEPT(WS-GPL-COUNT)
              MOVE ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                 TO GPL-CASE(WS-GPL-COUNT)
              MOVE WS-GN-PRIORITY TO GPL-PRIORITY(WS-GPL-COUNT)
              MOVE WS-CALC-TAKE TO GPL-AMOUNT(WS-GPL-COUNT)
              MOVE ELE-GARN-CAP-TYPE(WS-ELECT-SUB, WS-GN-SUB)
                 TO GPL-CAP-TYPE(WS-GPL-COUNT)
              MOVE ELE-GARN-CAP(WS-ELECT-SUB, WS-GN-SUB)
                 TO GPL-CAP(WS-GPL-COUNT)
              IF ELE-GARN-CAP-TYPE(WS-ELECT-SUB, WS-GN-SUB) = "A"
                 MOVE WS-CAP-GARN-YTD(WS-GN-SUB)
                    TO GPL-TO-DATE(WS-GPL-COUNT)
              ELSE
                 MOVE WS-CAP-GARN-LTD(WS-GN-SUB)
                    TO GPL-TO-DATE(WS-GPL-COUNT)
              END-IF
              MOVE WS-GARN-STATUS TO GPL-STATUS(WS-GPL-COUNT)
           END-IF.

      * The line's deductions by type into the department and
      * company totals.
       ADD-DEDUCTION-TYPE-TOTALS.
           ADD WS-CALC-RETIRE TO WS-PAYDEPT-RETIRE WS-PAYTOT-RETIRE
           ADD WS-CALC-HEALTH TO WS-PAYDEPT-HEALTH WS-PAYTOT-HEALTH
           ADD WS-CALC-GARN TO WS-PAYDEPT-GARN WS-PAYTOT-GARN
           ADD WS-CALC-FLAT TO WS-PAYDEPT-FLAT WS-PAYTOT-FLAT.

      * The line's deductions by type into employee I's accumulator
      * (WS-YTD-SUB), and into the amounts this run date rolled so a
      * restart can take them back out.  A period or final pay line
      * is the first roll of the run date and starts those afresh.
      * A garnishment slot whose case number has changed is a new
      * order and its year and life totals restart.
       ROLL-DEDUCTIONS-TO-YTD.
           IF NOT WS-CALC-RETRO
              MOVE ZEROS TO YTE-ROLL-RETIRE(WS-YTD-SUB)
              PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                    UNTIL WS-GN-SUB > 3
                 MOVE ZEROS TO YTE-GARN-ROLL(WS-YTD-SUB, WS-GN-SUB)
              END-PERFORM
           END-IF
           ADD WS-CALC-RETIRE TO YTE-RETIRE(WS-YTD-SUB)
                                 YTE-ROLL-RETIRE(WS-YTD-SUB)
           ADD WS-CALC-HEALTH TO YTE-HEALTH(WS-YTD-SUB)
           IF WS-ELECT-LOADED AND WS-ELECT-FOUND
              PERFORM VARYING WS-GN-SUB FROM 1 BY 1
                    UNTIL WS-GN-SUB > 3
                 IF ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                       NOT = SPACES
                    IF YTE-GARN-CASE(WS-YTD-SUB, WS-GN-SUB)
                          NOT = ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                       MOVE ELE-GARN-CASE(WS-ELECT-SUB, WS-GN-SUB)
                          TO YTE-GARN-CASE(WS-YTD-SUB, WS-GN-SUB)
                       MOVE ZEROS
                          TO YTE-GARN-YTD(WS-YTD-SUB, WS-GN-SUB)
                       MOVE ZEROS
                          TO YTE-GARN-LTD(WS-YTD-SUB, WS-GN-SUB)
                       MOVE ZEROS
                          TO YTE-GARN-ROLL(WS-YTD-SUB, WS-GN-SUB)
                    END-IF
                    ADD WS-CALC-GARN-AMT(WS-GN-SUB)
                       TO YTE-GARN-YTD(WS-YTD-SUB, WS-GN-SUB)
                          YTE-GARN-LTD(WS-YTD-SUB, WS-GN-SUB)
                          YTE-GARN-ROLL(WS-YTD-SUB, WS-GN-SUB)
                 END-IF
              END-PERFORM
           END-IF.

      * Deductions-by-type line under a register detail, printed
      * when elections are in force and the line took any.
       WRITE-DEDUCTION-BREAKOUT.
           IF WS-ELECT-LOADED AND WS-CALC-DEDUCT > ZERO
              MOVE WS-CALC-RETIRE TO WS-DED-RETIRE-ED
              MOVE WS-CALC-HEALTH TO WS-DED-HEALTH-ED
              MOVE WS-CALC-GARN TO WS-DED-GARN-ED
              MOVE WS-CALC-TAXABLE TO WS-DED-TOTAL-ED
              MOVE SPACES TO PAYREG-LINE
              STRING "          RETIREMENT: " DELIMITED BY SIZE
                 WS-DED-RETIRE-ED DELIMITED BY SIZE
                 "  HEALTH: " DELIMITED BY SIZE
                 WS-DED-HEALTH-ED DELIMITED BY SIZE
                 "  GARNISHMENT: " DELIMITED BY SIZE
                 WS-DED-GARN-ED DELIMITED BY SIZE
                 "  TAXABLE: " DELIMITED BY SIZE
                 WS-DED-TOTAL-ED DELIMITED BY SIZE
                    INTO PAYREG-LINE
              WRITE PAYREG-LINE
           END-IF.

      * Deductions register for remitting to the vendors - each
      * register department section's deductions by type, the
      * company totals, every garnishment worked with its case,
      * cap and amount to date, and the elections records the load
      * edits rejected.
       PRINT-DEDUCTIONS-REGISTER.
           OPEN OUTPUT DEDUCTIONS-RPT
           WRITE DEDREG-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO DEDREG-LINE
           STRING "DEDUCTIONS REGISTER BY TYPE AND DEPARTMENT"
                 DELIMITED BY SIZE INTO DEDREG-LINE
           WRITE DEDREG-LINE
           IF NOT WS-ELECT-LOADED
              MOVE SPACES TO DEDREG-LINE
              STRING "NO DEDUCTION ELECTIONS FILE - FLAT RATE "
                 "DEDUCTIONS ONLY" DELIMITED BY SIZE
                    INTO DEDREG-LINE
              WRITE DEDREG-LINE
           END-IF
           MOVE SPACES TO DEDREG-LINE
           STRING "DEPARTMENT              RETIREMENT"
              "       HEALTH PLAN       GARNISHMENT"
              "         FLAT RATE             TOTAL"
                 DELIMITED BY SIZE INTO DEDREG-LINE
           WRITE DEDREG-LINE
           PERFORM VARYING GLS-IDX FROM 1 BY 1
                 UNTIL GLS-IDX > WS-GLS-COUNT
              MOVE GLS-RETIRE(GLS-IDX) TO WS-DED-RETIRE-ED
              MOVE GLS-HEALTH(GLS-IDX) TO WS-DED-HEALTH-ED
              MOVE GLS-GARN(GLS-IDX) TO WS-DED-GARN-ED
              MOVE GLS-FLAT(GLS-IDX) TO WS-DED-FLAT-ED
              MOVE GLS-DEDUCT(GLS-IDX) TO WS-DED-TOTAL-ED
              IF GLS-DEPT-ID(GLS-IDX) = SPACES
                 MOVE "**UNMATCHED**" TO WS-DED-DEPT-LABEL
              ELSE
                 MOVE GLS-DEPT-ID(GLS-IDX) TO WS-DED-DEPT-LABEL
              END-IF
              MOVE SPACES TO DEDREG-LINE
              STRING WS-DED-DEPT-LABEL DELIMITED BY SIZE
                 WS-DED-RETIRE-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-DED-HEALTH-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-DED-GARN-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-DED-FLAT-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-DED-TOTAL-ED DELIMITED BY SIZE
                    INTO DEDREG-LINE
              WRITE DEDREG-LINE
           END-PERFORM
           MOVE WS-PAYTOT-RETIRE TO WS-DED-RETIRE-ED
           MOVE WS-PAYTOT-HEALTH TO WS-DED-HEALTH-ED
           MOVE WS-PAYTOT-GARN TO WS-DED-GARN-ED
           MOVE WS-PAYTOT-FLAT TO WS-DED-FLAT-ED
           MOVE WS-PAYTOT-DEDUCT TO WS-DED-TOTAL-ED
           MOVE SPACES TO DEDREG-LINE
           STRING "COMPANY TOTAL   " DELIMITED BY SIZE
              WS-DED-RETIRE-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DED-HEALTH-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DED-GARN-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DED-FLAT-ED DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DED-TOTAL-ED DELIMITED BY SIZE
                 INTO DEDREG-LINE
           WRITE DEDREG-LINE
           MOVE SPACES TO DEDREG-LINE
           WRITE DEDREG-LINE
           MOVE SPACES TO DEDREG-LINE
           STRING "GARNISHMENT REMITTANCE DETAIL" DELIMITED BY SIZE
              INTO DEDREG-LINE
           WRITE DEDREG-LINE
           MOVE SPACES TO DEDREG-LINE
           STRING "EMP ID  DEPT        CASE        PRI"
              "        AMOUNT  CAP           CAP"
              "        TO DATE  STATUS"
                 DELIMITED BY SIZE INTO DEDREG-LINE
           WRITE DEDREG-LINE
           PERFORM VARYING GPL-IDX FROM 1 BY 1
                 UNTIL GPL-IDX > WS-GPL-COUNT
              MOVE GPL-AMOUNT(GPL-IDX) TO WS-PAY-GROSS-ED
              MOVE GPL-CAP(GPL-IDX) TO WS-GPL-CAP-ED
              MOVE GPL-TO-DATE(GPL-IDX) TO WS-GPL-TO-DATE-ED
              MOVE SPACES TO DEDREG-LINE
              STRING GPL-EMP-ID(GPL-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 GPL-DEPT(GPL-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 GPL-CASE(GPL-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 GPL-PRIORITY(GPL-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-PAY-GROSS-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 GPL-CAP-TYPE(GPL-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-GPL-CAP-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-GPL-TO-DATE-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 GPL-STATUS(GPL-IDX) DELIMITED BY SIZE
                    INTO DEDREG-LINE
              WRITE DEDREG-LINE
           END-PERFORM
           IF WS-GPL-COUNT = ZERO
              MOVE SPACES TO DEDREG-LINE
              STRING "NO GARNISHMENTS THIS RUN" DELIMITED BY SIZE
                 INTO DEDREG-LINE
              WRITE DEDREG-LINE
           END-IF
           IF WS-GPL-DROPPED > ZERO
              MOVE SPACES TO DEDREG-LINE
              STRING "DETAIL TABLE FULL - " DELIMITED BY SIZE
                 WS-GPL-DROPPED DELIMITED BY SIZE
                 " GARNISHMENT LINES NOT LISTED" DELIMITED BY SIZE
                    INTO DEDREG-LINE
              WRITE DEDREG-LINE
           END-IF
           IF WS-ELECT-REJ-COUNT > ZERO
              MOVE SPACES TO DEDREG-LINE
              WRITE DEDREG-LINE
              MOVE SPACES TO DEDREG-LINE
              STRING "ELECTIONS REJECTED AT LOAD - NO DEDUCTIONS "
                 "TAKEN" DELIMITED BY SIZE INTO DEDREG-LINE
              WRITE DEDREG-LINE
              PERFORM VARYING ELR-IDX FROM 1 BY 1
                    UNTIL ELR-IDX > WS-ELECT-REJ-COUNT
                 MOVE SPACES TO DEDREG-LINE
                 STRING ELR-REASON(ELR-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    ELR-IMAGE(ELR-IDX) DELIMITED BY SIZE
                       INTO DEDREG-LINE
                 WRITE DEDREG-LINE
              END-PERFORM
           END-IF
           CLOSE DEDUCTIONS-RPT.

      * Turn the register's department sections into the payroll
      * journal: a salary expense debit per mapped department, and
      * credits to tax withheld payable, deductions payable and
      * cash clearing for the same departments' tax, deductions and
      * net.  A department with no mapping is held out whole - its
      * gross and its share of every credit - on GL-EXCEPTION-RPT,
      * so the journal still balances and accounting posts the
      * exception by hand.  A missing company account cannot be
      * held out that way; its credit is listed and left off, and
      * the reconciliation stops the run on the imbalance.  Runs
      * before any payroll file is rewritten, so a stop here
      * leaves the YTD, retro, final pay and leave files as they
      * were for the rerun.
       BUILD-GL-JOURNAL.
           MOVE ZERO TO WS-GL-EXCP-COUNT
           MOVE ZERO TO WS-GLJ-COUNT
           MOVE ZEROS TO WS-GLJ-DEBITS
           MOVE ZEROS TO WS-GLJ-CREDITS
           MOVE ZEROS TO WS-GL-POST-TAX
           MOVE ZEROS TO WS-GL-POST-DEDUCT
           MOVE ZEROS TO WS-GL-POST-NET
           MOVE ZEROS TO WS-GLX-GROSS
           MOVE ZEROS TO WS-GLX-TAX
           MOVE ZEROS TO WS-GLX-DEDUCT
           MOVE ZEROS TO WS-GLX-NET
           OPEN OUTPUT GL-EXCEPTION-RPT
           WRITE GL-EXCP-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO GL-EXCP-LINE
           STRING "GL JOURNAL EXCEPTION LISTING"
                 DELIMITED BY SIZE INTO GL-EXCP-LINE
           WRITE GL-EXCP-LINE
           PERFORM LOAD-GL-ACCOUNT-MAP
           IF WS-GLMAP-LOADED
              OPEN OUTPUT GL-JOURNAL-FILE
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "H" TO WS-GLJ-REC-TYPE
              MOVE WS-RUN-DATE TO WS-GLJ-HDR-DATE
              MOVE "TABLE-OPERATIONS PAYROLL JRNL"
                 TO WS-GLJ-HDR-SOURCE
              MOVE WS-GLJ-WORK TO GL-JOURNAL-RECORD
              WRITE GL-JOURNAL-RECORD
              PERFORM VARYING GLS-IDX FROM 1 BY 1
                    UNTIL GLS-IDX > WS-GLS-COUNT
                 PERFORM POST-GL-SECTION
              END-PERFORM
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "T" TO WS-GLJ-DET-KIND
              MOVE WS-GL-TAX-ACCT TO WS-GL-ACCOUNT
              MOVE WS-GL-POST-TAX TO WS-GLJ-DET-AMOUNT
              MOVE "TAX WITHHELD PAYABLE" TO WS-GLJ-DET-DESC
              PERFORM POST-GL-CREDIT
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "D" TO WS-GLJ-DET-KIND
              MOVE WS-GL-DEDUCT-ACCT TO WS-GL-ACCOUNT
              MOVE WS-GL-POST-DEDUCT TO WS-GLJ-DET-AMOUNT
              MOVE "DEDUCTIONS PAYABLE" TO WS-GLJ-DET-DESC
              PERFORM POST-GL-CREDIT
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "C" TO WS-GLJ-DET-KIND
              MOVE WS-GL-CASH-ACCT TO WS-GL-ACCOUNT
              MOVE WS-GL-POST-NET TO WS-GLJ-DET-AMOUNT
              MOVE "CASH CLEARING" TO WS-GLJ-DET-DESC
              PERFORM POST-GL-CREDIT
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "T" TO WS-GLJ-REC-TYPE
              MOVE WS-GLJ-COUNT TO WS-GLJ-TRL-COUNT
              MOVE WS-GLJ-DEBITS TO WS-GLJ-TRL-DEBITS
              MOVE WS-GLJ-CREDITS TO WS-GLJ-TRL-CREDITS
              MOVE WS-GLJ-WORK TO GL-JOURNAL-RECORD
              WRITE GL-JOURNAL-RECORD
              CLOSE GL-JOURNAL-FILE
           ELSE
              ADD 1 TO WS-GL-EXCP-COUNT
              MOVE SPACES TO GL-EXCP-LINE
              STRING "GL ACCOUNT MAP NOT AVAILABLE - NO JOURNAL "
                 "BUILT THIS RUN" DELIMITED BY SIZE
                    INTO GL-EXCP-LINE
              WRITE GL-EXCP-LINE
              DISPLAY "GL ACCOUNT MAP NOT AVAILABLE - PAYROLL "
                 "JOURNAL NOT BUILT"
           END-IF
           MOVE SPACES TO GL-EXCP-LINE
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
              WS-GL-EXCP-COUNT DELIMITED BY SIZE
                 INTO GL-EXCP-LINE
           WRITE GL-EXCP-LINE
           CLOSE GL-EXCEPTION-RPT
           IF WS-GLMAP-LOADED
              PERFORM RECONCILE-GL-JOURNAL
           END-IF.

      * Load GL-ACCOUNT-MAP.  A row failing the edits is listed and
      * ignored; a missing file means no journal this run, with a
      * console note, the posture the budget master takes.
       LOAD-GL-ACCOUNT-MAP.
           MOVE "N" TO WS-GLMAP-EOF-SW
           MOVE "N" TO WS-GLMAP-LOADED-SW
           MOVE ZERO TO WS-GLM-COUNT
           MOVE SPACES TO WS-GL-TAX-ACCT
           MOVE SPACES TO WS-GL-DEDUCT-ACCT
           MOVE SPACES TO WS-GL-CASH-ACCT
           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-GLMAP-STATUS = "00"
              MOVE "Y" TO WS-GLMAP-LOADED-SW
              PERFORM UNTIL WS-GLMAP-EOF
                 READ GL-ACCOUNT-MAP
                    AT END
                       MOVE "Y" TO WS-GLMAP-EOF-SW
                    NOT AT END
                       PERFORM LOAD-ONE-GL-MAPPING
                 END-READ
              END-PERFORM
              CLOSE GL-ACCOUNT-MAP
           END-IF.

      * Front-end edits on one mapping record - first failure wins
      * and the record is listed and ignored.  Reason codes: G01
      * TYPE UNKNOWN, G02 ACCOUNT MISSING, G03 DEPT MISSING, G04
      * DUPLICATE DEPT, G05 TABLE FULL.
       LOAD-ONE-GL-MAPPING.
           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE TRUE
              WHEN GLM-TYPE NOT = "E" AND GLM-TYPE NOT = "T"
                    AND GLM-TYPE NOT = "D" AND GLM-TYPE NOT = "C"
                 MOVE "G01" TO WS-EDIT-REASON
              WHEN GLM-ACCOUNT = SPACES
                 MOVE "G02" TO WS-EDIT-REASON
              WHEN GLM-TYPE = "E" AND GLM-DEPT-ID = SPACES
                 MOVE "G03" TO WS-EDIT-REASON
           END-EVALUATE
      * Two expense accounts for one department would split nothing
      * and post one of them blind - the first loaded row wins.
           IF WS-EDIT-REASON = SPACES AND GLM-TYPE = "E"
              PERFORM VARYING GLM-IDX FROM 1 BY 1
                    UNTIL GLM-IDX > WS-GLM-COUNT
                 IF GLE-DEPT-ID(GLM-IDX) = GLM-DEPT-ID
                    MOVE "G04" TO WS-EDIT-REASON
                 END-IF
              END-PERFORM
              IF WS-EDIT-REASON = SPACES
                 AND WS-GLM-COUNT >= WS-MAX-DEPARTMENTS
                 MOVE "G05" TO WS-EDIT-REASON
              END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
              EVALUATE GLM-TYPE
                 WHEN "E"
                    ADD 1 TO WS-GLM-COUNT
                    MOVE GLM-DEPT-ID TO GLE-DEPT-ID(WS-GLM-COUNT)
                    MOVE GLM-ACCOUNT TO GLE-ACCOUNT(WS-GLM-COUNT)
                 WHEN "T"
                    MOVE GLM-ACCOUNT TO WS-GL-TAX-ACCT
                 WHEN "D"
                    MOVE GLM-ACCOUNT TO WS-GL-DEDUCT-ACCT
                 WHEN OTHER
                    MOVE GLM-ACCOUNT TO WS-GL-CASH-ACCT
              END-EVALUATE
           ELSE
              ADD 1 TO WS-GL-EXCP-COUNT
              MOVE SPACES TO GL-EXCP-LINE
              STRING WS-EDIT-REASON DELIMITED BY SIZE
                 " GL MAPPING REJECTED - " DELIMITED BY SIZE
                 GL-MAP-RECORD DELIMITED BY SIZE
                    INTO GL-EXCP-LINE
              WRITE GL-EXCP-LINE
           END-IF.

      * One register section: a salary expense debit to the
      * department's account and its tax, deductions and net into
      * the credit totals - or, with no mapping, the whole section
      * onto the exception listing.
       POST-GL-SECTION.
           MOVE SPACES TO WS-GL-ACCOUNT
           PERFORM VARYING GLM-IDX FROM 1 BY 1
                 UNTIL GLM-IDX > WS-GLM-COUNT
              IF GLE-DEPT-ID(GLM-IDX) = GLS-DEPT-ID(GLS-IDX)
                 AND GLS-DEPT-ID(GLS-IDX) NOT = SPACES
                 MOVE GLE-ACCOUNT(GLM-IDX) TO WS-GL-ACCOUNT
              END-IF
           END-PERFORM
           IF WS-GL-ACCOUNT = SPACES
              ADD 1 TO WS-GL-EXCP-COUNT
              ADD GLS-GROSS(GLS-IDX) TO WS-GLX-GROSS
              ADD GLS-TAX(GLS-IDX) TO WS-GLX-TAX
              ADD GLS-DEDUCT(GLS-IDX) TO WS-GLX-DEDUCT
              ADD GLS-NET(GLS-IDX) TO WS-GLX-NET
              MOVE GLS-GROSS(GLS-IDX) TO WS-GL-AMOUNT-ED
              MOVE SPACES TO GL-EXCP-LINE
              IF GLS-DEPT-ID(GLS-IDX) = SPACES
                 STRING "NO GL MAPPING - UNMATCHED DEPT CODES"
                       DELIMITED BY SIZE
                    "  GROSS: " DELIMITED BY SIZE
                    WS-GL-AMOUNT-ED DELIMITED BY SIZE
                    " NOT JOURNALLED" DELIMITED BY SIZE
                       INTO GL-EXCP-LINE
              ELSE
                 STRING "NO GL MAPPING - DEPT " DELIMITED BY SIZE
                    GLS-DEPT-ID(GLS-IDX) DELIMITED BY SIZE
                    "  GROSS: " DELIMITED BY SIZE
                    WS-GL-AMOUNT-ED DELIMITED BY SIZE
                    " NOT JOURNALLED" DELIMITED BY SIZE
                       INTO GL-EXCP-LINE
              END-IF
              WRITE GL-EXCP-LINE
           ELSE
              MOVE SPACES TO WS-GLJ-WORK
              MOVE "D" TO WS-GLJ-REC-TYPE
              MOVE WS-GL-ACCOUNT TO WS-GLJ-DET-ACCOUNT
              MOVE GLS-DEPT-ID(GLS-IDX) TO WS-GLJ-DET-DEPT
              MOVE "E" TO WS-GLJ-DET-KIND
              MOVE "D" TO WS-GLJ-DET-DR-CR
              MOVE GLS-GROSS(GLS-IDX) TO WS-GLJ-DET-AMOUNT
              MOVE "SALARY EXPENSE" TO WS-GLJ-DET-DESC
              MOVE WS-GLJ-WORK TO GL-JOURNAL-RECORD
              WRITE GL-JOURNAL-RECORD
              ADD 1 TO WS-GLJ-COUNT
              ADD GLS-GROSS(GLS-IDX) TO WS-GLJ-DEBITS
              ADD GLS-TAX(GLS-IDX) TO WS-GL-POST-TAX
              ADD GLS-DEDUCT(GLS-IDX) TO WS-GL-POST-DEDUCT
              ADD GLS-NET(GLS-IDX) TO WS-GL-POST-NET
           END-IF.

      * One company-wide credit - the caller sets the kind, account,
      * amount and description.  A zero credit is not posted.
       POST-GL-CREDIT.
           IF WS-GLJ-DET-AMOUNT > ZERO
              IF WS-GL-ACCOUNT = SPACES
                 ADD 1 TO WS-GL-EXCP-COUNT
                 MOVE WS-GLJ-DET-AMOUNT TO WS-GL-AMOUNT-ED
                 MOVE SPACES TO GL-EXCP-LINE
                 STRING "NO GL ACCOUNT - " DELIMITED BY SIZE
                    WS-GLJ-DET-DESC DELIMITED BY SIZE
                    "  CREDIT: " DELIMITED BY SIZE
                    WS-GL-AMOUNT-ED DELIMITED BY SIZE
                    " NOT JOURNALLED" DELIMITED BY SIZE
                       INTO GL-EXCP-LINE
                 WRITE GL-EXCP-LINE
              ELSE
                 MOVE "D" TO WS-GLJ-REC-TYPE
                 MOVE WS-GL-ACCOUNT TO WS-GLJ-DET-ACCOUNT
                 MOVE SPACES TO WS-GLJ-DET-DEPT
                 MOVE "C" TO WS-GLJ-DET-DR-CR
                 MOVE WS-GLJ-WORK TO GL-JOURNAL-RECORD
                 WRITE GL-JOURNAL-RECORD
                 ADD 1 TO WS-GLJ-COUNT
                 ADD WS-GLJ-DET-AMOUNT TO WS-GLJ-CREDITS
              END-IF
           END-IF.

      * Prove the journal before accounting loads it: re-read
      * GL-JOURNAL-FILE, recompute the count and the debit and credit
      * hashes, and hold them against the trailer and the journal as
      * built; debits must equal credits; and each kind of posting
      * plus what the exception listing held out must tie back to
      * the payroll register's control totals.  Any failure prints
      * OUT OF BALANCE and stops the run with RETURN-CODE 16, the
      * way RECONCILE-EMP-DEPT-FEED does.
       RECONCILE-GL-JOURNAL.
           MOVE ZERO TO WS-GLR-COUNT
           MOVE ZEROS TO WS-GLR-DEBITS
           MOVE ZEROS TO WS-GLR-CREDITS
           MOVE ZEROS TO WS-GLR-EXPENSE
           MOVE ZEROS TO WS-GLR-TAX
           MOVE ZEROS TO WS-GLR-DEDUCT
           MOVE ZEROS TO WS-GLR-CASH
           MOVE ZERO TO WS-GLT-COUNT-SAVE
           MOVE ZEROS TO WS-GLT-DEBITS-SAVE
           MOVE ZEROS TO WS-GLT-CREDITS-SAVE
           MOVE "N" TO WS-GLJ-EOF-SW
           MOVE "N" TO WS-HDR-FOUND-SW
           MOVE "N" TO WS-TRL-FOUND-SW
           MOVE "N" TO WS-RECON-FAIL-SW
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL WS-GLJ-EOF
              READ GL-JOURNAL-FILE
                 AT END
                    MOVE "Y" TO WS-GLJ-EOF-SW
                 NOT AT END
                    MOVE GL-JOURNAL-RECORD TO WS-GLJ-WORK
                    EVALUATE WS-GLJ-REC-TYPE
                       WHEN "H"
                          MOVE "Y" TO WS-HDR-FOUND-SW
                       WHEN "T"
                          MOVE "Y" TO WS-TRL-FOUND-SW
                          MOVE WS-GLJ-TRL-COUNT TO WS-GLT-COUNT-SAVE
                          MOVE WS-GLJ-TRL-DEBITS
                             TO WS-GLT-DEBITS-SAVE
                          MOVE WS-GLJ-TRL-CREDITS
                             TO WS-GLT-CREDITS-SAVE
                       WHEN OTHER
                          ADD 1 TO WS-GLR-COUNT
                          PERFORM RECONCILE-ONE-GL-DETAIL
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE

           IF NOT WS-HDR-FOUND OR NOT WS-TRL-FOUND
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF
           IF WS-GLR-COUNT NOT = WS-GLT-COUNT-SAVE
              OR WS-GLR-COUNT NOT = WS-GLJ-COUNT
              OR WS-GLR-DEBITS NOT = WS-GLT-DEBITS-SAVE
              OR WS-GLR-DEBITS NOT = WS-GLJ-DEBITS
              OR WS-GLR-CREDITS NOT = WS-GLT-CREDITS-SAVE
              OR WS-GLR-CREDITS NOT = WS-GLJ-CREDITS
              OR WS-GLR-DEBITS NOT = WS-GLR-CREDITS
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF
           ADD WS-GLR-EXPENSE WS-GLX-GROSS GIVING WS-GL-TIE
           IF WS-GL-TIE NOT = WS-PAYTOT-GROSS
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF
           ADD WS-GLR-TAX WS-GLX-TAX GIVING WS-GL-TIE
           IF WS-GL-TIE NOT = WS-PAYTOT-TAX
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF
           ADD WS-GLR-DEDUCT WS-GLX-DEDUCT GIVING WS-GL-TIE
           IF WS-GL-TIE NOT = WS-PAYTOT-DEDUCT
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF
           ADD WS-GLR-CASH WS-GLX-NET GIVING WS-GL-TIE
           IF WS-GL-TIE NOT = WS-PAYTOT-NET
              MOVE "Y" TO WS-RECON-FAIL-SW
           END-IF

           PERFORM PRINT-GL-BALANCE-REPORT

           IF WS-RECON-FAILED
              DISPLAY "GL PAYROLL JOURNAL OUT OF BALANCE - SEE "
                 "GL BALANCING REPORT - RUN ENDED"
              MOVE 16 TO RETURN-CODE
              MOVE WS-GLR-COUNT TO WS-PHASE-OUT
              PERFORM FAIL-PHASE-AND-END-RUN
           END-IF.

      * A detail whose amount bytes are not numeric is proof of a
      * corrupt journal - flag the imbalance directly.
       RECONCILE-ONE-GL-DETAIL.
           IF WS-GLJ-DET-AMOUNT NOT NUMERIC
              MOVE "Y" TO WS-RECON-FAIL-SW
           ELSE
              IF WS-GLJ-DEBIT
                 ADD WS-GLJ-DET-AMOUNT TO WS-GLR-DEBITS
              ELSE
                 ADD WS-GLJ-DET-AMOUNT TO WS-GLR-CREDITS
              END-IF
              EVALUATE TRUE
                 WHEN WS-GLJ-EXPENSE AND WS-GLJ-DEBIT
                    ADD WS-GLJ-DET-AMOUNT TO WS-GLR-EXPENSE
                 WHEN WS-GLJ-TAX AND WS-GLJ-CREDIT
                    ADD WS-GLJ-DET-AMOUNT TO WS-GLR-TAX
                 WHEN WS-GLJ-DEDUCT AND WS-GLJ-CREDIT
                    ADD WS-GLJ-DET-AMOUNT TO WS-GLR-DEDUCT
                 WHEN WS-GLJ-CASH AND WS-GLJ-CREDIT
                    ADD WS-GLJ-DET-AMOUNT TO WS-GLR-CASH
                 WHEN OTHER
                    MOVE "Y" TO WS-RECON-FAIL-SW
              END-EVALUATE
           END-IF.

       PRINT-GL-BALANCE-REPORT.
           OPEN OUTPUT GL-BALANCE-RPT
           WRITE GL-BAL-LINE FROM WS-OPTIONS-ECHO
           MOVE SPACES TO GL-BAL-LINE
           STRING "GL PAYROLL JOURNAL BALANCING REPORT"
                 DELIMITED BY SIZE INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-PAYTOT-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-PAYTOT-TAX TO WS-PAYTOT-TAX-ED
           MOVE WS-PAYTOT-DEDUCT TO WS-PAYTOT-DEDUCT-ED
           MOVE WS-PAYTOT-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "REGISTER CONTROL   GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-PAYTOT-TAX-ED DELIMITED BY SIZE
              WS-PAYTOT-DEDUCT-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-GLX-GROSS TO WS-PAYTOT-GROSS-ED
           MOVE WS-GLX-TAX TO WS-PAYTOT-TAX-ED
           MOVE WS-GLX-DEDUCT TO WS-PAYTOT-DEDUCT-ED
           MOVE WS-GLX-NET TO WS-PAYTOT-NET-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "HELD OUT UNMAPPED  GROSS: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-PAYTOT-TAX-ED DELIMITED BY SIZE
              "  DEDUCT: " DELIMITED BY SIZE
              WS-PAYTOT-DEDUCT-ED DELIMITED BY SIZE
              "  NET: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-GLR-EXPENSE TO WS-PAYTOT-GROSS-ED
           MOVE WS-GLR-TAX TO WS-PAYTOT-TAX-ED
           MOVE WS-GLR-DEDUCT TO WS-PAYTOT-DEDUCT-ED
           MOVE WS-GLR-CASH TO WS-PAYTOT-NET-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "JOURNAL BY KIND  EXPENSE: " DELIMITED BY SIZE
              WS-PAYTOT-GROSS-ED DELIMITED BY SIZE
              "  TAX: " DELIMITED BY SIZE
              WS-PAYTOT-TAX-ED DELIMITED BY SIZE
              "  DEDUCT: " DELIMITED BY SIZE
              WS-PAYTOT-DEDUCT-ED DELIMITED BY SIZE
              "  CASH: " DELIMITED BY SIZE
              WS-PAYTOT-NET-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-GLJ-DEBITS TO WS-GL-DEBITS-ED
           MOVE WS-GLJ-CREDITS TO WS-GL-CREDITS-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "JOURNAL AS BUILT   COUNT: " DELIMITED BY SIZE
              WS-GLJ-COUNT DELIMITED BY SIZE
              "  DEBITS: " DELIMITED BY SIZE
              WS-GL-DEBITS-ED DELIMITED BY SIZE
              "  CREDITS: " DELIMITED BY SIZE
              WS-GL-CREDITS-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-GLT-DEBITS-SAVE TO WS-GL-DEBITS-ED
           MOVE WS-GLT-CREDITS-SAVE TO WS-GL-CREDITS-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "TRAILER RECORD     COUNT: " DELIMITED BY SIZE
              WS-GLT-COUNT-SAVE DELIMITED BY SIZE
              "  DEBITS: " DELIMITED BY SIZE
              WS-GL-DEBITS-ED DELIMITED BY SIZE
              "  CREDITS: " DELIMITED BY SIZE
              WS-GL-CREDITS-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE WS-GLR-DEBITS TO WS-GL-DEBITS-ED
           MOVE WS-GLR-CREDITS TO WS-GL-CREDITS-ED
           MOVE SPACES TO GL-BAL-LINE
           STRING "FILE RECOMPUTED    COUNT: " DELIMITED BY SIZE
              WS-GLR-COUNT DELIMITED BY SIZE
              "  DEBITS: " DELIMITED BY SIZE
              WS-GL-DEBITS-ED DELIMITED BY SIZE
              "  CREDITS: " DELIMITED BY SIZE
              WS-GL-CREDITS-ED DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           WRITE GL-BAL-LINE
           MOVE SPACES TO GL-BAL-LINE
           IF WS-RECON-FAILED
              STRING "STATUS: OUT OF BALANCE - JOURNAL MUST NOT BE "
                 "POSTED" DELIMITED BY SIZE INTO GL-BAL-LINE
           ELSE
              STRING "STATUS: BALANCED" DELIMITED BY SIZE
                 INTO GL-BAL-LINE
           END-IF
           WRITE GL-BAL-LINE
           CLOSE GL-BALANCE-RPT.

      * Turn the period's NET-PAY-FILE into the bank transmission.
      * One detail per paid employee with an account on file: live
           MOVE ZERO TO WS-BNK-PRENOTE-COUNT
           MOVE ZERO TO WS-BNK-NOACCT-COUNT
           MOVE ZEROS TO WS-BNK-HASH
           MOVE ZERO TO WS-BNK-PRENOTE-EMP
           OPEN EXTEND DD-EXCEPTION-RPT
           IF WS-DDEXCP-STATUS NOT = "00"
              OPEN OUTPUT DD-EXCEPTION-RPT

       SEND-ONE-BANK-RECORD.
           PERFORM FIND-BANK-ACCOUNT
           EVALUATE TRUE
              WHEN NOT WS-BANK-FOUND
                 ADD 1 TO WS-BNK-NOACCT-COUNT
                 MOVE SPACES TO DD-EXCP-LINE
                 STRING "NO ACCOUNT ON FILE - EMP " DELIMITED BY SIZE
                    NPF-EMP-ID DELIMITED BY SIZE
                    " NOT TRANSMITTED" DELIMITED BY SIZE
                       INTO DD-EXCP-LINE
                 WRITE DD-EXCP-LINE
      * An account that went out as a prenote earlier in this
      * transmission is not live yet - a retro record behind the
      * period record cannot go to it either, and is listed with the
      * no-account fallout for payroll to pay by hand.
              WHEN NPF-EMP-ID = WS-BNK-PRENOTE-EMP
                    AND NOT NPF-PERIOD-PAY
                 ADD 1 TO WS-BNK-NOACCT-COUNT
                 MOVE SPACES TO DD-EXCP-LINE
                 STRING "PRENOTE IN FLIGHT - EMP " DELIMITED BY SIZE
                    NPF-EMP-ID DELIMITED BY SIZE
                    " TYPE " DELIMITED BY SIZE
                    NPF-PAY-TYPE DELIMITED BY SIZE
                    " NOT TRANSMITTED" DELIMITED BY SIZE
                       INTO DD-EXCP-LINE
                 WRITE DD-EXCP-LINE
              WHEN OTHER
                 MOVE SPACES TO WS-BNK-WORK
                 MOVE "D" TO WS-BNK-REC-TYPE
                 MOVE NPF-EMP-ID TO WS-BNK-DET-EMP-ID
                 MOVE BNK-ROUTING(WS-BANK-SUB) TO WS-BNK-DET-ROUTING
                 MOVE BNK-ACCOUNT(WS-BANK-SUB) TO WS-BNK-DET-ACCOUNT
                 MOVE BNK-ACCT-TYPE(WS-BANK-SUB)
                    TO WS-BNK-DET-ACCT-TYPE
                 IF BNK-PRENOTE(WS-BANK-SUB) = "P"
                    MOVE ZEROS TO WS-BNK-DET-AMOUNT
                    MOVE "P" TO WS-BNK-DET-PRENOTE
                    ADD 1 TO WS-BNK-PRENOTE-COUNT
                    MOVE "L" TO BNK-PRENOTE(WS-BANK-SUB)
                    MOVE NPF-EMP-ID TO WS-BNK-PRENOTE-EMP
                 ELSE
                    MOVE NPF-NET TO WS-BNK-DET-AMOUNT
                    MOVE "L" TO WS-BNK-DET-PRENOTE
                    ADD NPF-NET TO WS-BNK-HASH
                 END-IF
                 MOVE WS-BNK-WORK TO BANK-TRANS-RECORD
                 WRITE BANK-TRANS-RECORD
                 ADD 1 TO WS-BNK-SENT-COUNT
           END-EVALUATE.

      * Persist the prenote flips - an account tests exactly once.
       REWRITE-BANK-MASTER.
