           SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS YTD-KEY
             FILE STATUS IS YTD-MASTER-FILE-STATUS.

           SELECT TAX-BRACKET-FILE ASSIGN TO DISK
             RECORD KEY IS BA-KEY
             FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT DRAW-JOURNAL-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DJ-KEY
             FILE STATUS IS DRAW-JOURNAL-FILE-STATUS.

           SELECT RECEIVABLE-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RCV-KEY
             FILE STATUS IS RECEIVABLE-MASTER-FILE-STATUS.

           SELECT RECOVERY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS RECOVERY-PARM-FILE-STATUS.

           SELECT TAX-PROFILE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TXP-KEY
             FILE STATUS IS TAX-PROFILE-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE
      *----byte: 'H' opens a branch's batch, 'T' closes it with the
      *----count and hash totals the branch computed when it cut the
      *----extract.  Records outside any envelope (the old
      *----single-stream format) still process unverified.  The
      *----header names the company the batch was cut for; a batch
      *----for another company is refused whole, and a blank company
      *----(an older extract) is taken as this run's.
       01  PAYROLL-BATCH-HEADER REDEFINES PAYROLL-IN.
           05 BATCH-HDR-BRANCH-CODE            PIC X(04).
           05 BATCH-HDR-PREP-DATE              PIC 9(08).
           05 BATCH-HDR-COMPANY                PIC X(02).
           05 FILLER                           PIC X(23).
           05 BATCH-HDR-RECORD-TYPE            PIC X(01).
           05 FILLER                           PIC X(15).
       01  PAYROLL-BATCH-TRAILER REDEFINES PAYROLL-IN.
           05 BRANCH-STATS-CRLF                PIC X(02).
       FD  EMPLOYEE-YTD-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
      *----Year-to-date totals are kept per employer: an employee who
      *----moves company mid-year has one record under each, and each
      *----employer certifies only what it paid.
       01  YTD-MASTER-RECORD.
           05 YTD-KEY.
               10 YTD-COMPANY                  PIC X(02).
               10 YTD-AFM                      PIC X(09).
           05 YTD-GROSS                        COMP PIC S9(09)V99.
           05 YTD-TAXES                        COMP PIC S9(09)V99.
           05 YTD-NET                          COMP PIC S9(09)V99.
           05 TAX-BRACKET-IN-CRLF                PIC X(02).
       FD  RESTART-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 3118 CHARACTERS
           DATA RECORD IS RESTART-OUT.
       01  RESTART-OUT.
           05 RESTART-KEY                       PIC X(01).
      *----resumes after it instead of merging the same run's
      *----amounts in twice.
           05 RESTART-HIST-APPEND-AFM           PIC X(09).
           05 RESTART-RECOVERED-COUNT           PIC 9(06).
           05 RESTART-RECOVERED                 PIC 9(08)V99.
      *----The company the checkpointed run was paying; a restart
      *----for any other company is refused until that run is
      *----completed.
           05 RESTART-COMPANY                   PIC X(02).
      *----What the pay-history append has posted to the receivable
      *----master so far, for the GL debit written after it.
           05 RESTART-RECEIVABLE-POSTED         PIC 9(08)V99.
      *----The validated-AFM set itself lives in RESTART-SEEN-FILE,
      *----keyed by AFM, so neither this record nor the per-record
      *----duplicate check grows with headcount.
           05 BANK-RUN-TRAILER-LABEL            PIC X(20).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-ID               PIC X(15).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-COMPANY          PIC X(02).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-DEBTOR-IBAN      PIC X(34).
           05 FILLER                            PIC X(01).
           05 BANK-RUN-TRAILER-CRLF             PIC X(02).
       FD  AFM-REGISTRY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AFM-REGISTRY-RECORD.
       01  AFM-REGISTRY-RECORD.
           05 REG-AFM                          PIC X(09).
           05 REG-HIRE-DATE                    PIC 9(08).
           05 REG-TERM-DATE                    PIC 9(08).
           05 REG-STATUS                       PIC X(01).
           05 REG-COMPANY                      PIC X(02).
           05 REG-COMPANY-FROM                 PIC 9(08).
           05 REG-PRIOR-COMPANY                PIC X(02).
       FD  OVERTIME-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 5 CHARACTERS
      *----compare here and by PAY-HISTORY-INQUIRY.
       FD  PAY-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PAY-HISTORY-RECORD.
       01  PAY-HISTORY-RECORD.
      *----The mode is part of the key, as on PCTL-KEY: a bonus run
      *----and the LIVE period sharing an end date keep separate
      *----records, so a bonus never masquerades as earnings in a
      *----later reference window and the period's real earnings are
      *----never hidden behind a bonus mode.  The paying company
      *----closes the key, so a mover's period paid by both employers
      *----keeps a record under each.
           05 HIST-KEY.
               10 HIST-AFM                      PIC X(09).
               10 HIST-PERIOD-END               PIC 9(08).
               10 HIST-MODE                     PIC X(05).
               10 HIST-COMPANY                  PIC X(02).
           05 HIST-NAME                         PIC X(20).
           05 HIST-GROSS                        COMP PIC S9(08)V99.
           05 HIST-EFKA                         COMP PIC S9(08)V99.
           05 HIST-TAXES                        COMP PIC S9(08)V99.
           05 HIST-DEDUCTIONS                   COMP PIC S9(08)V99.
           05 HIST-NET                          COMP PIC S9(08)V99.
      *----The employer's EFKA cost and the cost center the period was
      *----charged to, so labour cost can be rebuilt by department.
           05 HIST-EMPLOYER-EFKA                COMP PIC S9(08)V99.
           05 HIST-COST-CENTER                  PIC X(04).
      *----The period's hours as priced off the hourly rate --
      *----overtime at its premium, sick time at its percentage, all
      *----times the period multiplier -- so a rate change can be
      *----repriced as these hours times the rate difference.
      *----Adjustment amounts carry no hours.
           05 HIST-RATED-HOURS                  COMP PIC S9(07)V99.
      *----The run's paid-employee state itself: one record per AFM
      *----with the accumulated amounts, read and updated by key as
      *----each record is processed, so per-record work does not grow
      *----truncated with RESTART-FILE when the run completes.
       FD  RESTART-PAID-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS RESTART-PAID-RECORD.
       01  RESTART-PAID-RECORD.
           05 RESTART-PAID-AFM                  PIC X(09).
           05 RESTART-PAID-TAXES                COMP PIC S9(08)V99.
           05 RESTART-PAID-DEDUCTIONS           COMP PIC S9(08)V99.
           05 RESTART-PAID-NET                  COMP PIC S9(08)V99.
           05 RESTART-PAID-EMPLOYER             COMP PIC S9(08)V99.
           05 RESTART-PAID-COST-CENTER          PIC X(04).
           05 RESTART-PAID-RATED-HOURS          COMP PIC S9(07)V99.
      *----The validated-AFM set for the duplicate check, one record
      *----per AFM seen this run: a keyed read replaces the old
      *----full-table scan, and the set survives a crash alongside
      *----equal credits.
       FD  GL-POSTING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS GL-POSTING-OUT.
      *----GL-OUT-LEDGER routes the line to the paying company's
      *----ledger.
       01  GL-POSTING-OUT.
           05 GL-OUT-DATE                       PIC 9(08).
           05 FILLER                            PIC X(02).
           05 GL-OUT-REF                        PIC X(15).
           05 FILLER                            PIC X(02).
           05 GL-OUT-LEDGER                     PIC X(04).
           05 FILLER                            PIC X(02).
           05 GL-OUT-ACCOUNT                    PIC X(24).
           05 FILLER                            PIC X(02).
           05 GL-OUT-DR
      *----identifier stamped on every listing the run produced.
       FD  RUN-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS RUN-HISTORY-RECORD.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-ID                         PIC X(15).
           05 RH-NET                            PIC S9(08)V99
                   SIGN LEADING SEPARATE.
           05 RH-RECON-BALANCED                 PIC X(03).
           05 RH-COMPANY                        PIC X(02).
      *----One record per pay period and run mode already paid, keyed
      *----by the period end date plus the mode ('LIVE ' or the bonus
      *----mode) and stamped with the run that paid it; its presence
      *----mode -- the refuse-rather-than-corrupt rule the year-end
      *----enforces with YEAR-END-CONTROL-FILE -- while a Doro run
      *----and the regular period it accompanies never lock each
      *----other out.  Each company closes its own periods.
       FD  PERIOD-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS PERIOD-CONTROL-RECORD.
       01  PERIOD-CONTROL-RECORD.
           05 PCTL-KEY.
               10 PCTL-PERIOD-END               PIC X(08).
               10 PCTL-MODE                     PIC X(05).
               10 PCTL-COMPANY                  PIC X(02).
           05 PCTL-RUN-ID                       PIC X(15).
           05 PCTL-RUN-DATE                     PIC 9(08).
      *----Sick-pay percentage and the annual paid-leave entitlement
      *----One record per account per AFM, maintained through
      *----BANK-ACCOUNT-MAINT: the IBAN the bank can actually route
      *----to, with an amount or percentage split; the employee's
      *----highest-SEQ account receives whatever net remains.  An
      *----account suspended ('S') after a bank return is passed over
      *----until a corrected IBAN releases it.
       FD  BANK-ACCOUNT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS BANK-ACCOUNT-RECORD.
       01  BANK-ACCOUNT-RECORD.
           05 BA-KEY.
           05 BA-SPLIT-TYPE                     PIC X(01).
           05 BA-AMOUNT                         COMP PIC 9(06)V99.
           05 BA-PCT                            COMP PIC 9V999.
           05 BA-STATUS                         PIC X(01).
      *----Effective-dated contracted hourly rate per AFM, kept by
      *----PAY-RATE-MAINT: the rate in force for a period is the
      *----record with the latest effective date on or before the
      *----period end.
       FD  PAY-RATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS PAY-RATE-RECORD.
       01  PAY-RATE-RECORD.
           05 RATE-KEY.
               10 RATE-AFM                      PIC X(09).
               10 RATE-EFFECTIVE-DATE           PIC 9(08).
           05 RATE-HOUR-RATE                    PIC 99V99.
           05 RATE-ENTERED-DATE                 PIC 9(08).
           05 RATE-RETRO-STATUS                 PIC X(01).
      *----What each committed run drew from the masters that the pay
      *----history cannot show: every loan balance reduction (with
      *----the entry's terms, since a repaid loan comes off the
      *----master), every paid-leave draw, and every overpayment
      *----recovered ('R') or posted ('N') on the receivable master.
      *----Keyed by the period end and mode the run stamps, not the
      *----run identifier, so a restarted run's draws sit with those
      *----of the attempt it completes; RUN-VOID backs them out from
      *----here.
       FD  DRAW-JOURNAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS DRAW-JOURNAL-RECORD.
       01  DRAW-JOURNAL-RECORD.
           05 DJ-KEY.
               10 DJ-PERIOD-END                 PIC 9(08).
               10 DJ-MODE                       PIC X(05).
               10 DJ-COMPANY                    PIC X(02).
               10 DJ-AFM                        PIC X(09).
               10 DJ-KIND                       PIC X(01).
               10 DJ-SEQ                        PIC 9(02).
           05 DJ-RUN-ID                         PIC X(15).
           05 DJ-DRAWN                          COMP PIC S9(08)V99.
           05 DJ-DED-TERMS.
               10 DJ-DED-CODE                   PIC X(04).
               10 DJ-DED-TYPE                   PIC X(01).
               10 DJ-DED-AMOUNT                 COMP PIC 9(06)V99.
               10 DJ-DED-PCT                    COMP PIC 9V999.
               10 DJ-DED-DELETED                PIC X(01).
               10 DJ-DED-PRIORITY               PIC 9(02).
           05 DJ-RCV-TERMS REDEFINES DJ-DED-TERMS.
               10 DJ-RCV-TYPE                   PIC X(01).
               10 DJ-RCV-ORIGIN-DATE            PIC 9(08).
               10 DJ-RCV-ORIGINAL               COMP PIC 9(06)V99.
               10 DJ-RCV-DELETED                PIC X(01).
           05 DJ-RCV-ORIGIN-REF                 PIC X(15).
      *----What employees owe back: one item per overpayment, from a
      *----negative net this program could not pay ('N') or entered
      *----through RECEIVABLE-MAINT ('M'), recovered oldest first
      *----from later LIVE nets and removed once cleared.  SEQ 00 is
      *----not an item but the employee's agreed recovery per run
      *----('L'), where one has been set.
       FD  RECEIVABLE-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS RECEIVABLE-RECORD.
       01  RECEIVABLE-RECORD.
           05 RCV-KEY.
               10 RCV-AFM                       PIC X(09).
               10 RCV-SEQ                       PIC 9(02).
           05 RCV-TYPE                          PIC X(01).
           05 RCV-ORIGIN-DATE                   PIC 9(08).
           05 RCV-ORIGIN-REF                    PIC X(15).
           05 RCV-ORIGINAL                      COMP PIC 9(06)V99.
           05 RCV-BALANCE                       COMP PIC 9(06)V99.
           05 RCV-LAST-RECOVERY                 PIC 9(08).
           05 RCV-COMPANY                       PIC X(02).
       01  RECEIVABLE-LIMIT-RECORD REDEFINES RECEIVABLE-RECORD.
           05 FILLER                            PIC X(11).
           05 RCV-LIMIT-TYPE                    PIC X(01).
           05 RCV-LIMIT-AMOUNT                  COMP PIC 9(06)V99.
           05 RCV-LIMIT-SET-DATE                PIC 9(08).
           05 FILLER                            PIC X(29).
      *----Effective-dated dependants and reduction category per AFM,
      *----kept by TAX-PROFILE-MAINT: the profile in force for a
      *----period is the record with the latest effective date on or
      *----before the period end.
       FD  TAX-PROFILE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS TAX-PROFILE-RECORD.
       01  TAX-PROFILE-RECORD.
           05 TXP-KEY.
               10 TXP-AFM                       PIC X(09).
               10 TXP-EFFECTIVE-DATE            PIC 9(08).
           05 TXP-CHILDREN                      PIC 9(02).
           05 TXP-CATEGORY                      PIC X(01).
           05 TXP-ENTERED-DATE                  PIC 9(08).
      *----Share of the net a run may take back from an employee with
      *----no agreed recovery amount of their own.
       FD  RECOVERY-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS RECOVERY-PARM-IN.
       01  RECOVERY-PARM-IN.
           05 RECOVERY-PARM-PCT                 PIC 9V99.
           05 RECOVERY-PARM-CRLF                PIC X(02).
      *----The company this run pays for: every batch, registry
      *----entry, history record and output of the run is that
      *----company's alone.
       FD  COMPANY-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS COMPANY-PARM-IN.
       01  COMPANY-PARM-IN.
           05 COMPANY-PARM-CODE                 PIC X(02).
           05 COMPANY-PARM-CRLF                 PIC X(02).
      *----One record per employing company, kept by COMPANY-MAINT:
      *----the employer EFKA registration, tax withholding AFM,
      *----paying bank account and general ledger of each.
       FD  COMPANY-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05 CO-CODE                           PIC X(02).
           05 CO-NAME                           PIC X(30).
           05 CO-EFKA-REG                       PIC X(10).
           05 CO-TAX-AFM                        PIC X(09).
           05 CO-IBAN                           PIC X(34).
           05 CO-LEDGER                         PIC X(04).
           05 CO-STATUS                         PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 PAYROLL-FILE-STATUS              PIC 99.
      *----Bank credits are built from the paid-employee table in
      *----FINAL-RTN so adjustments net against regular pay; a net
      *----that ends below zero is withheld from the bank file and
      *----reported instead of emitting a negative credit, and is
      *----posted to RECEIVABLE-MASTER with the pay history.
           05 BANK-TOTAL                       COMP PIC S9(08)V99
                   VALUE 0.
           05 CARRY-FORWARD-COUNT              COMP PIC 9(06) VALUE 0.
           05 REGULAR-HOURS-THRESHOLD          COMP PIC 9(03) VALUE 080.
           05 REGULAR-HOURS                    COMP PIC 9(03) VALUE 0.
           05 OVERTIME-HOURS                   COMP PIC 9(03) VALUE 0.
           05 RATED-HOURS                      COMP PIC S9(07)V99
                   VALUE 0.
           05 REGULAR-SALARY                   PIC 9(08)V99.
           05 OVERTIME-SALARY                  PIC 9(08)V99.
           05 OVERTIME-SALARY-Z                PIC Z(03).Z(02)9,99.
      *----REGULAR-HOURS-THRESHOLD scaled to the current pay period,
      *----the same way BRACKET-SCALE-FACTOR scales the tax brackets.
           05 SCALED-HOURS-THRESHOLD           COMP PIC 9(04) VALUE 080.
      *----The rate master is advisory: without one (or without a
      *----record for the AFM) the branch's keyed rate is taken as is.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 PAY-RATE-AVAILABLE-SWITCH        PIC X(03) VALUE 'NO'.
           05 RATE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RATE-FOUND-SWITCH                PIC X(03) VALUE 'NO'.
           05 MASTER-HOUR-RATE                 PIC 99V99 VALUE 0.
           05 DRAW-JOURNAL-FILE-STATUS         PIC 99.
           05 DRAW-AMOUNT                      COMP PIC S9(08)V99
                   VALUE 0.
           05 RECEIVABLE-MASTER-FILE-STATUS    PIC 99.
           05 RECOVERY-PARM-FILE-STATUS        PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
      *----The paying company's details off COMPANY-MASTER-FILE.
           05 RUN-COMPANY-NAME                 PIC X(30).
           05 RUN-COMPANY-EFKA-REG             PIC X(10).
           05 RUN-COMPANY-TAX-AFM              PIC X(09).
           05 RUN-COMPANY-IBAN                 PIC X(34).
           05 RUN-COMPANY-LEDGER               PIC X(04).
      *----Period and company-move dates as YYYYMM, for the mover
      *----test in CHECK-AFM-REGISTRY-RTN.
           05 PERIOD-END-MONTH                 PIC 9(06) VALUE 0.
           05 COMPANY-FROM-MONTH               PIC 9(06) VALUE 0.
           05 RECEIVABLE-AVAILABLE-SWITCH      PIC X(03) VALUE 'NO'.
           05 RCV-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
      *----Share of the net recovered when the employee has no agreed
      *----amount; default one quarter, overridden from
      *----RECOVERY-PARM-FILE.
           05 RECOVERY-STATUTORY-PCT           COMP PIC 9V99 VALUE 0.
      *----The current employee's open items, oldest first, and what
      *----this record takes back from them.
           05 RCV-ITEM-COUNT                   COMP PIC 99 VALUE 0.
           05 RCV-ITEM-TABLE OCCURS 20 TIMES.
               10 RCV-ITEM-SEQ                  PIC 9(02).
               10 RCV-ITEM-BALANCE              COMP PIC 9(06)V99.
           05 RCV-IDX                          COMP PIC 99 VALUE 0.
           05 RCV-OWED                         COMP PIC 9(08)V99
                   VALUE 0.
           05 RCV-AGREED-LIMIT                 COMP PIC 9(06)V99
                   VALUE 0.
           05 RCV-SEQ-HIGH                     COMP PIC 9(03) VALUE 0.
           05 RECOVERY-LIMIT                   COMP PIC 9(08)V99
                   VALUE 0.
           05 RECOVERY-LEFT                    COMP PIC 9(08)V99
                   VALUE 0.
           05 THIS-RECOVERY                    COMP PIC 9(08)V99
                   VALUE 0.
           05 RECORD-RECOVERY                  COMP PIC 9(08)V99
                   VALUE 0.
           05 RECOVERED-COUNT                  COMP PIC 9(06) VALUE 0.
           05 TOTAL-RECOVERED                  COMP PIC 9(08)V99
                   VALUE 0.
           05 RECEIVABLE-POSTED-COUNT          COMP PIC 9(06) VALUE 0.
           05 RECEIVABLE-POSTED-TOTAL          COMP PIC 9(08)V99
                   VALUE 0.
           05 RECOVERY-Z                       PIC Z(03).Z(02)9,99.
      *----The tax profile is advisory like the rate master: an AFM
      *----with no profile on file (or no file at all) has its tax
      *----withheld without reduction.
           05 TAX-PROFILE-FILE-STATUS          PIC 99.
           05 TAX-PROFILE-AVAILABLE-SWITCH     PIC X(03) VALUE 'NO'.
           05 TXP-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
           05 TXP-FOUND-SWITCH                 PIC X(03) VALUE 'NO'.
      *----TAX-REDUCTION-SUBRTN's parameters.
           05 TXR-CHILDREN                     PIC 9(02).
           05 TXR-CATEGORY                     PIC X(01).
           05 TXR-ANNUAL-INCOME                PIC 9(09)V99.
           05 TXR-ANNUAL-REDUCTION             PIC 9(07)V99.
           05 TXR-STATUS                       PIC X(07).
           05 TAX-REDUCTION                    COMP PIC 9(08)V99
                   VALUE 0.
           05 TAX-REDUCTION-Z                  PIC Z(03).Z(02)9,99.

       PROCEDURE DIVISION.

           CLOSE RESTART-PAID-FILE, RESTART-SEEN-FILE.
           IF TRIAL-RUN-SWITCH NOT = 'YES'
              CLOSE EMPLOYEE-YTD-MASTER, BANK-TRANSFER-FILE,
                  RESTART-FILE, DRAW-JOURNAL-FILE
           END-IF.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           IF BANK-ACCOUNT-AVAILABLE-SWITCH = 'YES'
              CLOSE BANK-ACCOUNT-FILE
           END-IF.
           IF PAY-RATE-AVAILABLE-SWITCH = 'YES'
              CLOSE PAY-RATE-FILE
           END-IF.
           IF TAX-PROFILE-AVAILABLE-SWITCH = 'YES'
              CLOSE TAX-PROFILE-FILE
           END-IF.
           IF RECEIVABLE-AVAILABLE-SWITCH = 'YES'
              CLOSE RECEIVABLE-MASTER
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           MOVE 25  TO VARIANCE-THRESHOLD-PCT.
           MOVE 0,50 TO SICK-RATE-PCT.
           MOVE 160 TO ANNUAL-LEAVE-HOURS.
           MOVE 0,25 TO RECOVERY-STATUTORY-PCT.
           MOVE '0' TO FINAL-PHASE.
           MOVE LOW-VALUES TO HIST-APPEND-AFM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                  ' GROSS FROM THE PAY HISTORY REFERENCE WINDOW ***'
           END-IF.

      *----Every run pays one company, named in COMPANY-PARM-FILE and
      *----held on COMPANY-MASTER-FILE; both are required, and an
      *----inactive company is not paid.  The employer details the
      *----EFKA, bank and GL outputs carry are kept for the rest of
      *----the run.
           OPEN INPUT COMPANY-PARM-FILE.
           IF COMPANY-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-PARM-FILE-STATUS
              GO TO STOPRUN.
           MOVE SPACES TO RUN-COMPANY.
           READ COMPANY-PARM-FILE
               NOT AT END
                   MOVE COMPANY-PARM-CODE TO RUN-COMPANY
           END-READ.
           CLOSE COMPANY-PARM-FILE.
           IF RUN-COMPANY = SPACES
              DISPLAY '***NO COMPANY CODE IN COMPANY-PARM-FILE!!!'
              GO TO STOPRUN.
           OPEN INPUT COMPANY-MASTER-FILE.
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN.
           MOVE RUN-COMPANY TO CO-CODE.
           READ COMPANY-MASTER-FILE KEY IS CO-CODE
               INVALID KEY
                   DISPLAY '***COMPANY ' RUN-COMPANY
                       ' IS NOT ON COMPANY-MASTER-FILE!!!'
                   CLOSE COMPANY-MASTER-FILE
                   GO TO STOPRUN
           END-READ.
           CLOSE COMPANY-MASTER-FILE.
           IF CO-STATUS = 'I'
              DISPLAY '***COMPANY ' RUN-COMPANY
                  ' IS INACTIVE -- RUN REFUSED!!!'
              GO TO STOPRUN.
           MOVE CO-NAME     TO RUN-COMPANY-NAME.
           MOVE CO-EFKA-REG TO RUN-COMPANY-EFKA-REG.
           MOVE CO-TAX-AFM  TO RUN-COMPANY-TAX-AFM.
           MOVE CO-IBAN     TO RUN-COMPANY-IBAN.
           MOVE CO-LEDGER   TO RUN-COMPANY-LEDGER.
           DISPLAY '*** PAYING COMPANY ' RUN-COMPANY ' '
               RUN-COMPANY-NAME ' ***'.

      *----A TRIAL run neither resumes from nor leaves a checkpoint,
      *----but it must not run over one either: its OPEN OUTPUTs
      *----below would truncate the partial listings a pending live
                           ORPHAN-LEAVE-COUNT
                       MOVE RESTART-HIST-APPEND-AFM TO
                           HIST-APPEND-AFM
                       MOVE RESTART-RECOVERED-COUNT TO RECOVERED-COUNT
                       MOVE RESTART-RECOVERED     TO TOTAL-RECOVERED
                       MOVE RESTART-RECEIVABLE-POSTED TO
                           RECEIVABLE-POSTED-TOTAL
                       MOVE RESTART-FINAL-PHASE   TO FINAL-PHASE
                       IF FINAL-PHASE = SPACE
                           MOVE '0' TO FINAL-PHASE
                               TO DED-CODE-REMIT-TOTAL(DED-CODE-IDX)
                       END-PERFORM
               END-READ
      *----The checkpoint belongs to one company's run; another
      *----company may not resume it, nor cold-start over it.
               IF RESTART-REQUESTED-SWITCH = 'YES' AND
                       RESTART-COMPANY NOT = SPACES AND
                       RESTART-COMPANY NOT = RUN-COMPANY
                   DISPLAY '***A RESTART CHECKPOINT FOR COMPANY '
                       RESTART-COMPANY ' IS PENDING -- RUN REFUSED!!!'
                   DISPLAY 'RESTART THAT COMPANY''S RUN FIRST.'
                   GO TO STOPRUN
               END-IF
           END-IF.

      *----The keyed run-state files: the paid-employee store and the
               IF RESTART-REQUESTED-SWITCH NOT = 'YES' AND
                       ADJUSTMENT-ONLY-SWITCH NOT = 'YES'
                   MOVE PAY-PERIOD-END-DATE TO PCTL-PERIOD-END
                   MOVE RUN-COMPANY TO PCTL-COMPANY
      *----The lockout is per period AND mode: a regular period and
      *----the bonus runs sharing its end date each get their own
      *----stamp.
                  DISPLAY 'STATUS-CODE = ' YTD-MASTER-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               OPEN I-O DRAW-JOURNAL-FILE
               IF DRAW-JOURNAL-FILE-STATUS = 35
                  OPEN OUTPUT DRAW-JOURNAL-FILE
                  CLOSE DRAW-JOURNAL-FILE
                  OPEN I-O DRAW-JOURNAL-FILE
               END-IF
               IF DRAW-JOURNAL-FILE-STATUS NOT = 0
                  DISPLAY 'ERROR OPENING FILE: DRAW-JOURNAL-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' DRAW-JOURNAL-FILE-STATUS
                  GO TO STOPRUN
               END-IF
           END-IF.

           OPEN INPUT TAX-BRACKET-FILE.
              CLOSE DEDUCTION-PARM-FILE
           END-IF.

      *----The receivable master is created by the first committed
      *----run that needs it; a TRIAL run reads it only to show the
      *----recoveries a LIVE run would make.
           IF TRIAL-RUN-SWITCH = 'YES'
              OPEN INPUT RECEIVABLE-MASTER
           ELSE
              OPEN I-O RECEIVABLE-MASTER
              IF RECEIVABLE-MASTER-FILE-STATUS = 35
                 OPEN OUTPUT RECEIVABLE-MASTER
                 CLOSE RECEIVABLE-MASTER
                 OPEN I-O RECEIVABLE-MASTER
              END-IF
           END-IF.
           EVALUATE RECEIVABLE-MASTER-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO RECEIVABLE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO RECEIVABLE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----RECOVERY-PARM-FILE is advisory: without one the statutory
      *----quarter of the net is the most a run recovers.
           OPEN INPUT RECOVERY-PARM-FILE.
           IF RECOVERY-PARM-FILE-STATUS = 0
              READ RECOVERY-PARM-FILE
                  NOT AT END
                      IF RECOVERY-PARM-PCT NUMERIC
                          MOVE RECOVERY-PARM-PCT TO
                              RECOVERY-STATUTORY-PCT
                      END-IF
              END-READ
              CLOSE RECOVERY-PARM-FILE
           END-IF.

      *----LEAVE-PARM-FILE is advisory: without one sick time pays at
      *----the default half rate and new balance records are seeded
      *----with the default entitlement.
               END-EVALUATE
           END-IF.

      *----The pay-rate master is advisory the same way the registry
      *----is: a shop that has not built one yet (status 35) pays the
      *----keyed rates unchecked, but any other failure stops the run
      *----rather than silently skip the rate check.
           OPEN INPUT PAY-RATE-FILE.
           EVALUATE PAY-RATE-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO PAY-RATE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO PAY-RATE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----Likewise the tax profile master: without one nobody's
      *----withholding is reduced, but a damaged file stops the run.
           OPEN INPUT TAX-PROFILE-FILE.
           EVALUATE TAX-PROFILE-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO TAX-PROFILE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO TAX-PROFILE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----VARIANCE-PARM-FILE is advisory too: without one the
      *----default threshold percentage stands.
           OPEN INPUT VARIANCE-PARM-FILE.
              GO TO STOPRUN.
           PERFORM WRITE-RUN-HISTORY-START-RTN.
           PERFORM PRINT-RUN-ID-STAMP-RTN.
           IF RESTART-REQUESTED-SWITCH NOT = 'YES'
              PERFORM PRINT-EFKA-EMPLOYER-RTN
           END-IF.

           IF TRIAL-RUN-SWITCH = 'YES'
              PERFORM PRINT-TRIAL-WATERMARK-RTN
           MOVE 0                   TO RH-TAXES
           MOVE 0                   TO RH-NET
           MOVE SPACES              TO RH-RECON-BALANCED
           MOVE RUN-COMPANY         TO RH-COMPANY
           WRITE RUN-HISTORY-RECORD
           IF RUN-HISTORY-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RUN-HISTORY-FILE!!!'
               MOVE 0,0833 TO BONUS-FACTOR
           END-EVALUATE.

      *----Stamps the execution's run identifier and company at the
      *----top of every listing so any page can be traced to its run.
       PRINT-RUN-ID-STAMP-RTN.
           MOVE SPACES TO VALID-PAYROLL-OUT-DASHES
           STRING 'RUN ID: ' RUN-ID '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO VALID-OUT-DASHES
           MOVE X'0D0A' TO VALID-OUT-DASHES-CRLF
           WRITE VALID-PAYROLL-OUT-DASHES
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO INVALID-PAYROLL-OUT-DASHES
           STRING 'RUN ID: ' RUN-ID '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO INVALID-OUT-DASHES
           MOVE X'0D0A' TO INVALID-OUT-DASHES-CRLF
           WRITE INVALID-PAYROLL-OUT-DASHES
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO RECON-STATS-OUT
           STRING 'RUN ID: ' RUN-ID '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO RECON-TITLE
           MOVE 0 TO RECON-VALUE
           MOVE X'0D0A' TO RECON-CRLF
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO PAYSLIP-OUT
           STRING 'RUN ID: ' RUN-ID '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO PAYSLIP-LINE
           PERFORM WRITE-PAYSLIP-LINE-RTN.

      *----Heads the EFKA remittance with the employer it is filed
      *----under: the company name, its EFKA registration and its tax
      *----withholding AFM.  Written once, when the file is started.
       PRINT-EFKA-EMPLOYER-RTN.
           MOVE SPACES TO EFKA-REMITTANCE-NOTE
           STRING 'EMPLOYER: ' RUN-COMPANY-NAME
               DELIMITED BY SIZE INTO EFKA-NOTE-TEXT
           MOVE X'0D0A' TO EFKA-NOTE-CRLF
           WRITE EFKA-REMITTANCE-NOTE
           IF EFKA-REMITTANCE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EFKA-REMITTANCE FILE!!!'
              DISPLAY 'STATUS-CODE = ' EFKA-REMITTANCE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO EFKA-REMITTANCE-NOTE
           STRING 'EFKA REG: ' RUN-COMPANY-EFKA-REG
               '  TAX AFM: ' RUN-COMPANY-TAX-AFM
               '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO EFKA-NOTE-TEXT
           MOVE X'0D0A' TO EFKA-NOTE-CRLF
           WRITE EFKA-REMITTANCE-NOTE
           IF EFKA-REMITTANCE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EFKA-REMITTANCE FILE!!!'
              DISPLAY 'STATUS-CODE = ' EFKA-REMITTANCE-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----Stamps every listing a TRIAL run produces so none of its
      *----output can be mistaken for a live payroll.
       PRINT-TRIAL-WATERMARK-RTN.
      *----fills BATCH-TABLE: one row per 'H' header, marked BAD when
      *----its 'T' trailer is missing, mismatched on branch, or
      *----disagrees on the record count or the hours/rate hash
      *----totals, or when its header names another company.  Detail
      *----records outside any envelope stay unverified and process
      *----as before.
       PRECHECK-BATCHES-RTN.
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-FILE-STATUS NOT = 0
               MOVE 0      TO PRECHECK-HOURS-HASH
               MOVE 0      TO PRECHECK-RATE-HASH
               MOVE 'YES'  TO PRECHECK-IN-BATCH-SWITCH
               IF BATCH-HDR-COMPANY NOT = SPACES AND
                       BATCH-HDR-COMPANY NOT = RUN-COMPANY
                   MOVE 'BAD ' TO BATCH-STATUS(BATCH-COUNT)
                   MOVE 'BATCH IS FOR ANOTHER COMPANY' TO
                       BATCH-FAIL-CAUSE(BATCH-COUNT)
               END-IF
           ELSE
               DISPLAY '***MORE THAN 20 BRANCH BATCHES IN THIS RUN'
                   ' -- EXTRA BATCHES GO UNVERIFIED!!!'
                   ' HAS NO MATCHING HEADER -- IGNORED!!!'
           ELSE
               EVALUATE TRUE
                 WHEN BATCH-STATUS(BATCH-COUNT) = 'BAD '
                   CONTINUE
                 WHEN BATCH-TRL-BRANCH-CODE NOT =
                         BATCH-BRANCH-CODE(BATCH-COUNT)
                   MOVE 'BAD ' TO BATCH-STATUS(BATCH-COUNT)
                  DISPLAY 'STATUS-CODE = ' LEAVE-BALANCE-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               MOVE SPACES           TO DRAW-JOURNAL-RECORD
               MOVE AFM              TO DJ-AFM
               MOVE 'L'              TO DJ-KIND
               MOVE 0                TO DJ-SEQ
               MOVE LEAVE-HOURS-THIS TO DRAW-AMOUNT
               PERFORM WRITE-DRAW-JOURNAL-RTN
           END-IF.

       PROCESS-ONE-PAYROLL-RTN.
           IF AFM-STATUS = 'VALID'
               PERFORM CHECK-COST-CENTER-RTN
           END-IF
      *----Hours-based pay must be at the contracted rate; a bonus
      *----run and adjustments carry no hourly rate of their own.
           IF AFM-STATUS = 'VALID' AND PAYROLL-RECORD-TYPE NOT = 'A'
                   AND BONUS-RUN-SWITCH NOT = 'YES' AND
                   PAY-RATE-AVAILABLE-SWITCH = 'YES'
               PERFORM CHECK-PAY-RATE-RTN
           END-IF
           IF AFM-STATUS = 'VALID' AND PAYROLL-RECORD-TYPE NOT = 'A'
               PERFORM CHECK-DUPLICATE-AFM-RTN
           END-IF
               PERFORM SET-PAY-PERIOD-RTN
               PERFORM CLAIM-PENDING-LEAVE-RTN
               MOVE 0 TO EMP-DED-COUNT
               MOVE 0 TO RECORD-RECOVERY
               MOVE 0 TO TAX-REDUCTION
               IF PAYROLL-RECORD-TYPE = 'A'
                   PERFORM PROCESS-ADJUSTMENT-RTN
               ELSE
                   COMPUTE TAXABLE-SALARY =
                       GROSS-SALARY - EMPLOYEE-CONTRIB
                   PERFORM CALCULATE-TAXES-RTN
      *----The dependants' reduction is spread over the regular pay
      *----periods; a bonus is withheld on in full and the year-end
      *----settlement squares the difference.
                   IF TAX-PROFILE-AVAILABLE-SWITCH = 'YES' AND
                           BONUS-RUN-SWITCH NOT = 'YES'
                       PERFORM APPLY-TAX-REDUCTION-RTN
                   END-IF
                   COMPUTE NET-SALARY =
                       GROSS-SALARY - EMPLOYEE-CONTRIB - TAXES
      *----A bonus is paid whole: the month's recurring deductions
                           BONUS-RUN-SWITCH NOT = 'YES'
                       PERFORM CALCULATE-DEDUCTIONS-RTN
                   END-IF
      *----Overpayments are recovered from the regular monthly pay,
      *----after the deductions, like the deductions never from a
      *----bonus.
                   IF RECEIVABLE-AVAILABLE-SWITCH = 'YES' AND
                           BONUS-RUN-SWITCH NOT = 'YES'
                       PERFORM RECOVER-OVERPAYMENT-RTN
                   END-IF
               END-IF
               IF LEAVE-HOURS-THIS > 0 AND
                       LEAVE-BALANCE-AVAILABLE-SWITCH = 'YES'
           MOVE OVERDRAWN-LEAVE-COUNT  TO RESTART-OVERDRAWN-COUNT
           MOVE ORPHAN-LEAVE-COUNT     TO RESTART-ORPHAN-LEAVE-COUNT
           MOVE HIST-APPEND-AFM        TO RESTART-HIST-APPEND-AFM
           MOVE RECOVERED-COUNT        TO RESTART-RECOVERED-COUNT
           MOVE TOTAL-RECOVERED        TO RESTART-RECOVERED
           MOVE RUN-COMPANY            TO RESTART-COMPANY
           MOVE RECEIVABLE-POSTED-TOTAL TO RESTART-RECEIVABLE-POSTED
           MOVE FINAL-PHASE            TO RESTART-FINAL-PHASE
           MOVE DEPT-COUNT             TO RESTART-DEPT-COUNT
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
               MOVE 'UNKNOWN COST CENTER' TO AFM-CAUSE
           END-IF.

      *----Looks up the rate in force at the period end -- the last
      *----record for the AFM effective on or before it -- and demotes
      *----a record keyed at any other rate to invalid, so a mistyped
      *----or stale branch rate never pays.  An AFM with no rate on
      *----file yet pays at the keyed rate.
       CHECK-PAY-RATE-RTN.
           MOVE 'NO' TO RATE-FOUND-SWITCH
           MOVE AFM TO RATE-AFM
           MOVE 0 TO RATE-EFFECTIVE-DATE
           START PAY-RATE-FILE KEY IS NOT < RATE-KEY
               INVALID KEY MOVE 'YES' TO RATE-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RATE-EOF-SWITCH
           END-START
           PERFORM READ-RATE-NEXT-RTN
               UNTIL RATE-EOF-SWITCH = 'YES'
           IF RATE-FOUND-SWITCH = 'YES' AND
                   MASTER-HOUR-RATE NOT = PAYROLL-HOUR-RATE
               MOVE 'INVALID' TO AFM-STATUS
               MOVE 'HOUR RATE DISAGREES WITH RATE MASTER' TO
                   AFM-CAUSE
           END-IF.

       READ-RATE-NEXT-RTN.
           READ PAY-RATE-FILE NEXT
               AT END MOVE 'YES' TO RATE-EOF-SWITCH
           END-READ
           IF RATE-EOF-SWITCH NOT = 'YES'
               IF RATE-AFM NOT = AFM OR
                       RATE-EFFECTIVE-DATE > PAY-PERIOD-END-DATE
                   MOVE 'YES' TO RATE-EOF-SWITCH
               ELSE
                   MOVE 'YES' TO RATE-FOUND-SWITCH
                   MOVE RATE-HOUR-RATE TO MASTER-HOUR-RATE
               END-IF
           END-IF.

      *----Adds the employee's amounts for this run to their keyed
      *----RESTART-PAID-FILE record -- one read, one write, whatever
      *----the headcount.  An AFM already on file has its amounts
                   UNTIL EMP-DED-IDX > EMP-DED-COUNT
               ADD EMP-DED-APPLIED(EMP-DED-IDX) TO RECORD-DEDUCTIONS
           END-PERFORM
           ADD RECORD-RECOVERY TO RECORD-DEDUCTIONS
           MOVE 'YES' TO PAID-FOUND-SWITCH
           MOVE AFM TO RESTART-PAID-AFM
           READ RESTART-PAID-FILE
               ADD TAXES             TO RESTART-PAID-TAXES
               ADD RECORD-DEDUCTIONS TO RESTART-PAID-DEDUCTIONS
               ADD NET-SALARY        TO RESTART-PAID-NET
               ADD EMPLOYER-CONTRIB  TO RESTART-PAID-EMPLOYER
               ADD RATED-HOURS       TO RESTART-PAID-RATED-HOURS
               REWRITE RESTART-PAID-RECORD
           ELSE
               MOVE AFM                   TO RESTART-PAID-AFM
               MOVE TAXES                 TO RESTART-PAID-TAXES
               MOVE RECORD-DEDUCTIONS     TO RESTART-PAID-DEDUCTIONS
               MOVE NET-SALARY            TO RESTART-PAID-NET
               MOVE EMPLOYER-CONTRIB      TO RESTART-PAID-EMPLOYER
               MOVE PAYROLL-COST-CENTER   TO RESTART-PAID-COST-CENTER
               MOVE RATED-HOURS           TO RESTART-PAID-RATED-HOURS
               WRITE RESTART-PAID-RECORD
           END-IF
           IF RESTART-PAID-FILE-STATUS NOT = 0
      *----correct a prior period in which the employee was
      *----legitimately employed, and reversing an overpayment for a
      *----since-terminated employee is precisely their use case.
      *----The employee must also belong to this run's company, now
      *----or before a move: the company moved from still pays up to
      *----the month of the move and the company moved to from the
      *----move date on, so the month of the move is paid by each for
      *----its own part.  A registry entry not yet given a company
      *----is not checked for one.
       CHECK-AFM-REGISTRY-RTN.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE AFM TO REG-AFM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE PERIOD-END-MONTH =
                           PAY-PERIOD-END-DATE / 100
                       COMPUTE COMPANY-FROM-MONTH =
                           REG-COMPANY-FROM / 100
                       EVALUATE TRUE
                         WHEN REG-EMPLOYEE-NAME NOT =
                                 PAYROLL-EMPLOYEE-NAME
                           MOVE 'INVALID' TO AFM-STATUS
                           MOVE 'AFM/NAME MISMATCH' TO AFM-CAUSE
                         WHEN REG-COMPANY NOT = SPACES AND
                                 RUN-COMPANY NOT = REG-COMPANY AND
                                 RUN-COMPANY NOT = REG-PRIOR-COMPANY
                           MOVE 'INVALID' TO AFM-STATUS
                           MOVE 'EMPLOYEE NOT ON THIS COMPANY' TO
                               AFM-CAUSE
                         WHEN PAYROLL-RECORD-TYPE = 'A'
                           CONTINUE
                         WHEN REG-STATUS = 'I'
                           MOVE 'INVALID' TO AFM-STATUS
                           MOVE 'TERMINATED BEFORE PAY PERIOD' TO
                               AFM-CAUSE
                         WHEN REG-COMPANY NOT = SPACES AND
                                 RUN-COMPANY = REG-PRIOR-COMPANY AND
                                 RUN-COMPANY NOT = REG-COMPANY AND
                                 PERIOD-END-MONTH > COMPANY-FROM-MONTH
                           MOVE 'INVALID' TO AFM-STATUS
                           MOVE 'MOVED TO ANOTHER COMPANY' TO
                               AFM-CAUSE
                         WHEN REG-COMPANY NOT = SPACES AND
                                 RUN-COMPANY = REG-COMPANY AND
                                 REG-PRIOR-COMPANY NOT = SPACES AND
                                 PAY-PERIOD-END-DATE < REG-COMPANY-FROM
                           MOVE 'INVALID' TO AFM-STATUS
                           MOVE 'NOT YET MOVED TO THIS COMPANY' TO
                               AFM-CAUSE
                       END-EVALUATE
               END-READ
           END-IF.
               PERIOD-MULTIPLIER
           COMPUTE GROSS-SALARY = REGULAR-SALARY + OVERTIME-SALARY +
               LEAVE-SALARY + SICK-SALARY.
           COMPUTE RATED-HOURS =
               (REGULAR-HOURS + OVERTIME-HOURS * 1,5 +
               LEAVE-HOURS-THIS + SICK-HOURS-THIS * SICK-RATE-PCT) *
               PERIOD-MULTIPLIER.

      *----Sums the employee's non-bonus gross over the statutory
      *----reference window; a zero basis demotes the record to
           MOVE AFM TO HIST-AFM
           MOVE BONUS-WINDOW-START TO HIST-PERIOD-END
           MOVE LOW-VALUES TO HIST-MODE
           MOVE LOW-VALUES TO HIST-COMPANY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO BONUS-SCAN-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO BONUS-SCAN-EOF-SWITCH
               UNTIL BONUS-SCAN-EOF-SWITCH = 'YES'.

      *----One history record in the window; earlier bonus payments
      *----carry their mode and are not earnings for this purpose,
      *----and only what this company paid counts toward its bonus.
       READ-BONUS-WINDOW-RTN.
           READ PAY-HISTORY-FILE NEXT
               AT END MOVE 'YES' TO BONUS-SCAN-EOF-SWITCH
                   IF HIST-MODE NOT = 'DOROX' AND
                           HIST-MODE NOT = 'DOROP' AND
                           HIST-MODE NOT = 'ADEIA' AND
                           HIST-COMPANY = RUN-COMPANY AND
                           HIST-GROSS > 0
                       ADD HIST-GROSS TO BONUS-WINDOW-GROSS
                   END-IF
      *----statutory factor, with no overtime split.
       CALCULATE-BONUS-GROSS-RTN.
           MOVE 0 TO OVERTIME-SALARY
           MOVE 0 TO RATED-HOURS
           COMPUTE GROSS-SALARY ROUNDED =
               BONUS-WINDOW-GROSS * BONUS-FACTOR
           MOVE GROSS-SALARY TO REGULAR-SALARY.
               MOVE SCALED-THRESHOLD TO PREVIOUS-THRESHOLD
           END-PERFORM.

      *----Finds the AFM's tax profile in force at the period end and
      *----takes this period's share of its annual reduction off the
      *----withholding.  The period's taxable pay is annualised the
      *----same way BRACKET-SCALE-FACTOR scales the brackets, so the
      *----income taper sees the rate the employee is earning at; the
      *----reduction comes back at PERIOD-MULTIPLIER days' share of
      *----the year and never takes TAXES below zero.
       APPLY-TAX-REDUCTION-RTN.
           MOVE 'NO' TO TXP-FOUND-SWITCH
           MOVE AFM TO TXP-AFM
           MOVE 0 TO TXP-EFFECTIVE-DATE
           START TAX-PROFILE-FILE KEY IS NOT < TXP-KEY
               INVALID KEY MOVE 'YES' TO TXP-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO TXP-EOF-SWITCH
           END-START
           PERFORM READ-TAX-PROFILE-NEXT-RTN
               UNTIL TXP-EOF-SWITCH = 'YES'
           IF TXP-FOUND-SWITCH = 'YES' AND TAXES > 0
               COMPUTE TXR-ANNUAL-INCOME ROUNDED =
                   TAXABLE-SALARY * 365 / PERIOD-MULTIPLIER
               CALL 'TAX-REDUCTION-SUBRTN' USING BY REFERENCE
                       TXR-CHILDREN, TXR-CATEGORY, TXR-ANNUAL-INCOME,
                       TXR-ANNUAL-REDUCTION, TXR-STATUS
               IF TXR-STATUS = 'VALID'
                   COMPUTE TAX-REDUCTION ROUNDED =
                       TXR-ANNUAL-REDUCTION * PERIOD-MULTIPLIER / 365
                   IF TAX-REDUCTION > TAXES
                       MOVE TAXES TO TAX-REDUCTION
                   END-IF
                   SUBTRACT TAX-REDUCTION FROM TAXES
               END-IF
           END-IF.

       READ-TAX-PROFILE-NEXT-RTN.
           READ TAX-PROFILE-FILE NEXT
               AT END MOVE 'YES' TO TXP-EOF-SWITCH
           END-READ
           IF TXP-EOF-SWITCH NOT = 'YES'
               IF TXP-AFM NOT = AFM OR
                       TXP-EFFECTIVE-DATE > PAY-PERIOD-END-DATE
                   MOVE 'YES' TO TXP-EOF-SWITCH
               ELSE
                   MOVE 'YES' TO TXP-FOUND-SWITCH
                   MOVE TXP-CHILDREN TO TXR-CHILDREN
                   MOVE TXP-CATEGORY TO TXR-CATEGORY
               END-IF
           END-IF.

      *----An adjustment carries its own signed gross amount (or, when
      *----the amount is zero, hours priced at the straight rate) in
      *----place of the hours-based calculation: no overtime split and
               COMPUTE GROSS-SALARY =
                   PAYROLL-HOURS-WORKED * PAYROLL-HOUR-RATE *
                   PERIOD-MULTIPLIER
               COMPUTE RATED-HOURS =
                   PAYROLL-HOURS-WORKED * PERIOD-MULTIPLIER
           ELSE
               MOVE PAYROLL-ADJ-AMOUNT TO GROSS-SALARY
               MOVE 0 TO RATED-HOURS
           END-IF
           MOVE 'N' TO ADJ-NEGATIVE-SWITCH
           IF GROSS-SALARY < 0
              DISPLAY '***ERROR UPDATING DEDUCTION-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' DEDUCTION-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           IF EMP-DED-REDUCING-SWITCH(EMP-DED-PICK) = 'Y'
               MOVE SPACES                        TO DRAW-JOURNAL-RECORD
               MOVE AFM                           TO DJ-AFM
               MOVE 'D'                           TO DJ-KIND
               MOVE EMP-DED-SEQ(EMP-DED-PICK)     TO DJ-SEQ
               MOVE EMP-DED-CODE(EMP-DED-PICK)    TO DJ-DED-CODE
               MOVE EMP-DED-TYPE(EMP-DED-PICK)    TO DJ-DED-TYPE
               MOVE EMP-DED-AMOUNT(EMP-DED-PICK)  TO DJ-DED-AMOUNT
               MOVE EMP-DED-PCT(EMP-DED-PICK)     TO DJ-DED-PCT
               MOVE EMP-DED-PRIORITY(EMP-DED-PICK) TO DJ-DED-PRIORITY
               IF EMP-DED-BALANCE(EMP-DED-PICK) = 0
                   MOVE 'Y' TO DJ-DED-DELETED
               ELSE
                   MOVE 'N' TO DJ-DED-DELETED
               END-IF
               MOVE THIS-DEDUCTION                TO DRAW-AMOUNT
               PERFORM WRITE-DRAW-JOURNAL-RTN
           END-IF.

      *----Logs one master draw against this run's period and mode;
      *----a second draw on the same key (a reprocessed record after
      *----a restart) is added in, exactly as the master received it.
       WRITE-DRAW-JOURNAL-RTN.
           MOVE PAY-PERIOD-END-DATE TO DJ-PERIOD-END
           MOVE RUN-MODE-LABEL      TO DJ-MODE
           MOVE RUN-COMPANY         TO DJ-COMPANY
           MOVE RUN-ID              TO DJ-RUN-ID
           MOVE DRAW-AMOUNT         TO DJ-DRAWN
           WRITE DRAW-JOURNAL-RECORD
               INVALID KEY
                   READ DRAW-JOURNAL-FILE
                   ADD DRAW-AMOUNT TO DJ-DRAWN
                   MOVE RUN-ID     TO DJ-RUN-ID
                   REWRITE DRAW-JOURNAL-RECORD
           END-WRITE
           IF DRAW-JOURNAL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING DRAW-JOURNAL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DRAW-JOURNAL-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----Takes back what the employee still owes from earlier
      *----overpayments, oldest item first: at most the employee's
      *----agreed amount per run -- or, with none agreed, the
      *----statutory share of the net -- and, like the deductions,
      *----never into the protected minimum net.  A TRIAL run shows
      *----the recovery but leaves the items as they are.
       RECOVER-OVERPAYMENT-RTN.
           MOVE 0 TO RCV-ITEM-COUNT
           MOVE 0 TO RCV-OWED
           MOVE 0 TO RCV-AGREED-LIMIT
           MOVE AFM TO RCV-AFM
           MOVE 0   TO RCV-SEQ
           START RECEIVABLE-MASTER KEY IS NOT < RCV-KEY
               INVALID KEY MOVE 'YES' TO RCV-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RCV-EOF-SWITCH
           END-START
           PERFORM READ-RECEIVABLE-NEXT-RTN
               UNTIL RCV-EOF-SWITCH = 'YES'
           IF RCV-OWED > 0
               IF RCV-AGREED-LIMIT > 0
                   MOVE RCV-AGREED-LIMIT TO RECOVERY-LIMIT
               ELSE
                   COMPUTE RECOVERY-LIMIT ROUNDED =
                       NET-SALARY * RECOVERY-STATUTORY-PCT
               END-IF
               COMPUTE NET-AVAILABLE =
                   NET-SALARY - PROTECTED-MINIMUM-NET
               IF NET-AVAILABLE < 0
                   MOVE 0 TO NET-AVAILABLE
               END-IF
               MOVE RCV-OWED TO RECORD-RECOVERY
               IF RECORD-RECOVERY > RECOVERY-LIMIT
                   MOVE RECOVERY-LIMIT TO RECORD-RECOVERY
               END-IF
               IF RECORD-RECOVERY > NET-AVAILABLE
                   MOVE NET-AVAILABLE TO RECORD-RECOVERY
               END-IF
               IF RECORD-RECOVERY > 0
                   SUBTRACT RECORD-RECOVERY FROM NET-SALARY
                   ADD RECORD-RECOVERY TO TOTAL-RECOVERED
                   ADD 1 TO RECOVERED-COUNT
                   MOVE RECORD-RECOVERY TO RECOVERY-LEFT
                   PERFORM APPLY-ONE-RECOVERY-RTN
                       VARYING RCV-IDX FROM 1 BY 1
                       UNTIL RCV-IDX > RCV-ITEM-COUNT OR
                           RECOVERY-LEFT = 0
               END-IF
           END-IF.

      *----Reads the next receivable record, stopping at the first
      *----one belonging to another AFM; cleared items are not on
      *----file, so every item read is still owed.  An item another
      *----company raised is recovered by that company's payroll; one
      *----with no company came from before the code was kept.
       READ-RECEIVABLE-NEXT-RTN.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'YES' TO RCV-EOF-SWITCH
           END-READ
           IF RCV-EOF-SWITCH NOT = 'YES'
               IF RCV-AFM NOT = AFM
                   MOVE 'YES' TO RCV-EOF-SWITCH
               ELSE
                   IF RCV-SEQ = 0
                       MOVE RCV-LIMIT-AMOUNT TO RCV-AGREED-LIMIT
                   ELSE
                       IF RCV-COMPANY = SPACES OR
                               RCV-COMPANY = RUN-COMPANY
                           PERFORM TABLE-RECEIVABLE-ITEM-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TABLE-RECEIVABLE-ITEM-RTN.
           IF RCV-ITEM-COUNT < 20
               ADD 1 TO RCV-ITEM-COUNT
               MOVE RCV-SEQ     TO RCV-ITEM-SEQ(RCV-ITEM-COUNT)
               MOVE RCV-BALANCE TO RCV-ITEM-BALANCE(RCV-ITEM-COUNT)
               ADD RCV-BALANCE  TO RCV-OWED
           ELSE
               DISPLAY '***MORE THAN 20 OVERPAYMENTS FOR'
                   ' AFM ' AFM ' -- LATER ITEMS WAIT!!!'
           END-IF.

       APPLY-ONE-RECOVERY-RTN.
           MOVE RCV-ITEM-BALANCE(RCV-IDX) TO THIS-RECOVERY
           IF THIS-RECOVERY > RECOVERY-LEFT
               MOVE RECOVERY-LEFT TO THIS-RECOVERY
           END-IF
           SUBTRACT THIS-RECOVERY FROM RECOVERY-LEFT
           SUBTRACT THIS-RECOVERY FROM RCV-ITEM-BALANCE(RCV-IDX)
           IF TRIAL-RUN-SWITCH NOT = 'YES' AND THIS-RECOVERY > 0
               PERFORM REWRITE-RECEIVABLE-RTN
           END-IF.

      *----Writes the reduced balance back to the item, or removes a
      *----cleared item from the master the way a repaid loan comes
      *----off the deductions; the journal keeps the item's origin so
      *----a voided run can put it back.
       REWRITE-RECEIVABLE-RTN.
           MOVE AFM                    TO RCV-AFM
           MOVE RCV-ITEM-SEQ(RCV-IDX)  TO RCV-SEQ
           READ RECEIVABLE-MASTER
               INVALID KEY
                  DISPLAY '***ERROR READING RECEIVABLE-MASTER!!!'
                  DISPLAY 'STATUS-CODE = '
                      RECEIVABLE-MASTER-FILE-STATUS
                  GO TO STOPRUN
           END-READ
           SUBTRACT THIS-RECOVERY FROM RCV-BALANCE
           MOVE PAY-PERIOD-END-DATE TO RCV-LAST-RECOVERY
           MOVE SPACES              TO DRAW-JOURNAL-RECORD
           MOVE AFM                 TO DJ-AFM
           MOVE 'R'                 TO DJ-KIND
           MOVE RCV-SEQ             TO DJ-SEQ
           MOVE RCV-TYPE            TO DJ-RCV-TYPE
           MOVE RCV-ORIGIN-DATE     TO DJ-RCV-ORIGIN-DATE
           MOVE RCV-ORIGINAL        TO DJ-RCV-ORIGINAL
           MOVE RCV-ORIGIN-REF      TO DJ-RCV-ORIGIN-REF
           IF RCV-BALANCE = 0
               MOVE 'Y' TO DJ-RCV-DELETED
               DELETE RECEIVABLE-MASTER RECORD
           ELSE
               MOVE 'N' TO DJ-RCV-DELETED
               REWRITE RECEIVABLE-RECORD
           END-IF
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR UPDATING RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE THIS-RECOVERY TO DRAW-AMOUNT
           PERFORM WRITE-DRAW-JOURNAL-RTN.

      *----A net this run could not pay because adjustments took it
      *----below zero becomes a new item the employee owes this
      *----company, under the next free SEQ after their existing ones.
       POST-OVERPAYMENT-RTN.
           MOVE 0 TO RCV-SEQ-HIGH
           MOVE RESTART-PAID-AFM TO RCV-AFM
           MOVE 0                TO RCV-SEQ
           START RECEIVABLE-MASTER KEY IS NOT < RCV-KEY
               INVALID KEY MOVE 'YES' TO RCV-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RCV-EOF-SWITCH
           END-START
           PERFORM FIND-RECEIVABLE-SEQ-RTN
               UNTIL RCV-EOF-SWITCH = 'YES'
           ADD 1 TO RCV-SEQ-HIGH
           IF RCV-SEQ-HIGH > 99
               DISPLAY '***NO RECEIVABLE SEQ LEFT FOR AFM '
                   RESTART-PAID-AFM ' -- OVERPAYMENT NOT POSTED!!!'
           ELSE
               MOVE SPACES              TO RECEIVABLE-RECORD
               MOVE RESTART-PAID-AFM    TO RCV-AFM
               MOVE RCV-SEQ-HIGH        TO RCV-SEQ
               MOVE 'N'                 TO RCV-TYPE
               MOVE PAY-PERIOD-END-DATE TO RCV-ORIGIN-DATE
               MOVE RUN-ID              TO RCV-ORIGIN-REF
               COMPUTE RCV-ORIGINAL = 0 - RESTART-PAID-NET
               MOVE RCV-ORIGINAL        TO RCV-BALANCE
               MOVE 0                   TO RCV-LAST-RECOVERY
               MOVE RUN-COMPANY         TO RCV-COMPANY
               WRITE RECEIVABLE-RECORD
               IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR WRITING RECEIVABLE-MASTER!!!'
                  DISPLAY 'STATUS-CODE = '
                      RECEIVABLE-MASTER-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               ADD 1 TO RECEIVABLE-POSTED-COUNT
               ADD RCV-ORIGINAL TO RECEIVABLE-POSTED-TOTAL
               MOVE SPACES              TO DRAW-JOURNAL-RECORD
               MOVE RESTART-PAID-AFM    TO DJ-AFM
               MOVE 'N'                 TO DJ-KIND
               MOVE RCV-SEQ             TO DJ-SEQ
               MOVE RCV-TYPE            TO DJ-RCV-TYPE
               MOVE RCV-ORIGIN-DATE     TO DJ-RCV-ORIGIN-DATE
               MOVE RCV-ORIGINAL        TO DJ-RCV-ORIGINAL
               MOVE 'N'                 TO DJ-RCV-DELETED
               MOVE RCV-ORIGIN-REF      TO DJ-RCV-ORIGIN-REF
               MOVE RCV-ORIGINAL        TO DRAW-AMOUNT
               PERFORM WRITE-DRAW-JOURNAL-RTN
           END-IF.

       FIND-RECEIVABLE-SEQ-RTN.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'YES' TO RCV-EOF-SWITCH
           END-READ
           IF RCV-EOF-SWITCH NOT = 'YES'
               IF RCV-AFM NOT = RESTART-PAID-AFM
                   MOVE 'YES' TO RCV-EOF-SWITCH
               ELSE
                   MOVE RCV-SEQ TO RCV-SEQ-HIGH
               END-IF
           END-IF.

      *----Accumulates year-to-date gross/taxes/net for the current
      *----employee's AFM so totals survive across separate runs.
       UPDATE-YTD-MASTER-RTN.
           MOVE 'NO' TO YTD-NEW-EMPLOYEE-SWITCH
           MOVE RUN-COMPANY TO YTD-COMPANY
           MOVE AFM TO YTD-AFM
           READ EMPLOYEE-YTD-MASTER
               INVALID KEY
           STRING 'TAXES: ' TAXES-Z
               DELIMITED BY SIZE INTO PAYSLIP-LINE
           PERFORM WRITE-PAYSLIP-LINE-RTN
           IF TAX-REDUCTION > 0
               MOVE TAX-REDUCTION TO TAX-REDUCTION-Z
               MOVE SPACES                   TO PAYSLIP-OUT
               STRING 'TAX REDUCTION APPLIED: ' TAX-REDUCTION-Z
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE-RTN
           END-IF

           PERFORM VARYING EMP-DED-IDX FROM 1 BY 1
                   UNTIL EMP-DED-IDX > EMP-DED-COUNT
                   PERFORM PRINT-PAYSLIP-DEDUCTION-RTN
               END-IF
           END-PERFORM
           IF RECORD-RECOVERY > 0
               MOVE RECORD-RECOVERY TO RECOVERY-Z
               COMPUTE DED-BALANCE-Z = RCV-OWED - RECORD-RECOVERY
               MOVE SPACES                   TO PAYSLIP-OUT
               STRING 'OVERPAID RECOVERED: ' RECOVERY-Z
                   '  OWED: ' DED-BALANCE-Z
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM WRITE-PAYSLIP-LINE-RTN
           END-IF

           MOVE SPACES                   TO PAYSLIP-OUT
           STRING 'NET SALARY: ' NET-SALARY-Z
                       ADD RESTART-PAID-NET TO CARRY-FORWARD-TOTAL
                       DISPLAY '***NEGATIVE NET FOR AFM '
                           RESTART-PAID-AFM ' WITHHELD FROM BANK'
                           ' FILE -- OWED BACK AS AN OVERPAYMENT!!!'
                   END-IF
               END-IF
           END-IF.
               IF BA-AFM NOT = RESTART-PAID-AFM
                   MOVE 'YES' TO ACCT-EOF-SWITCH
               ELSE
                 IF BA-STATUS = 'S'
                   DISPLAY '***BANK ACCOUNT ' BA-SEQ ' OF AFM ' BA-AFM
                       ' SUSPENDED AFTER A BANK RETURN -- SKIPPED!!!'
                 ELSE
                   IF ACCT-COUNT < 10
                       ADD 1 TO ACCT-COUNT
                       MOVE BA-IBAN       TO ACCT-IBAN(ACCT-COUNT)
                           ' AFM ' BA-AFM ' -- EXTRA ACCOUNTS'
                           ' IGNORED!!!'
                   END-IF
                 END-IF
               END-IF
           END-IF.

               PERFORM PRINT-BRANCH-STATS-RTN
           END-IF.
           PERFORM PRINT-DEPT-STATS-RTN.
      *----Once the pay history has been appended with this run's
      *----nets (phase '3'), regenerating the variance report would
      *----compare the run against itself and wipe the good report
           IF FINAL-PHASE NOT > '2'
               PERFORM PRINT-VARIANCE-REPORT-RTN
           END-IF.
      *----The GL follows the pay-history append, which posts the
      *----negative nets to the receivable master: the receivable
      *----debit is what was actually posted there.
           IF TRIAL-RUN-SWITCH NOT = 'YES'
               PERFORM PRINT-GL-POSTING-RTN
           END-IF.
           PERFORM WRITE-RUN-HISTORY-END-RTN.
      *----The checkpoints are cleared only now, after the bank file,
      *----GL postings and pay-history append are all on disk: a
       STAMP-PERIOD-CONTROL-RTN.
           MOVE PAY-PERIOD-END-DATE TO PCTL-PERIOD-END
           MOVE RUN-MODE-LABEL      TO PCTL-MODE
           MOVE RUN-COMPANY         TO PCTL-COMPANY
           MOVE RUN-ID              TO PCTL-RUN-ID
           MOVE RUN-DATE            TO PCTL-RUN-DATE
           WRITE PERIOD-CONTROL-RECORD
           END-IF.

      *----Writes the batch-total trailer required by the bank's
      *----bulk-credit layout, then the run trailer naming the run,
      *----the paying company and the account the bank debits.
       PRINT-BANK-TRANSFER-TRAILER.
           MOVE SPACES                   TO BANK-TRANSFER-TRAILER
           MOVE 'BATCH TOTAL'            TO BANK-TRANSFER-TRAILER-LABEL
           MOVE SPACES                   TO BANK-TRANSFER-RUN-TRAILER
           MOVE 'RUN ID'                 TO BANK-RUN-TRAILER-LABEL
           MOVE RUN-ID                   TO BANK-RUN-TRAILER-ID
           MOVE RUN-COMPANY              TO BANK-RUN-TRAILER-COMPANY
           MOVE RUN-COMPANY-IBAN         TO
               BANK-RUN-TRAILER-DEBTOR-IBAN
           MOVE X'0D0A'                  TO BANK-RUN-TRAILER-CRLF
           WRITE BANK-TRANSFER-RUN-TRAILER
           IF BANK-TRANSFER-FILE-STATUS NOT = 0
               MOVE DED-CODE-REMIT-TOTAL(DED-CODE-IDX) TO
                   GL-CR(GL-COUNT)
           END-PERFORM
      *----Negative nets are not owed to anyone: they leave the net
      *----payable and become a receivable from the employee, and
      *----what this run recovered clears part of that receivable.
           ADD 1 TO GL-COUNT
           MOVE 'NET SALARIES PAYABLE'   TO GL-ACCOUNT(GL-COUNT)
           MOVE 0                        TO GL-DR(GL-COUNT)
           COMPUTE GL-CR(GL-COUNT) =
               TOTAL-NET + TOTAL-ADJ-NET - CARRY-FORWARD-TOTAL
           IF RECEIVABLE-POSTED-TOTAL NOT = 0
               ADD 1 TO GL-COUNT
               MOVE 'OVERPAYMENT RECEIVABLE' TO GL-ACCOUNT(GL-COUNT)
               MOVE RECEIVABLE-POSTED-TOTAL  TO GL-DR(GL-COUNT)
               MOVE 0                        TO GL-CR(GL-COUNT)
           END-IF
      *----A negative net that could not be put on the receivable
      *----master (no master, or no SEQ left) is debited to a holding
      *----line for the payroll office to clear by hand.
           IF RECEIVABLE-POSTED-TOTAL + CARRY-FORWARD-TOTAL NOT = 0
               ADD 1 TO GL-COUNT
               MOVE 'UNPOSTED OVERPAYMENT'   TO GL-ACCOUNT(GL-COUNT)
               COMPUTE GL-DR(GL-COUNT) =
                   0 - CARRY-FORWARD-TOTAL - RECEIVABLE-POSTED-TOTAL
               MOVE 0                        TO GL-CR(GL-COUNT)
           END-IF
           IF TOTAL-RECOVERED NOT = 0
               ADD 1 TO GL-COUNT
               MOVE 'OVERPAYMENT RECEIVABLE' TO GL-ACCOUNT(GL-COUNT)
               MOVE 0                        TO GL-DR(GL-COUNT)
               MOVE TOTAL-RECOVERED          TO GL-CR(GL-COUNT)
           END-IF

           MOVE 0 TO GL-DR-TOTAL
           MOVE 0 TO GL-CR-TOTAL
               MOVE SPACES            TO GL-POSTING-OUT
               MOVE RUN-DATE          TO GL-OUT-DATE
               MOVE JOURNAL-REFERENCE TO GL-OUT-REF
               MOVE RUN-COMPANY-LEDGER TO GL-OUT-LEDGER
               MOVE 'TOTALS -- BALANCED'   TO GL-OUT-ACCOUNT
               MOVE GL-DR-TOTAL       TO GL-OUT-DR
               MOVE GL-CR-TOTAL       TO GL-OUT-CR
           MOVE SPACES            TO GL-POSTING-OUT
           MOVE RUN-DATE          TO GL-OUT-DATE
           MOVE JOURNAL-REFERENCE TO GL-OUT-REF
           MOVE RUN-COMPANY-LEDGER TO GL-OUT-LEDGER
           MOVE GL-ACCOUNT(GL-IDX) TO GL-OUT-ACCOUNT
           IF GL-DR(GL-IDX) NOT = 0
               MOVE GL-DR(GL-IDX) TO GL-OUT-DR

      *----Walks the employee's own history records forward and keeps
      *----the net of the last one dated before this run's period:
      *----the most recent prior period this company actually paid,
      *----however long ago that was.
       FIND-PRIOR-HISTORY-RTN.
           MOVE 'NO' TO PRIOR-FOUND-SWITCH
           MOVE 0    TO PRIOR-NET
           MOVE RESTART-PAID-AFM TO HIST-AFM
           MOVE 0 TO HIST-PERIOD-END
           MOVE LOW-VALUES TO HIST-MODE
           MOVE LOW-VALUES TO HIST-COMPANY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO PRIOR-SCAN-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO PRIOR-SCAN-EOF-SWITCH
               ELSE
                   IF HIST-MODE NOT = 'DOROX' AND
                           HIST-MODE NOT = 'DOROP' AND
                           HIST-MODE NOT = 'ADEIA' AND
                           HIST-COMPANY = RUN-COMPANY
                       MOVE 'YES' TO PRIOR-FOUND-SWITCH
                       MOVE HIST-NET TO PRIOR-NET
                   END-IF
               END-IF
           END-IF.

      *----Full scan for the highest non-bonus period end date this
      *----company has on file below this run's period.
       FIND-LATEST-PRIOR-PERIOD-RTN.
           MOVE 0 TO LATEST-PRIOR-PERIOD
           MOVE LOW-VALUES TO HIST-KEY
                       HIST-PERIOD-END > LATEST-PRIOR-PERIOD AND
                       HIST-MODE NOT = 'DOROX' AND
                       HIST-MODE NOT = 'DOROP' AND
                       HIST-MODE NOT = 'ADEIA' AND
                       HIST-COMPANY = RUN-COMPANY
                   MOVE HIST-PERIOD-END TO LATEST-PRIOR-PERIOD
               END-IF
           END-IF.
                   HIST-PERIOD-END = LATEST-PRIOR-PERIOD AND
                   HIST-MODE NOT = 'DOROX' AND
                   HIST-MODE NOT = 'DOROP' AND
                   HIST-MODE NOT = 'ADEIA' AND
                   HIST-COMPANY = RUN-COMPANY
               MOVE 'YES' TO PAID-FOUND-SWITCH
               MOVE HIST-AFM TO RESTART-PAID-AFM
               READ RESTART-PAID-FILE
               ELSE
                   MOVE RUN-MODE-LABEL  TO HIST-MODE
               END-IF
               MOVE RUN-COMPANY         TO HIST-COMPANY
               READ PAY-HISTORY-FILE
                   INVALID KEY MOVE 'NO' TO PAID-FOUND-SWITCH
               END-READ
                   ADD RESTART-PAID-TAXES      TO HIST-TAXES
                   ADD RESTART-PAID-DEDUCTIONS TO HIST-DEDUCTIONS
                   ADD RESTART-PAID-NET        TO HIST-NET
                   ADD RESTART-PAID-EMPLOYER   TO HIST-EMPLOYER-EFKA
                   ADD RESTART-PAID-RATED-HOURS TO HIST-RATED-HOURS
                   REWRITE PAY-HISTORY-RECORD
               ELSE
                   MOVE RESTART-PAID-NAME       TO HIST-NAME
                   MOVE RESTART-PAID-TAXES      TO HIST-TAXES
                   MOVE RESTART-PAID-DEDUCTIONS TO HIST-DEDUCTIONS
                   MOVE RESTART-PAID-NET        TO HIST-NET
                   MOVE RESTART-PAID-EMPLOYER   TO HIST-EMPLOYER-EFKA
                   MOVE RESTART-PAID-COST-CENTER TO HIST-COST-CENTER
                   MOVE RESTART-PAID-RATED-HOURS TO HIST-RATED-HOURS
                   WRITE PAY-HISTORY-RECORD
               END-IF
               IF PAY-HISTORY-FILE-STATUS NOT = 0
                  DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               IF RESTART-PAID-NET < 0 AND
                       RECEIVABLE-AVAILABLE-SWITCH = 'YES'
                   PERFORM POST-OVERPAYMENT-RTN
               END-IF
      *----Commit the cursor: the same one-record crash window every
      *----per-record update in this program lives with.
               MOVE RESTART-PAID-AFM TO HIST-APPEND-AFM
           COMPUTE RH-TAXES = TOTAL-TAXES + TOTAL-ADJ-TAXES
           COMPUTE RH-NET   = TOTAL-NET + TOTAL-ADJ-NET
           MOVE RECON-BALANCE-SWITCH TO RH-RECON-BALANCED
           MOVE RUN-COMPANY         TO RH-COMPANY
           REWRITE RUN-HISTORY-RECORD
           IF RUN-HISTORY-FILE-STATUS NOT = 0
              DISPLAY '***ERROR REWRITING RUN-HISTORY-FILE!!!'
           END-IF.

       PRINT-STATS.
           MOVE SPACES TO RECON-STATS-OUT
           STRING 'COMPANY ' RUN-COMPANY ' ' DELIMITED BY SIZE
               RUN-COMPANY-NAME DELIMITED BY '  '
               INTO RECON-TITLE
           MOVE 0 TO RECON-VALUE
           MOVE X'0D0A' TO RECON-CRLF
           WRITE RECON-STATS-OUT
           IF STATS-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING STATS FILE!!!'
              DISPLAY 'STATUS-CODE = ' STATS-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES                            TO STATS-OUT
           MOVE 'TOTAL GROSS FOR ALL EMPLOYEES: ' TO TOTAL-TITLE
           MOVE TOTAL-GROSS-Z                     TO TOTAL-AMOUNT
              GO TO STOPRUN
           END-IF
           MOVE SPACES                            TO STATS-OUT
           MOVE 'OVERPAYMENTS RECOVERED FROM NETS: ' TO TOTAL-TITLE
           MOVE TOTAL-RECOVERED                   TO TOTAL-AMOUNT
           MOVE X'0D0A'                           TO STATS-CRLF
           WRITE STATS-OUT
           IF STATS-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING STATS FILE!!!'
              DISPLAY 'STATUS-CODE = ' STATS-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES                            TO STATS-OUT
           MOVE 'NETS WITHHELD -- NO BANK ACCOUNT: '  TO TOTAL-TITLE
           MOVE NO-ACCOUNT-TOTAL                  TO TOTAL-AMOUNT
           MOVE X'0D0A'                           TO STATS-CRLF
              GO TO STOPRUN
           END-IF

           MOVE SPACES                            TO RECON-STATS-OUT
           MOVE 'EMPLOYEES OVERPAYMENT RECOVERED: ' TO RECON-TITLE
           MOVE RECOVERED-COUNT                   TO RECON-VALUE
           MOVE X'0D0A'                            TO RECON-CRLF
           WRITE RECON-STATS-OUT
           IF STATS-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING STATS FILE!!!'
              DISPLAY 'STATUS-CODE = ' STATS-FILE-STATUS
              GO TO STOPRUN
           END-IF

           MOVE SPACES                            TO RECON-STATS-OUT
           MOVE 'EMPLOYEES WITHOUT BANK ACCOUNT: ' TO RECON-TITLE
           MOVE NO-ACCOUNT-COUNT                  TO RECON-VALUE
