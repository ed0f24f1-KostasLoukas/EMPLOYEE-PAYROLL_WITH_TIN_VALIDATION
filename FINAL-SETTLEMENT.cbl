       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAL-SETTLEMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXIT-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS EXIT-PARM-FILE-STATUS.

           SELECT EXIT-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS EXIT-TRANS-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LB-AFM
             FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DED-KEY
             FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.

           SELECT DEDUCTION-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS DEDUCTION-AUDIT-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT EXIT-CONTROL-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EXIT-CTL-AFM
             FILE STATUS IS EXIT-CONTROL-FILE-STATUS.

           SELECT EXIT-STATEMENT-FILE ASSIGN TO DISK
             FILE STATUS IS EXIT-STATEMENT-FILE-STATUS.

           SELECT EXIT-ADJ-FILE ASSIGN TO DISK
             FILE STATUS IS EXIT-ADJ-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The cost center the machine-written adjustment records are
      *----posted to (the payroll rejects an unknown cost center).
       FD  EXIT-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS EXIT-PARM-IN.
       01  EXIT-PARM-IN.
           05 EXIT-PARM-COST-CENTER             PIC X(04).
           05 EXIT-PARM-CRLF                    PIC X(02).
      *----One record per leaver to settle.  The dismissal type drives
      *----the severance: 'W' dismissed without notice (full scale),
      *----'N' dismissed with written notice (half scale), 'R'
      *----resignation and 'C' dismissal for cause or end of a fixed
      *----term (none).  The hour rate prices the unused leave only
      *----when the rate master holds no rate for the AFM.  The pay
      *----period code is the leaver's own on PAYROLL-IN ('W', 'M',
      *----anything else biweekly), as the leave hours are paid per
      *----period day the same way the payroll pays leave taken.
       FD  EXIT-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS EXIT-TRANS-IN.
       01  EXIT-TRANS-IN.
           05 TRANS-AFM                         PIC X(09).
           05 TRANS-DISMISSAL-TYPE              PIC X(01).
           05 TRANS-HOUR-RATE                   PIC 99V99.
           05 TRANS-PAY-PERIOD-CODE             PIC X(01).
           05 TRANS-CRLF                        PIC X(02).
       FD  AFM-REGISTRY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AFM-REGISTRY-RECORD.
       01  AFM-REGISTRY-RECORD.
           05 REG-AFM                          PIC X(09).
           05 REG-EMPLOYEE-NAME                PIC X(20).
           05 REG-HIRE-DATE                    PIC 9(08).
           05 REG-TERM-DATE                    PIC 9(08).
           05 REG-STATUS                       PIC X(01).
           05 REG-COMPANY                      PIC X(02).
           05 REG-COMPANY-FROM                 PIC 9(08).
           05 REG-PRIOR-COMPANY                PIC X(02).
       FD  LEAVE-BALANCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS LEAVE-BALANCE-RECORD.
       01  LEAVE-BALANCE-RECORD.
           05 LB-AFM                            PIC X(09).
           05 LB-ENTITLEMENT                    PIC 9(04).
           05 LB-TAKEN                          PIC 9(04).
       FD  DEDUCTION-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS DEDUCTION-RECORD.
       01  DEDUCTION-RECORD.
           05 DED-KEY.
               10 DED-AFM                       PIC X(09).
               10 DED-SEQ                       PIC 9(02).
           05 DED-CODE                          PIC X(04).
           05 DED-TYPE                          PIC X(01).
           05 DED-AMOUNT                        COMP PIC 9(06)V99.
           05 DED-PCT                           COMP PIC 9V999.
           05 DED-BALANCE                       COMP PIC 9(08)V99.
           05 DED-PRIORITY                      PIC 9(02).
      *----Entries closed off here go on DEDUCTION-MAINT's own trail,
      *----so the deduction history stays in one place.
       FD  DEDUCTION-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 115 CHARACTERS
           DATA RECORD IS DEDUCTION-AUDIT-OUT.
       01  DEDUCTION-AUDIT-OUT.
           05 AUDIT-DATE                       PIC 9(08).
           05 FILLER                           PIC X(01).
           05 AUDIT-TIME                       PIC 9(06).
           05 FILLER                           PIC X(02).
           05 AUDIT-ACTION                     PIC X(01).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFM                        PIC X(09).
           05 FILLER                           PIC X(02).
           05 AUDIT-SEQ                        PIC X(02).
           05 FILLER                           PIC X(02).
           05 AUDIT-BEFORE-IMAGE               PIC X(29).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(29).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
       FD  PAY-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PAY-HISTORY-RECORD.
       01  PAY-HISTORY-RECORD.
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
           05 HIST-EMPLOYER-EFKA                COMP PIC S9(08)V99.
           05 HIST-COST-CENTER                  PIC X(04).
           05 HIST-RATED-HOURS                  COMP PIC S9(07)V99.
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
      *----One record per AFM already settled, carrying the
      *----termination it settled; a record for the same termination
      *----is what stops a leaver being paid out twice, the same way
      *----YEAR-END-CONTROL-FILE stops a second year-end.  A rehired
      *----employee's later exit replaces it.
       FD  EXIT-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS EXIT-CONTROL-RECORD.
       01  EXIT-CONTROL-RECORD.
           05 EXIT-CTL-AFM                      PIC X(09).
           05 EXIT-CTL-TERM-DATE                PIC 9(08).
           05 EXIT-CTL-RUN-DATE                 PIC 9(08).
           05 EXIT-CTL-DISMISSAL-TYPE           PIC X(01).
           05 EXIT-CTL-TOTAL                    PIC S9(08)V99
                   SIGN LEADING SEPARATE.
      *----The exit statement handed to the leaver, one block each,
      *----in the certificate block style of PAYROLL-YEAR-END.
       FD  EXIT-STATEMENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS EXIT-STATEMENT-OUT.
       01  EXIT-STATEMENT-OUT.
           05 STATEMENT-LINE                    PIC X(58).
           05 STATEMENT-CRLF                    PIC X(02).
      *----The exit pay in the payroll's own PAYROLL-IN layout (type
      *----'A', signed amount), one record per leaver, wrapped in a
      *----branch batch envelope under branch code 'EXIT' as the
      *----settlement wraps its own under 'SETL'.
       FD  EXIT-ADJ-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS EXIT-ADJ-OUT.
       01  EXIT-ADJ-OUT.
           05 ADJ-OUT-EMPLOYEE-NAME            PIC X(20).
           05 ADJ-OUT-HOURS-WORKED             PIC 9(03).
           05 ADJ-OUT-HOUR-RATE                PIC 99V99.
           05 ADJ-OUT-AFM                      PIC X(09).
           05 ADJ-OUT-PAY-PERIOD-CODE          PIC X(01).
           05 ADJ-OUT-RECORD-TYPE              PIC X(01).
           05 ADJ-OUT-ADJ-AMOUNT               PIC S9(06)V99
                   SIGN LEADING SEPARATE.
           05 ADJ-OUT-COST-CENTER              PIC X(04).
           05 ADJ-OUT-CRLF                     PIC X(02).
       01  EXIT-ADJ-HEADER REDEFINES EXIT-ADJ-OUT.
           05 ADJ-HDR-BRANCH-CODE              PIC X(04).
           05 ADJ-HDR-PREP-DATE                PIC 9(08).
           05 ADJ-HDR-COMPANY                  PIC X(02).
           05 FILLER                           PIC X(23).
           05 ADJ-HDR-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
       01  EXIT-ADJ-TRAILER REDEFINES EXIT-ADJ-OUT.
           05 ADJ-TRL-BRANCH-CODE              PIC X(04).
           05 ADJ-TRL-RECORD-COUNT             PIC 9(06).
           05 ADJ-TRL-HOURS-HASH               PIC 9(08).
           05 ADJ-TRL-RATE-HASH                PIC 9(06)V99.
           05 FILLER                           PIC X(11).
           05 ADJ-TRL-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
      *----The company this run settles leavers for: its leavers'
      *----exit pay goes out in a batch headed for its own payroll
      *----run.
       FD  COMPANY-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS COMPANY-PARM-IN.
       01  COMPANY-PARM-IN.
           05 COMPANY-PARM-CODE                 PIC X(02).
           05 COMPANY-PARM-CRLF                 PIC X(02).
      *----One record per employing company, kept by COMPANY-MAINT.
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
           05 EXIT-PARM-FILE-STATUS            PIC 99.
           05 EXIT-TRANS-FILE-STATUS           PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 LEAVE-BALANCE-FILE-STATUS        PIC 99.
           05 DEDUCTION-MASTER-FILE-STATUS     PIC 99.
           05 DEDUCTION-AUDIT-FILE-STATUS      PIC 99.
           05 PAY-HISTORY-FILE-STATUS          PIC 99.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 EXIT-CONTROL-FILE-STATUS         PIC 99.
           05 EXIT-CTL-FOUND-SWITCH            PIC X(03) VALUE 'NO'.
           05 EXIT-STATEMENT-FILE-STATUS       PIC 99.
           05 EXIT-ADJ-FILE-STATUS             PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 RUN-COMPANY-NAME                 PIC X(30).
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 LEAVE-BALANCE-AVAILABLE-SWITCH   PIC X(03) VALUE 'NO'.
           05 DEDUCTION-AVAILABLE-SWITCH       PIC X(03) VALUE 'NO'.
           05 PAY-HISTORY-AVAILABLE-SWITCH     PIC X(03) VALUE 'NO'.
           05 PAY-RATE-AVAILABLE-SWITCH        PIC X(03) VALUE 'NO'.
           05 LEAVE-FOUND-SWITCH               PIC X(03) VALUE 'NO'.
           05 HIST-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RATE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 DED-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
           05 EASTER-PAID-SWITCH               PIC X(03) VALUE 'NO'.
           05 ALLOWANCE-PAID-SWITCH            PIC X(03) VALUE 'NO'.
           05 CHRISTMAS-PAID-SWITCH            PIC X(03) VALUE 'NO'.
           05 ADJ-COST-CENTER                  PIC X(04) VALUE SPACES.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
           05 REJECT-CAUSE                     PIC X(24).
           05 EMPLOYEE-NAME-SAVE               PIC X(20).
      *----Broken-out views of the hire and term dates for the
      *----service arithmetic.
           05 HIRE-DATE                        PIC 9(08) VALUE 0.
           05 HIRE-DATE-PARTS REDEFINES HIRE-DATE.
               10 HIRE-YEAR                     PIC 9(04).
               10 HIRE-MONTH                    PIC 9(02).
               10 HIRE-DAY                      PIC 9(02).
           05 TERM-DATE                        PIC 9(08) VALUE 0.
           05 TERM-DATE-PARTS REDEFINES TERM-DATE.
               10 TERM-YEAR                     PIC 9(04).
               10 TERM-MONTH                    PIC 9(02).
               10 TERM-DAY                      PIC 9(02).
           05 YEAR-START-DATE                  PIC 9(08) VALUE 0.
           05 EASTER-WINDOW-END                PIC 9(08) VALUE 0.
           05 ALLOWANCE-WINDOW-END             PIC 9(08) VALUE 0.
           05 CHRISTMAS-WINDOW-START           PIC 9(08) VALUE 0.
           05 BASIS-WINDOW-START               PIC 9(08) VALUE 0.
           05 HIST-SCAN-START                  PIC 9(08) VALUE 0.
           05 SERVICE-YEARS                    COMP PIC 9(02) VALUE 0.
           05 SERVICE-MONTHS                   COMP PIC 9(04) VALUE 0.
           05 SEVERANCE-MONTHS                 COMP PIC 9(02)V9
                   VALUE 0.
           05 UNUSED-LEAVE-HOURS               COMP PIC 9(04) VALUE 0.
           05 LEAVE-HOUR-RATE                  PIC 99V99 VALUE 0.
           05 PERIOD-MULTIPLIER                PIC 99 VALUE 0.
           05 EASTER-WINDOW-GROSS              COMP PIC S9(09)V99
                   VALUE 0.
           05 ALLOWANCE-WINDOW-GROSS           COMP PIC S9(09)V99
                   VALUE 0.
           05 CHRISTMAS-WINDOW-GROSS           COMP PIC S9(09)V99
                   VALUE 0.
           05 BASIS-WINDOW-GROSS               COMP PIC S9(09)V99
                   VALUE 0.
           05 MONTHLY-BASIS                    COMP PIC S9(08)V99
                   VALUE 0.
           05 LEAVE-PAYOUT                     COMP PIC S9(08)V99
                   VALUE 0.
           05 EASTER-PRO-RATA                  COMP PIC S9(08)V99
                   VALUE 0.
           05 ALLOWANCE-PRO-RATA               COMP PIC S9(08)V99
                   VALUE 0.
           05 CHRISTMAS-PRO-RATA               COMP PIC S9(08)V99
                   VALUE 0.
           05 SEVERANCE-PAY                    COMP PIC S9(08)V99
                   VALUE 0.
           05 SETTLEMENT-TOTAL                 COMP PIC S9(08)V99
                   VALUE 0.
           05 DISMISSAL-TEXT                   PIC X(24).
           05 BEFORE-IMAGE.
               10 BEFORE-CODE                   PIC X(04).
               10 BEFORE-TYPE                   PIC X(01).
               10 BEFORE-AMOUNT                 PIC 9(06)V99.
               10 BEFORE-PCT                    PIC 9V999.
               10 BEFORE-BALANCE                PIC 9(08)V99.
               10 BEFORE-PRIORITY               PIC 9(02).
           05 TRANS-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 SETTLED-COUNT                    COMP PIC 9(06) VALUE 0.
           05 REJECTED-COUNT                   COMP PIC 9(06) VALUE 0.
           05 ADJ-WRITTEN-COUNT                COMP PIC 9(06) VALUE 0.
           05 SKIPPED-LARGE-COUNT              COMP PIC 9(06) VALUE 0.
           05 DEDUCTIONS-CLOSED-COUNT          COMP PIC 9(06) VALUE 0.
           05 TOTAL-SETTLED                    COMP PIC S9(09)V99
                   VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 HOURS-Z                          PIC Z(03)9.
           05 RATE-Z                           PIC Z9,99.
           05 YEARS-Z                          PIC Z9.
           05 MONTHS-Z                         PIC Z9,9.
           05 AMOUNT-Z                         PIC Z(03).Z(02)9,99-.
           05 TOTAL-Z              PIC Z(03).Z(03).Z(02)9,99-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE EXIT-PARM-FILE, EXIT-TRANS-FILE, AFM-REGISTRY-FILE,
               EXIT-CONTROL-FILE, EXIT-STATEMENT-FILE, EXIT-ADJ-FILE.
           IF LEAVE-BALANCE-AVAILABLE-SWITCH = 'YES'
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
           IF DEDUCTION-AVAILABLE-SWITCH = 'YES'
              CLOSE DEDUCTION-MASTER, DEDUCTION-AUDIT-FILE
           END-IF.
           IF PAY-HISTORY-AVAILABLE-SWITCH = 'YES'
              CLOSE PAY-HISTORY-FILE
           END-IF.
           IF PAY-RATE-AVAILABLE-SWITCH = 'YES'
              CLOSE PAY-RATE-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.

           OPEN INPUT EXIT-PARM-FILE.
           IF EXIT-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: EXIT-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-PARM-FILE-STATUS
              GO TO STOPRUN.
           READ EXIT-PARM-FILE
               AT END
                   DISPLAY '***EXIT-PARM-FILE IS EMPTY!!!'
                   GO TO STOPRUN
           END-READ.
           MOVE EXIT-PARM-COST-CENTER TO ADJ-COST-CENTER.
           IF ADJ-COST-CENTER = SPACES
              DISPLAY '***EXIT-PARM-FILE HAS NO COST CENTER'
                  ' FOR THE ADJUSTMENT RECORDS!!!'
              GO TO STOPRUN.

      *----Only the company's own leavers are settled here; one
      *----still on another company's registry is that company's to
      *----settle.
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
           MOVE CO-NAME TO RUN-COMPANY-NAME.

           OPEN INPUT EXIT-TRANS-FILE.
           IF EXIT-TRANS-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: EXIT-TRANS-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-TRANS-FILE-STATUS
              GO TO STOPRUN.

      *----The registry is where the hire and termination dates live;
      *----without it there is nobody to settle.
           OPEN INPUT AFM-REGISTRY-FILE.
           IF AFM-REGISTRY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: AFM-REGISTRY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AFM-REGISTRY-FILE-STATUS
              GO TO STOPRUN.

      *----Refuse to settle the same leaver twice: the control file
      *----remembers every AFM already paid out.
           OPEN I-O EXIT-CONTROL-FILE.
           IF EXIT-CONTROL-FILE-STATUS = 35
              OPEN OUTPUT EXIT-CONTROL-FILE
              CLOSE EXIT-CONTROL-FILE
              OPEN I-O EXIT-CONTROL-FILE
           END-IF
           IF EXIT-CONTROL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: EXIT-CONTROL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-CONTROL-FILE-STATUS
              GO TO STOPRUN.

      *----The masters below are advisory the way the payroll treats
      *----them: a shop that has not built one (status 35) simply has
      *----nothing of that kind to pay out or close off.
           OPEN I-O LEAVE-BALANCE-FILE.
           EVALUATE LEAVE-BALANCE-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO LEAVE-BALANCE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO LEAVE-BALANCE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: LEAVE-BALANCE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LEAVE-BALANCE-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

           OPEN I-O DEDUCTION-MASTER.
           EVALUATE DEDUCTION-MASTER-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO DEDUCTION-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO DEDUCTION-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: DEDUCTION-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' DEDUCTION-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.
           IF DEDUCTION-AVAILABLE-SWITCH = 'YES'
              OPEN EXTEND DEDUCTION-AUDIT-FILE
              IF DEDUCTION-AUDIT-FILE-STATUS = 35
                 OPEN OUTPUT DEDUCTION-AUDIT-FILE
              END-IF
              IF DEDUCTION-AUDIT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING FILE: DEDUCTION-AUDIT-FILE!!!'
                 DISPLAY 'STATUS-CODE = ' DEDUCTION-AUDIT-FILE-STATUS
                 GO TO STOPRUN
              END-IF
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           EVALUATE PAY-HISTORY-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO PAY-HISTORY-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO PAY-HISTORY-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: PAY-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

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

           OPEN OUTPUT EXIT-STATEMENT-FILE.
           IF EXIT-STATEMENT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: EXIT-STATEMENT-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-STATEMENT-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT EXIT-ADJ-FILE.
           IF EXIT-ADJ-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: EXIT-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-ADJ-FILE-STATUS
              GO TO STOPRUN.

           PERFORM WRITE-ADJ-HEADER-RTN.

           READ EXIT-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

       WRITE-ADJ-HEADER-RTN.
           MOVE SPACES    TO EXIT-ADJ-OUT
           MOVE 'EXIT'    TO ADJ-HDR-BRANCH-CODE
           MOVE RUN-DATE  TO ADJ-HDR-PREP-DATE
           MOVE RUN-COMPANY TO ADJ-HDR-COMPANY
           MOVE 'H'       TO ADJ-HDR-RECORD-TYPE
           MOVE X'0D0A'   TO ADJ-OUT-CRLF
           WRITE EXIT-ADJ-OUT
           IF EXIT-ADJ-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EXIT-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-ADJ-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       MAIN-RTN.
           PERFORM PROCESS-LEAVER-RTN
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

       PROCESS-LEAVER-RTN.
           PERFORM SETTLE-ONE-LEAVER-RTN THRU SETTLE-ONE-LEAVER-EXIT
           READ EXIT-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *----One leaver: the AFM must be checksum-valid, on the registry
      *----with a termination date already reached, not yet settled,
      *----and carry a known dismissal type.
       SETTLE-ONE-LEAVER-RTN.
           MOVE TRANS-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'BAD AFM' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           MOVE TRANS-AFM TO REG-AFM
           READ AFM-REGISTRY-FILE
               INVALID KEY
                   MOVE 'NOT IN REGISTRY' TO REJECT-CAUSE
                   PERFORM PRINT-REJECTION-RTN
                   GO TO SETTLE-ONE-LEAVER-EXIT
           END-READ
           IF REG-COMPANY NOT = SPACES AND
                   REG-COMPANY NOT = RUN-COMPANY
               MOVE 'ON ANOTHER COMPANY' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           IF REG-TERM-DATE = 0
               MOVE 'NOT TERMINATED' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           IF REG-TERM-DATE > RUN-DATE
               MOVE 'TERM DATE NOT REACHED' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           EVALUATE TRANS-DISMISSAL-TYPE
             WHEN 'W'
               MOVE 'DISMISSED WITHOUT NOTICE' TO DISMISSAL-TEXT
             WHEN 'N'
               MOVE 'DISMISSED WITH NOTICE' TO DISMISSAL-TEXT
             WHEN 'R'
               MOVE 'RESIGNATION' TO DISMISSAL-TEXT
             WHEN 'C'
               MOVE 'FOR CAUSE / END OF TERM' TO DISMISSAL-TEXT
             WHEN OTHER
               MOVE 'BAD DISMISSAL TYPE' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-EVALUATE
           MOVE 'YES' TO EXIT-CTL-FOUND-SWITCH
           MOVE TRANS-AFM TO EXIT-CTL-AFM
           READ EXIT-CONTROL-FILE
               INVALID KEY
                   MOVE 'NO' TO EXIT-CTL-FOUND-SWITCH
           END-READ
           IF EXIT-CTL-FOUND-SWITCH = 'YES' AND
                   EXIT-CTL-TERM-DATE = REG-TERM-DATE
               MOVE 'ALREADY SETTLED' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           MOVE REG-EMPLOYEE-NAME TO EMPLOYEE-NAME-SAVE
           MOVE REG-HIRE-DATE     TO HIRE-DATE
           MOVE REG-TERM-DATE     TO TERM-DATE

           PERFORM PRICE-UNUSED-LEAVE-RTN
           IF UNUSED-LEAVE-HOURS > 0 AND LEAVE-HOUR-RATE = 0
               MOVE 'NO HOUR RATE FOR LEAVE' TO REJECT-CAUSE
               PERFORM PRINT-REJECTION-RTN
               GO TO SETTLE-ONE-LEAVER-EXIT
           END-IF
           PERFORM SUM-HISTORY-WINDOWS-RTN
           PERFORM CALCULATE-PRO-RATA-RTN
           PERFORM CALCULATE-SEVERANCE-RTN
           COMPUTE SETTLEMENT-TOTAL = LEAVE-PAYOUT + EASTER-PRO-RATA +
               ALLOWANCE-PRO-RATA + CHRISTMAS-PRO-RATA + SEVERANCE-PAY

           PERFORM PRINT-STATEMENT-RTN
           IF SETTLEMENT-TOTAL NOT = 0
               PERFORM WRITE-ADJ-RECORD-RTN
           END-IF
           PERFORM CLOSE-LEAVE-BALANCE-RTN
           IF DEDUCTION-AVAILABLE-SWITCH = 'YES'
               PERFORM CLOSE-DEDUCTIONS-RTN
           END-IF
           MOVE SPACES               TO STATEMENT-LINE
           MOVE ALL '-'              TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN
           PERFORM WRITE-EXIT-CONTROL-RTN
           ADD 1 TO SETTLED-COUNT
           ADD SETTLEMENT-TOTAL TO TOTAL-SETTLED.
       SETTLE-ONE-LEAVER-EXIT.
           EXIT.

      *----Unused hours are the entitlement not yet drawn; an
      *----overdrawn balance pays nothing (and is not clawed back
      *----here).  They are priced at the straight rate in force on
      *----the term date, or the transaction's rate when the rate
      *----master has none for the AFM, times the days of the
      *----leaver's pay period, as SET-PAY-PERIOD-RTN and the leave
      *----pay in the payroll price them.
       PRICE-UNUSED-LEAVE-RTN.
           MOVE 0 TO UNUSED-LEAVE-HOURS
           MOVE 0 TO LEAVE-PAYOUT
           MOVE 0 TO LEAVE-HOUR-RATE
           MOVE 'NO' TO LEAVE-FOUND-SWITCH
           EVALUATE TRANS-PAY-PERIOD-CODE
             WHEN 'W'
               MOVE 07 TO PERIOD-MULTIPLIER
             WHEN 'M'
               MOVE 30 TO PERIOD-MULTIPLIER
             WHEN OTHER
               MOVE 14 TO PERIOD-MULTIPLIER
           END-EVALUATE
           IF LEAVE-BALANCE-AVAILABLE-SWITCH = 'YES'
               MOVE TRANS-AFM TO LB-AFM
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO LEAVE-FOUND-SWITCH
                       IF LB-ENTITLEMENT > LB-TAKEN
                           COMPUTE UNUSED-LEAVE-HOURS =
                               LB-ENTITLEMENT - LB-TAKEN
                       END-IF
               END-READ
           END-IF
           IF UNUSED-LEAVE-HOURS > 0
               IF PAY-RATE-AVAILABLE-SWITCH = 'YES'
                   PERFORM LOOKUP-TERM-RATE-RTN
               END-IF
               IF LEAVE-HOUR-RATE = 0 AND TRANS-HOUR-RATE NUMERIC
                   MOVE TRANS-HOUR-RATE TO LEAVE-HOUR-RATE
               END-IF
               COMPUTE LEAVE-PAYOUT ROUNDED =
                   UNUSED-LEAVE-HOURS * LEAVE-HOUR-RATE *
                   PERIOD-MULTIPLIER
           END-IF.

      *----The last rate effective on or before the term date.
       LOOKUP-TERM-RATE-RTN.
           MOVE TRANS-AFM TO RATE-AFM
           MOVE 0 TO RATE-EFFECTIVE-DATE
           START PAY-RATE-FILE KEY IS NOT < RATE-KEY
               INVALID KEY MOVE 'YES' TO RATE-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RATE-EOF-SWITCH
           END-START
           PERFORM READ-RATE-NEXT-RTN
               UNTIL RATE-EOF-SWITCH = 'YES'.

       READ-RATE-NEXT-RTN.
           READ PAY-RATE-FILE NEXT
               AT END MOVE 'YES' TO RATE-EOF-SWITCH
           END-READ
           IF RATE-EOF-SWITCH NOT = 'YES'
               IF RATE-AFM NOT = TRANS-AFM OR
                       RATE-EFFECTIVE-DATE > TERM-DATE
                   MOVE 'YES' TO RATE-EOF-SWITCH
               ELSE
                   MOVE RATE-HOUR-RATE TO LEAVE-HOUR-RATE
               END-IF
           END-IF.

      *----One pass over the leaver's history up to the term date
      *----builds every window the settlement needs: the term year's
      *----Easter (January-April), leave allowance (January-June)
      *----and Christmas (May-December) reference earnings, the
      *----twelve months before the term date for the severance
      *----basis, and whether each of this year's bonuses already
      *----went out.  Bonus records are not earnings, as in the
      *----payroll's own reference windows.  The bonus windows count
      *----only this company's periods, as its bonus runs do; the
      *----severance basis is the leaver's pay from every company
      *----over the twelve months.
       SUM-HISTORY-WINDOWS-RTN.
           MOVE 0 TO EASTER-WINDOW-GROSS
           MOVE 0 TO ALLOWANCE-WINDOW-GROSS
           MOVE 0 TO CHRISTMAS-WINDOW-GROSS
           MOVE 0 TO BASIS-WINDOW-GROSS
           MOVE 'NO' TO EASTER-PAID-SWITCH
           MOVE 'NO' TO ALLOWANCE-PAID-SWITCH
           MOVE 'NO' TO CHRISTMAS-PAID-SWITCH
           COMPUTE YEAR-START-DATE        = TERM-YEAR * 10000 + 0101
           COMPUTE EASTER-WINDOW-END      = TERM-YEAR * 10000 + 0430
           COMPUTE ALLOWANCE-WINDOW-END   = TERM-YEAR * 10000 + 0630
           COMPUTE CHRISTMAS-WINDOW-START = TERM-YEAR * 10000 + 0501
           COMPUTE BASIS-WINDOW-START     = TERM-DATE - 10000
           IF BASIS-WINDOW-START < YEAR-START-DATE
               MOVE BASIS-WINDOW-START TO HIST-SCAN-START
           ELSE
               MOVE YEAR-START-DATE TO HIST-SCAN-START
           END-IF
           IF PAY-HISTORY-AVAILABLE-SWITCH = 'YES'
               MOVE TRANS-AFM       TO HIST-AFM
               MOVE HIST-SCAN-START TO HIST-PERIOD-END
               MOVE LOW-VALUES      TO HIST-MODE
               MOVE LOW-VALUES      TO HIST-COMPANY
               START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
                   INVALID KEY MOVE 'YES' TO HIST-EOF-SWITCH
                   NOT INVALID KEY MOVE 'NO' TO HIST-EOF-SWITCH
               END-START
               PERFORM READ-HISTORY-NEXT-RTN
                   UNTIL HIST-EOF-SWITCH = 'YES'
           END-IF.

       READ-HISTORY-NEXT-RTN.
           READ PAY-HISTORY-FILE NEXT
               AT END MOVE 'YES' TO HIST-EOF-SWITCH
           END-READ
           IF HIST-EOF-SWITCH NOT = 'YES'
               IF HIST-AFM NOT = TRANS-AFM
                   MOVE 'YES' TO HIST-EOF-SWITCH
               ELSE
                   PERFORM ADD-HISTORY-RECORD-RTN
               END-IF
           END-IF.

       ADD-HISTORY-RECORD-RTN.
           IF HIST-PERIOD-END NOT < YEAR-START-DATE AND
                   HIST-COMPANY = RUN-COMPANY
               EVALUATE HIST-MODE
                 WHEN 'DOROP'
                   MOVE 'YES' TO EASTER-PAID-SWITCH
                 WHEN 'ADEIA'
                   MOVE 'YES' TO ALLOWANCE-PAID-SWITCH
                 WHEN 'DOROX'
                   MOVE 'YES' TO CHRISTMAS-PAID-SWITCH
               END-EVALUATE
           END-IF
           IF HIST-PERIOD-END NOT > TERM-DATE AND
                   HIST-MODE NOT = 'DOROX' AND
                   HIST-MODE NOT = 'DOROP' AND
                   HIST-MODE NOT = 'ADEIA' AND
                   HIST-GROSS > 0
               IF HIST-PERIOD-END > BASIS-WINDOW-START
                   ADD HIST-GROSS TO BASIS-WINDOW-GROSS
               END-IF
               IF HIST-PERIOD-END NOT < YEAR-START-DATE AND
                       HIST-COMPANY = RUN-COMPANY
                   IF HIST-PERIOD-END NOT > EASTER-WINDOW-END
                       ADD HIST-GROSS TO EASTER-WINDOW-GROSS
                   END-IF
                   IF HIST-PERIOD-END NOT > ALLOWANCE-WINDOW-END
                       ADD HIST-GROSS TO ALLOWANCE-WINDOW-GROSS
                   END-IF
                   IF HIST-PERIOD-END NOT < CHRISTMAS-WINDOW-START
                       ADD HIST-GROSS TO CHRISTMAS-WINDOW-GROSS
                   END-IF
               END-IF
           END-IF.

      *----The bonuses accrued but not yet paid this year, at the
      *----same statutory factors the payroll's bonus runs use on the
      *----part of each window the leaver actually worked.
       CALCULATE-PRO-RATA-RTN.
           MOVE 0 TO EASTER-PRO-RATA
           MOVE 0 TO ALLOWANCE-PRO-RATA
           MOVE 0 TO CHRISTMAS-PRO-RATA
           IF EASTER-PAID-SWITCH NOT = 'YES'
               COMPUTE EASTER-PRO-RATA ROUNDED =
                   EASTER-WINDOW-GROSS * 0,1250
           END-IF
           IF ALLOWANCE-PAID-SWITCH NOT = 'YES'
               COMPUTE ALLOWANCE-PRO-RATA ROUNDED =
                   ALLOWANCE-WINDOW-GROSS * 0,0833
           END-IF
           IF CHRISTMAS-PAID-SWITCH NOT = 'YES'
               COMPUTE CHRISTMAS-PRO-RATA ROUNDED =
                   CHRISTMAS-WINDOW-GROSS * 0,1250
           END-IF.

      *----Statutory severance for salaried staff: months of pay by
      *----completed years of service (none under one year, two up to
      *----four years, rising to twelve from sixteen years), half of
      *----it when written notice was given, none on resignation or
      *----dismissal for cause.  A month's pay is the average monthly
      *----gross of the last twelve months (or of the months served,
      *----if fewer), raised by one sixth for the statutory bonuses.
       CALCULATE-SEVERANCE-RTN.
           MOVE 0 TO SEVERANCE-PAY
           MOVE 0 TO SERVICE-YEARS
           IF HIRE-DATE NOT = 0 AND HIRE-DATE < TERM-DATE
               COMPUTE SERVICE-YEARS = (TERM-DATE - HIRE-DATE) / 10000
           END-IF
           EVALUATE TRUE
             WHEN TRANS-DISMISSAL-TYPE NOT = 'W' AND
                     TRANS-DISMISSAL-TYPE NOT = 'N'
               MOVE 0 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 1
               MOVE 0 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 4
               MOVE 2 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 6
               MOVE 3 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 8
               MOVE 4 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 10
               MOVE 5 TO SEVERANCE-MONTHS
             WHEN SERVICE-YEARS < 16
               COMPUTE SEVERANCE-MONTHS = SERVICE-YEARS - 4
             WHEN OTHER
               MOVE 12 TO SEVERANCE-MONTHS
           END-EVALUATE
           IF TRANS-DISMISSAL-TYPE = 'N'
               COMPUTE SEVERANCE-MONTHS = SEVERANCE-MONTHS / 2
           END-IF
           IF SEVERANCE-MONTHS > 0
               COMPUTE SERVICE-MONTHS =
                   (TERM-YEAR * 12 + TERM-MONTH) -
                   (HIRE-YEAR * 12 + HIRE-MONTH) + 1
               IF SERVICE-MONTHS > 12
                   MOVE 12 TO SERVICE-MONTHS
               END-IF
               COMPUTE MONTHLY-BASIS ROUNDED =
                   BASIS-WINDOW-GROSS / SERVICE-MONTHS * 7 / 6
               COMPUTE SEVERANCE-PAY ROUNDED =
                   MONTHLY-BASIS * SEVERANCE-MONTHS
           END-IF.

       PRINT-STATEMENT-RTN.
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'FINAL SETTLEMENT STATEMENT -- RUN DATE ' RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'EMPLOYER: ' RUN-COMPANY-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'EMPLOYEE: ' EMPLOYEE-NAME-SAVE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'AFM: ' TRANS-AFM
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'HIRED: ' HIRE-DATE '   LEFT: ' TERM-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SERVICE-YEARS TO YEARS-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'EXIT: ' DISMISSAL-TEXT '  YEARS SERVED: ' YEARS-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE UNUSED-LEAVE-HOURS TO HOURS-Z
           MOVE LEAVE-HOUR-RATE    TO RATE-Z
           MOVE LEAVE-PAYOUT       TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'UNUSED LEAVE ' HOURS-Z ' HRS AT ' RATE-Z
               ' X ' PERIOD-MULTIPLIER '  ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE EASTER-PRO-RATA TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'EASTER BONUS PRO RATA:        ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE ALLOWANCE-PRO-RATA TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'LEAVE ALLOWANCE PRO RATA:     ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE CHRISTMAS-PRO-RATA TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'CHRISTMAS BONUS PRO RATA:     ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SEVERANCE-MONTHS TO MONTHS-Z
           MOVE SEVERANCE-PAY    TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'SEVERANCE (' MONTHS-Z ' MONTHS):        ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN

           MOVE SETTLEMENT-TOTAL TO AMOUNT-Z
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING 'TOTAL GROSS DUE:              ' AMOUNT-Z
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN.

       WRITE-STATEMENT-LINE-RTN.
           MOVE X'0D0A' TO STATEMENT-CRLF
           WRITE EXIT-STATEMENT-OUT
           IF EXIT-STATEMENT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EXIT-STATEMENT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-STATEMENT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       PRINT-REJECTION-RTN.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO EXIT-STATEMENT-OUT
           STRING '*** AFM ' TRANS-AFM ' NOT SETTLED: ' REJECT-CAUSE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE-RTN.

      *----The whole exit pay as one adjustment record, so the
      *----payroll taxes it as one amount.
       WRITE-ADJ-RECORD-RTN.
           IF SETTLEMENT-TOTAL > 999999,99 OR
                   SETTLEMENT-TOTAL < -999999,99
               ADD 1 TO SKIPPED-LARGE-COUNT
               DISPLAY '***FINAL SETTLEMENT FOR AFM ' TRANS-AFM
                   ' EXCEEDS THE ADJUSTMENT AMOUNT FIELD --'
                   ' RECORD SKIPPED, SETTLE BY HAND!!!'
           ELSE
               MOVE SPACES             TO EXIT-ADJ-OUT
               MOVE EMPLOYEE-NAME-SAVE TO ADJ-OUT-EMPLOYEE-NAME
               MOVE 0                  TO ADJ-OUT-HOURS-WORKED
               MOVE 0                  TO ADJ-OUT-HOUR-RATE
               MOVE TRANS-AFM          TO ADJ-OUT-AFM
               MOVE SPACE              TO ADJ-OUT-PAY-PERIOD-CODE
               MOVE 'A'                TO ADJ-OUT-RECORD-TYPE
               MOVE SETTLEMENT-TOTAL   TO ADJ-OUT-ADJ-AMOUNT
               MOVE ADJ-COST-CENTER    TO ADJ-OUT-COST-CENTER
               MOVE X'0D0A'            TO ADJ-OUT-CRLF
               WRITE EXIT-ADJ-OUT
               IF EXIT-ADJ-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR WRITING EXIT-ADJ-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' EXIT-ADJ-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               ADD 1 TO ADJ-WRITTEN-COUNT
           END-IF.

      *----The entitlement is paid out, so the balance is closed at
      *----nothing left to take; the record stays for the history.
       CLOSE-LEAVE-BALANCE-RTN.
           IF LEAVE-FOUND-SWITCH = 'YES' AND LB-TAKEN < LB-ENTITLEMENT
               MOVE LB-ENTITLEMENT TO LB-TAKEN
               REWRITE LEAVE-BALANCE-RECORD
               IF LEAVE-BALANCE-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR REWRITING LEAVE-BALANCE-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' LEAVE-BALANCE-FILE-STATUS
                  GO TO STOPRUN
               END-IF
           END-IF.

      *----Every recurring deduction of the leaver is deleted so no
      *----later run can take it; an outstanding loan balance is
      *----shown on the statement for recovery by hand, and each
      *----deletion is logged on the deduction audit trail.
       CLOSE-DEDUCTIONS-RTN.
           MOVE TRANS-AFM TO DED-AFM
           MOVE 0         TO DED-SEQ
           START DEDUCTION-MASTER KEY IS NOT < DED-KEY
               INVALID KEY MOVE 'YES' TO DED-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO DED-EOF-SWITCH
           END-START
           PERFORM CLOSE-ONE-DEDUCTION-RTN
               UNTIL DED-EOF-SWITCH = 'YES'.

       CLOSE-ONE-DEDUCTION-RTN.
           READ DEDUCTION-MASTER NEXT
               AT END MOVE 'YES' TO DED-EOF-SWITCH
           END-READ
           IF DED-EOF-SWITCH NOT = 'YES'
               IF DED-AFM NOT = TRANS-AFM
                   MOVE 'YES' TO DED-EOF-SWITCH
               ELSE
                   MOVE DED-CODE     TO BEFORE-CODE
                   MOVE DED-TYPE     TO BEFORE-TYPE
                   MOVE DED-AMOUNT   TO BEFORE-AMOUNT
                   MOVE DED-PCT      TO BEFORE-PCT
                   MOVE DED-BALANCE  TO BEFORE-BALANCE
                   MOVE DED-PRIORITY TO BEFORE-PRIORITY
                   IF DED-BALANCE > 0
                       MOVE DED-BALANCE TO AMOUNT-Z
                       MOVE SPACES TO EXIT-STATEMENT-OUT
                       STRING 'DEDUCTION ' DED-CODE
                           ' CLOSED, BALANCE OWED: ' AMOUNT-Z
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                       PERFORM WRITE-STATEMENT-LINE-RTN
                   END-IF
                   DELETE DEDUCTION-MASTER
                   IF DEDUCTION-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR DELETING FROM DEDUCTION-MASTER'
                          '!!!'
                      DISPLAY 'STATUS-CODE = '
                          DEDUCTION-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   PERFORM PRINT-DEDUCTION-AUDIT-RTN
                   ADD 1 TO DEDUCTIONS-CLOSED-COUNT
               END-IF
           END-IF.

       PRINT-DEDUCTION-AUDIT-RTN.
           MOVE SPACES           TO DEDUCTION-AUDIT-OUT
           MOVE RUN-DATE         TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE  TO AUDIT-TIME
           MOVE 'D'              TO AUDIT-ACTION
           MOVE DED-AFM          TO AUDIT-AFM
           MOVE DED-SEQ          TO AUDIT-SEQ
           MOVE BEFORE-IMAGE     TO AUDIT-BEFORE-IMAGE
           MOVE SPACES           TO AUDIT-AFTER-IMAGE
           MOVE 'CLOSED AT EXIT' TO AUDIT-RESULT
           MOVE X'0D0A'          TO AUDIT-CRLF
           WRITE DEDUCTION-AUDIT-OUT
           IF DEDUCTION-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING DEDUCTION-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DEDUCTION-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-EXIT-CONTROL-RTN.
           MOVE TRANS-AFM            TO EXIT-CTL-AFM
           MOVE TERM-DATE            TO EXIT-CTL-TERM-DATE
           MOVE RUN-DATE             TO EXIT-CTL-RUN-DATE
           MOVE TRANS-DISMISSAL-TYPE TO EXIT-CTL-DISMISSAL-TYPE
           MOVE SETTLEMENT-TOTAL     TO EXIT-CTL-TOTAL
           IF EXIT-CTL-FOUND-SWITCH = 'YES'
               REWRITE EXIT-CONTROL-RECORD
           ELSE
               WRITE EXIT-CONTROL-RECORD
           END-IF
           IF EXIT-CONTROL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EXIT-CONTROL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-CONTROL-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
      *----Close the envelope: the adjustment records carry zero
      *----hours and rates, so both hash totals are zero by
      *----construction.
           MOVE SPACES            TO EXIT-ADJ-OUT
           MOVE 'EXIT'            TO ADJ-TRL-BRANCH-CODE
           MOVE ADJ-WRITTEN-COUNT TO ADJ-TRL-RECORD-COUNT
           MOVE 0                 TO ADJ-TRL-HOURS-HASH
           MOVE 0                 TO ADJ-TRL-RATE-HASH
           MOVE 'T'               TO ADJ-TRL-RECORD-TYPE
           MOVE X'0D0A'           TO ADJ-OUT-CRLF
           WRITE EXIT-ADJ-OUT
           IF EXIT-ADJ-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING EXIT-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' EXIT-ADJ-FILE-STATUS
              GO TO STOPRUN
           END-IF

           MOVE TRANS-READ-COUNT TO COUNT-Z
           DISPLAY 'LEAVERS READ:                ' COUNT-Z
           MOVE SETTLED-COUNT TO COUNT-Z
           DISPLAY 'LEAVERS SETTLED:             ' COUNT-Z
           MOVE REJECTED-COUNT TO COUNT-Z
           DISPLAY 'LEAVERS REJECTED:            ' COUNT-Z
           MOVE ADJ-WRITTEN-COUNT TO COUNT-Z
           DISPLAY 'ADJUSTMENT RECORDS WRITTEN:  ' COUNT-Z
           MOVE SKIPPED-LARGE-COUNT TO COUNT-Z
           DISPLAY 'SETTLEMENTS TOO LARGE TO AUTOMATE: ' COUNT-Z
           MOVE DEDUCTIONS-CLOSED-COUNT TO COUNT-Z
           DISPLAY 'DEDUCTION ENTRIES CLOSED:    ' COUNT-Z
           MOVE TOTAL-SETTLED TO TOTAL-Z
           DISPLAY 'TOTAL EXIT PAY:     ' TOTAL-Z.

       END PROGRAM FINAL-SETTLEMENT.
