       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS RETRO-PARM-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PCTL-KEY
             FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT RETRO-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS RETRO-REPORT-FILE-STATUS.

           SELECT RETRO-ADJ-FILE ASSIGN TO DISK
             FILE STATUS IS RETRO-ADJ-FILE-STATUS.

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
       FD  RETRO-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS RETRO-PARM-IN.
       01  RETRO-PARM-IN.
           05 RETRO-PARM-COST-CENTER            PIC X(04).
           05 RETRO-PARM-CRLF                   PIC X(02).
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
      *----One line per repriced period: the rate it was actually
      *----paid at, the rate the master now says was in force, the
      *----period's rated hours and the back pay owed on them.
       FD  RETRO-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS RETRO-REPORT-OUT.
       01  RETRO-REPORT-OUT.
           05 RETRO-AFM                         PIC X(09).
           05 FILLER                            PIC X(02).
           05 RETRO-NAME                        PIC X(20).
           05 FILLER                            PIC X(02).
           05 RETRO-PERIOD-END                  PIC X(08).
           05 FILLER                            PIC X(02).
           05 RETRO-PAID-RATE                   PIC Z9,99.
           05 FILLER                            PIC X(02).
           05 RETRO-NEW-RATE                    PIC Z9,99.
           05 FILLER                            PIC X(02).
           05 RETRO-HOURS                       PIC Z(09)9,99-.
           05 FILLER                            PIC X(02).
           05 RETRO-AMOUNT
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 RETRO-CRLF                        PIC X(02).
       01  RETRO-REPORT-TITLE.
           05 RETRO-AFM-TITLE                   PIC X(09).
           05 FILLER                            PIC X(02).
           05 RETRO-NAME-TITLE                  PIC X(20).
           05 FILLER                            PIC X(02).
           05 RETRO-PERIOD-TITLE                PIC X(08).
           05 FILLER                            PIC X(02).
           05 RETRO-PAID-TITLE                  PIC X(05).
           05 FILLER                            PIC X(02).
           05 RETRO-NEW-TITLE                   PIC X(05).
           05 FILLER                            PIC X(02).
           05 RETRO-HOURS-TITLE                 PIC X(14).
           05 FILLER                            PIC X(02).
           05 RETRO-AMOUNT-TITLE                PIC X(14).
           05 RETRO-TITLE-CRLF                  PIC X(02).
       01  RETRO-REPORT-DASHES.
           05 RETRO-DASHES                      PIC X(87).
           05 RETRO-DASHES-CRLF                 PIC X(02).
      *----The back pay in the payroll's own PAYROLL-IN layout (type
      *----'A', signed amount), one record per employee, wrapped in a
      *----branch batch envelope under branch code 'RETR' as the
      *----settlement wraps its own under 'SETL'.
       FD  RETRO-ADJ-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS RETRO-ADJ-OUT.
       01  RETRO-ADJ-OUT.
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
       01  RETRO-ADJ-HEADER REDEFINES RETRO-ADJ-OUT.
           05 ADJ-HDR-BRANCH-CODE              PIC X(04).
           05 ADJ-HDR-PREP-DATE                PIC 9(08).
           05 ADJ-HDR-COMPANY                  PIC X(02).
           05 FILLER                           PIC X(23).
           05 ADJ-HDR-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
       01  RETRO-ADJ-TRAILER REDEFINES RETRO-ADJ-OUT.
           05 ADJ-TRL-BRANCH-CODE              PIC X(04).
           05 ADJ-TRL-RECORD-COUNT             PIC 9(06).
           05 ADJ-TRL-HOURS-HASH               PIC 9(08).
           05 ADJ-TRL-RATE-HASH                PIC 9(06)V99.
           05 FILLER                           PIC X(11).
           05 ADJ-TRL-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
      *----The company this run settles back pay for: its employees'
      *----adjustment records go out in a batch headed for its own
      *----payroll run.
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
           05 RETRO-PARM-FILE-STATUS           PIC 99.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 PAY-HISTORY-FILE-STATUS          PIC 99.
           05 PERIOD-CONTROL-FILE-STATUS       PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 RETRO-REPORT-FILE-STATUS         PIC 99.
           05 RETRO-ADJ-FILE-STATUS            PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 PERIOD-CONTROL-AVAILABLE-SWITCH  PIC X(03) VALUE 'NO'.
           05 PAY-HISTORY-AVAILABLE-SWITCH     PIC X(03) VALUE 'NO'.
           05 RATE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 HIST-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 ADJ-COST-CENTER                  PIC X(04) VALUE SPACES.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
      *----Every rate on file for the employee in hand, in effective
      *----date order, as the master's key delivers them.
           05 CURRENT-AFM                      PIC X(09).
           05 RATE-COUNT                       COMP PIC 99 VALUE 0.
           05 RATE-IDX                         COMP PIC 99 VALUE 0.
           05 PENDING-COUNT                    COMP PIC 99 VALUE 0.
           05 EARLIEST-PENDING-DATE            PIC 9(08) VALUE 0.
           05 RATE-TABLE OCCURS 50 TIMES.
               10 TBL-EFFECTIVE-DATE            PIC 9(08).
               10 TBL-HOUR-RATE                 PIC 99V99.
               10 TBL-ENTERED-DATE              PIC 9(08).
               10 TBL-RETRO-STATUS              PIC X(01).
      *----The next employee's first rate record, read while closing
      *----off the current one and held here while the current
      *----employee's pending records are rewritten.
           05 NEXT-RATE-SAVE                   PIC X(30).
           05 PERIOD-PAID-DATE                 PIC 9(08) VALUE 0.
           05 PAID-HOUR-RATE                   PIC 99V99 VALUE 0.
           05 NEW-HOUR-RATE                    PIC 99V99 VALUE 0.
           05 PERIOD-RETRO-AMOUNT              COMP PIC S9(08)V99
                   VALUE 0.
           05 EMPLOYEE-RETRO-TOTAL             COMP PIC S9(08)V99
                   VALUE 0.
           05 EMPLOYEE-NAME-SAVE               PIC X(20).
           05 EMPLOYEE-COUNT                   COMP PIC 9(06) VALUE 0.
           05 PERIOD-COUNT                     COMP PIC 9(06) VALUE 0.
           05 ADJ-WRITTEN-COUNT                COMP PIC 9(06) VALUE 0.
           05 SKIPPED-LARGE-COUNT              COMP PIC 9(06) VALUE 0.
           05 OTHER-COMPANY-COUNT              COMP PIC 9(06) VALUE 0.
           05 EMPLOYEE-COMPANY                 PIC X(02).
           05 EMPLOYEE-PRIOR-COMPANY           PIC X(02).
      *----A mover's periods are repriced by the company that paid
      *----them.  Each side marks the rates it has settled -- 'N' the
      *----employee's current company, 'O' the one left -- and the
      *----second side to finish stamps them 'D'.
           05 OWN-RETRO-MARK                   PIC X(01).
           05 OTHER-RETRO-MARK                 PIC X(01).
           05 OTHER-LAST-PERIOD                PIC 9(08) VALUE 0.
           05 ADJ-WRITTEN-SWITCH               PIC X(03) VALUE 'NO'.
           05 TOTAL-RETRO                      COMP PIC S9(09)V99
                   VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 TOTAL-Z              PIC Z(03).Z(03).Z(02)9,99-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE RETRO-PARM-FILE, PAY-RATE-FILE, RETRO-REPORT-FILE,
               RETRO-ADJ-FILE.
           IF PAY-HISTORY-AVAILABLE-SWITCH = 'YES'
              CLOSE PAY-HISTORY-FILE
           END-IF.
           IF PERIOD-CONTROL-AVAILABLE-SWITCH = 'YES'
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RETRO-PARM-FILE.
           IF RETRO-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: RETRO-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-PARM-FILE-STATUS
              GO TO STOPRUN.
           READ RETRO-PARM-FILE
               AT END
                   DISPLAY '***RETRO-PARM-FILE IS EMPTY!!!'
                   GO TO STOPRUN
           END-READ.
           MOVE RETRO-PARM-COST-CENTER TO ADJ-COST-CENTER.
           IF ADJ-COST-CENTER = SPACES
              DISPLAY '***RETRO-PARM-FILE HAS NO COST CENTER'
                  ' FOR THE ADJUSTMENT RECORDS!!!'
              GO TO STOPRUN.

      *----Back pay is paid by the company that paid the period: the
      *----employee's current company for its own periods, the one
      *----they moved from for the periods it paid.  An employee with
      *----neither is left pending for the other company's own run.
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

      *----The rate master is rewritten in place: each back-dated
      *----rate this run pays out is stamped so it never pays twice.
           OPEN I-O PAY-RATE-FILE.
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN.

      *----No pay history yet means nothing was ever paid at an old
      *----rate; the pending rates are cleared all the same.
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

      *----The period control stamp says when a period was actually
      *----paid; without it the period end date stands in for the
      *----pay date.
           OPEN INPUT PERIOD-CONTROL-FILE.
           EVALUATE PERIOD-CONTROL-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO PERIOD-CONTROL-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO PERIOD-CONTROL-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: PERIOD-CONTROL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PERIOD-CONTROL-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----The registry supplies the names the payroll's own
      *----cross-check will expect on the adjustment records.
           OPEN INPUT AFM-REGISTRY-FILE.
           EVALUATE AFM-REGISTRY-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO AFM-REGISTRY-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO AFM-REGISTRY-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: AFM-REGISTRY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AFM-REGISTRY-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

           OPEN OUTPUT RETRO-REPORT-FILE.
           IF RETRO-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: RETRO-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-REPORT-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT RETRO-ADJ-FILE.
           IF RETRO-ADJ-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: RETRO-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-ADJ-FILE-STATUS
              GO TO STOPRUN.

           PERFORM PRINT-REPORT-TITLE-RTN.
           PERFORM WRITE-ADJ-HEADER-RTN.

           MOVE LOW-VALUES TO RATE-KEY
           START PAY-RATE-FILE KEY IS NOT < RATE-KEY
               INVALID KEY MOVE 'YES' TO RATE-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RATE-EOF-SWITCH
           END-START.
           PERFORM READ-RATE-NEXT-RTN.

       PRINT-REPORT-TITLE-RTN.
           MOVE SPACES TO RETRO-REPORT-DASHES
           STRING 'RETROACTIVE PAY-RATE DIFFERENCES -- RUN DATE '
               RUN-DATE '  COMPANY: ' RUN-COMPANY
               DELIMITED BY SIZE INTO RETRO-DASHES
           MOVE X'0D0A' TO RETRO-DASHES-CRLF
           PERFORM WRITE-REPORT-DASHES-RTN
           MOVE SPACES              TO RETRO-REPORT-TITLE
           MOVE '   AFM'            TO RETRO-AFM-TITLE
           MOVE 'EMPLOYEE NAME'     TO RETRO-NAME-TITLE
           MOVE 'PERIOD'            TO RETRO-PERIOD-TITLE
           MOVE ' PAID'             TO RETRO-PAID-TITLE
           MOVE '  NEW'             TO RETRO-NEW-TITLE
           MOVE '   RATED HOURS'    TO RETRO-HOURS-TITLE
           MOVE '      BACK PAY'    TO RETRO-AMOUNT-TITLE
           MOVE X'0D0A'             TO RETRO-TITLE-CRLF
           WRITE RETRO-REPORT-TITLE
           IF RETRO-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETRO-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES  TO RETRO-REPORT-DASHES
           MOVE ALL '=' TO RETRO-DASHES
           MOVE X'0D0A' TO RETRO-DASHES-CRLF
           PERFORM WRITE-REPORT-DASHES-RTN.

       WRITE-REPORT-DASHES-RTN.
           WRITE RETRO-REPORT-DASHES
           IF RETRO-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETRO-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-ADJ-HEADER-RTN.
           MOVE SPACES    TO RETRO-ADJ-OUT
           MOVE 'RETR'    TO ADJ-HDR-BRANCH-CODE
           MOVE RUN-DATE  TO ADJ-HDR-PREP-DATE
           MOVE RUN-COMPANY TO ADJ-HDR-COMPANY
           MOVE 'H'       TO ADJ-HDR-RECORD-TYPE
           MOVE X'0D0A'   TO ADJ-OUT-CRLF
           WRITE RETRO-ADJ-OUT
           IF RETRO-ADJ-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETRO-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-ADJ-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       MAIN-RTN.
           PERFORM PROCESS-ONE-EMPLOYEE-RTN
               UNTIL RATE-EOF-SWITCH = 'YES'.

       READ-RATE-NEXT-RTN.
           IF RATE-EOF-SWITCH NOT = 'YES'
               READ PAY-RATE-FILE NEXT
                   AT END MOVE 'YES' TO RATE-EOF-SWITCH
               END-READ
           END-IF.

      *----Gathers one employee's rates, reprices their paid periods
      *----if any rate was keyed in after its effective date, then
      *----clears the pending marks.
       PROCESS-ONE-EMPLOYEE-RTN.
           MOVE RATE-AFM TO CURRENT-AFM
           MOVE 0 TO RATE-COUNT
           MOVE 0 TO PENDING-COUNT
           MOVE 0 TO EARLIEST-PENDING-DATE
           PERFORM LOAD-ONE-RATE-RTN
               UNTIL RATE-EOF-SWITCH = 'YES' OR
                   RATE-AFM NOT = CURRENT-AFM
           MOVE PAY-RATE-RECORD TO NEXT-RATE-SAVE
           IF PENDING-COUNT > 0
               PERFORM LOOKUP-REGISTRY-COMPANY-RTN
               PERFORM SET-RETRO-MARKS-RTN
               IF OWN-RETRO-MARK = SPACE
                   MOVE 0 TO PENDING-COUNT
               ELSE
                   PERFORM COUNT-PENDING-RTN
               END-IF
               IF PENDING-COUNT = 0
                   ADD 1 TO OTHER-COMPANY-COUNT
               END-IF
           END-IF
           IF PENDING-COUNT > 0
               ADD 1 TO EMPLOYEE-COUNT
               MOVE 0 TO EMPLOYEE-RETRO-TOTAL
               MOVE 0 TO OTHER-LAST-PERIOD
               MOVE 'NO' TO ADJ-WRITTEN-SWITCH
               MOVE SPACES TO EMPLOYEE-NAME-SAVE
               IF PAY-HISTORY-AVAILABLE-SWITCH = 'YES'
                   PERFORM WALK-EMPLOYEE-HISTORY-RTN
               END-IF
               IF EMPLOYEE-RETRO-TOTAL NOT = 0
                   PERFORM LOOKUP-REGISTRY-NAME-RTN
                   PERFORM WRITE-ADJ-RECORD-RTN
               END-IF
      *----Back pay held back as too large stays pending until it is
      *----settled; nothing was paid against the rates yet.
               IF EMPLOYEE-RETRO-TOTAL = 0 OR
                       ADJ-WRITTEN-SWITCH = 'YES'
                   PERFORM CLEAR-PENDING-RTN
               END-IF
           END-IF
           MOVE NEXT-RATE-SAVE TO PAY-RATE-RECORD.

       LOAD-ONE-RATE-RTN.
           IF RATE-COUNT < 50
               ADD 1 TO RATE-COUNT
               MOVE RATE-EFFECTIVE-DATE TO
                   TBL-EFFECTIVE-DATE(RATE-COUNT)
               MOVE RATE-HOUR-RATE    TO TBL-HOUR-RATE(RATE-COUNT)
               MOVE RATE-ENTERED-DATE TO TBL-ENTERED-DATE(RATE-COUNT)
               MOVE RATE-RETRO-STATUS TO TBL-RETRO-STATUS(RATE-COUNT)
               IF RATE-RETRO-STATUS = 'P' OR 'N' OR 'O'
                   ADD 1 TO PENDING-COUNT
               END-IF
           ELSE
               DISPLAY '***MORE THAN 50 RATES FOR AFM ' RATE-AFM
                   ' -- EXTRA RATES IGNORED!!!'
           END-IF
           PERFORM READ-RATE-NEXT-RTN.

      *----Which side of a move this run is for the employee: their
      *----current company (or no company on the registry), or the
      *----company they moved from.  Neither leaves OWN-RETRO-MARK
      *----blank and the employee to the other company's run.
       SET-RETRO-MARKS-RTN.
           MOVE SPACE TO OWN-RETRO-MARK
           MOVE SPACE TO OTHER-RETRO-MARK
           IF EMPLOYEE-COMPANY = SPACES OR
                   EMPLOYEE-COMPANY = RUN-COMPANY
               MOVE 'N' TO OWN-RETRO-MARK
               MOVE 'O' TO OTHER-RETRO-MARK
           ELSE
               IF EMPLOYEE-PRIOR-COMPANY = RUN-COMPANY
                   MOVE 'O' TO OWN-RETRO-MARK
                   MOVE 'N' TO OTHER-RETRO-MARK
               END-IF
           END-IF.

      *----The rates still pending for this run's side: new ones, and
      *----those the other side has already settled its periods for.
      *----The table is in effective date order, so the first one
      *----found is the earliest.
       COUNT-PENDING-RTN.
           MOVE 0 TO PENDING-COUNT
           MOVE 0 TO EARLIEST-PENDING-DATE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF TBL-RETRO-STATUS(RATE-IDX) = 'P' OR
                       TBL-RETRO-STATUS(RATE-IDX) = OTHER-RETRO-MARK
                   ADD 1 TO PENDING-COUNT
                   IF EARLIEST-PENDING-DATE = 0
                       MOVE TBL-EFFECTIVE-DATE(RATE-IDX) TO
                           EARLIEST-PENDING-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *----Only the LIVE periods were priced off the hourly rate;
      *----bonus records are computed from earnings, not hours.  The
      *----walk starts at the earliest back-dated effective date --
      *----nothing before it can have changed.  Periods another
      *----company paid are left to it; the last of them says which
      *----rates it still has a share in.  History from before the
      *----company code was kept belongs to the current company.
       WALK-EMPLOYEE-HISTORY-RTN.
           MOVE CURRENT-AFM           TO HIST-AFM
           MOVE EARLIEST-PENDING-DATE TO HIST-PERIOD-END
           MOVE LOW-VALUES            TO HIST-MODE
           MOVE LOW-VALUES            TO HIST-COMPANY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO HIST-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO HIST-EOF-SWITCH
           END-START
           PERFORM READ-HISTORY-NEXT-RTN
               UNTIL HIST-EOF-SWITCH = 'YES'.

       READ-HISTORY-NEXT-RTN.
           READ PAY-HISTORY-FILE NEXT
               AT END MOVE 'YES' TO HIST-EOF-SWITCH
           END-READ
           IF HIST-EOF-SWITCH NOT = 'YES'
               IF HIST-AFM NOT = CURRENT-AFM
                   MOVE 'YES' TO HIST-EOF-SWITCH
               ELSE
                   IF HIST-MODE = 'LIVE '
                       IF HIST-COMPANY = RUN-COMPANY OR
                               (HIST-COMPANY = SPACES AND
                               OWN-RETRO-MARK = 'N')
                           IF EMPLOYEE-NAME-SAVE = SPACES
                               MOVE HIST-NAME TO EMPLOYEE-NAME-SAVE
                           END-IF
                           PERFORM REPRICE-ONE-PERIOD-RTN
                       ELSE
                           MOVE HIST-PERIOD-END TO OTHER-LAST-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----The rate the period should have paid is the latest one
      *----effective by its end; the rate it did pay is the latest
      *----one effective by its end that was already keyed in when
      *----the period ran (or whose back pay has since gone out).
      *----Only the hours-based pay moves with the rate: the back pay
      *----is the period's rated hours times the rate change, and
      *----adjustment amounts folded into the period (earlier back
      *----pay among them) are left alone.
       REPRICE-ONE-PERIOD-RTN.
           MOVE HIST-PERIOD-END TO PERIOD-PAID-DATE
           IF PERIOD-CONTROL-AVAILABLE-SWITCH = 'YES'
               MOVE HIST-PERIOD-END TO PCTL-PERIOD-END
               MOVE 'LIVE '         TO PCTL-MODE
               MOVE HIST-COMPANY    TO PCTL-COMPANY
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PCTL-RUN-DATE TO PERIOD-PAID-DATE
               END-READ
           END-IF
           MOVE 0 TO NEW-HOUR-RATE
           MOVE 0 TO PAID-HOUR-RATE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF TBL-EFFECTIVE-DATE(RATE-IDX) NOT > HIST-PERIOD-END
                   MOVE TBL-HOUR-RATE(RATE-IDX) TO NEW-HOUR-RATE
                   IF TBL-ENTERED-DATE(RATE-IDX) NOT >
                           PERIOD-PAID-DATE OR
                           TBL-RETRO-STATUS(RATE-IDX) = 'D' OR
                           TBL-RETRO-STATUS(RATE-IDX) = OWN-RETRO-MARK
                       MOVE TBL-HOUR-RATE(RATE-IDX) TO PAID-HOUR-RATE
                   END-IF
               END-IF
           END-PERFORM
      *----A period paid before any rate was on file has no known
      *----old rate to price the difference from.
           IF PAID-HOUR-RATE NOT = 0 AND
                   NEW-HOUR-RATE NOT = PAID-HOUR-RATE
               COMPUTE PERIOD-RETRO-AMOUNT ROUNDED =
                   HIST-RATED-HOURS * (NEW-HOUR-RATE - PAID-HOUR-RATE)
               ADD PERIOD-RETRO-AMOUNT TO EMPLOYEE-RETRO-TOTAL
               ADD 1 TO PERIOD-COUNT
               PERFORM PRINT-RETRO-LINE-RTN
           END-IF.

       PRINT-RETRO-LINE-RTN.
           MOVE SPACES              TO RETRO-REPORT-OUT
           MOVE HIST-AFM            TO RETRO-AFM
           MOVE HIST-NAME           TO RETRO-NAME
           MOVE HIST-PERIOD-END     TO RETRO-PERIOD-END
           MOVE PAID-HOUR-RATE      TO RETRO-PAID-RATE
           MOVE NEW-HOUR-RATE       TO RETRO-NEW-RATE
           MOVE HIST-RATED-HOURS    TO RETRO-HOURS
           MOVE PERIOD-RETRO-AMOUNT TO RETRO-AMOUNT
           MOVE X'0D0A'             TO RETRO-CRLF
           WRITE RETRO-REPORT-OUT
           IF RETRO-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETRO-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----The company the registry has the employee on; blank
      *----without a registry entry, which leaves them to this run.
       LOOKUP-REGISTRY-COMPANY-RTN.
           MOVE SPACES TO EMPLOYEE-COMPANY
           MOVE SPACES TO EMPLOYEE-PRIOR-COMPANY
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE CURRENT-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-COMPANY TO EMPLOYEE-COMPANY
                       MOVE REG-PRIOR-COMPANY TO EMPLOYEE-PRIOR-COMPANY
               END-READ
           END-IF.

      *----The payroll will cross-check the name against the
      *----registry; without a registry entry the history name
      *----stands.
       LOOKUP-REGISTRY-NAME-RTN.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE CURRENT-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-EMPLOYEE-NAME TO EMPLOYEE-NAME-SAVE
               END-READ
           END-IF.

      *----One adjustment record per employee for all their repriced
      *----periods together: positive pays the back pay, negative
      *----(a back-dated cut) collects it.
       WRITE-ADJ-RECORD-RTN.
           IF EMPLOYEE-RETRO-TOTAL > 999999,99 OR
                   EMPLOYEE-RETRO-TOTAL < -999999,99
               ADD 1 TO SKIPPED-LARGE-COUNT
               DISPLAY '***BACK PAY FOR AFM ' CURRENT-AFM
                   ' EXCEEDS THE ADJUSTMENT AMOUNT FIELD --'
                   ' RECORD SKIPPED, RATES LEFT PENDING!!!'
           ELSE
               MOVE SPACES               TO RETRO-ADJ-OUT
               MOVE EMPLOYEE-NAME-SAVE   TO ADJ-OUT-EMPLOYEE-NAME
               MOVE 0                    TO ADJ-OUT-HOURS-WORKED
               MOVE 0                    TO ADJ-OUT-HOUR-RATE
               MOVE CURRENT-AFM          TO ADJ-OUT-AFM
               MOVE SPACE                TO ADJ-OUT-PAY-PERIOD-CODE
               MOVE 'A'                  TO ADJ-OUT-RECORD-TYPE
               MOVE EMPLOYEE-RETRO-TOTAL TO ADJ-OUT-ADJ-AMOUNT
               MOVE ADJ-COST-CENTER      TO ADJ-OUT-COST-CENTER
               MOVE X'0D0A'              TO ADJ-OUT-CRLF
               WRITE RETRO-ADJ-OUT
               IF RETRO-ADJ-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR WRITING RETRO-ADJ-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' RETRO-ADJ-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               ADD 1 TO ADJ-WRITTEN-COUNT
               ADD EMPLOYEE-RETRO-TOTAL TO TOTAL-RETRO
               MOVE 'YES' TO ADJ-WRITTEN-SWITCH
           END-IF.

      *----This run's side of every pending rate is now settled.  A
      *----rate the other company still has periods at or after is
      *----marked for this side only; otherwise it is done -- 'D'
      *----once back pay went out against it, blank if none had been
      *----paid at an older rate -- so the next run passes it by.
       CLEAR-PENDING-RTN.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF TBL-RETRO-STATUS(RATE-IDX) = 'P' OR
                       TBL-RETRO-STATUS(RATE-IDX) = OTHER-RETRO-MARK
                   MOVE CURRENT-AFM TO RATE-AFM
                   MOVE TBL-EFFECTIVE-DATE(RATE-IDX) TO
                       RATE-EFFECTIVE-DATE
                   MOVE TBL-HOUR-RATE(RATE-IDX) TO RATE-HOUR-RATE
                   MOVE TBL-ENTERED-DATE(RATE-IDX) TO
                       RATE-ENTERED-DATE
                   IF TBL-RETRO-STATUS(RATE-IDX) = 'P' AND
                           TBL-EFFECTIVE-DATE(RATE-IDX) NOT >
                           OTHER-LAST-PERIOD
                       MOVE OWN-RETRO-MARK TO RATE-RETRO-STATUS
                   ELSE
                       IF ADJ-WRITTEN-SWITCH = 'YES' OR
                               TBL-RETRO-STATUS(RATE-IDX) =
                               OTHER-RETRO-MARK
                           MOVE 'D' TO RATE-RETRO-STATUS
                       ELSE
                           MOVE SPACE TO RATE-RETRO-STATUS
                       END-IF
                   END-IF
                   REWRITE PAY-RATE-RECORD
                   IF PAY-RATE-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR REWRITING PAY-RATE-FILE!!!'
                      DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
               END-IF
           END-PERFORM.

       FINAL-RTN.
      *----Close the envelope: the adjustment records carry zero
      *----hours and rates, so both hash totals are zero by
      *----construction.
           MOVE SPACES            TO RETRO-ADJ-OUT
           MOVE 'RETR'            TO ADJ-TRL-BRANCH-CODE
           MOVE ADJ-WRITTEN-COUNT TO ADJ-TRL-RECORD-COUNT
           MOVE 0                 TO ADJ-TRL-HOURS-HASH
           MOVE 0                 TO ADJ-TRL-RATE-HASH
           MOVE 'T'               TO ADJ-TRL-RECORD-TYPE
           MOVE X'0D0A'           TO ADJ-OUT-CRLF
           WRITE RETRO-ADJ-OUT
           IF RETRO-ADJ-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETRO-ADJ-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETRO-ADJ-FILE-STATUS
              GO TO STOPRUN
           END-IF

           MOVE EMPLOYEE-COUNT TO COUNT-Z
           DISPLAY 'EMPLOYEES WITH BACK-DATED RATES: ' COUNT-Z
           MOVE PERIOD-COUNT TO COUNT-Z
           DISPLAY 'PAID PERIODS REPRICED:           ' COUNT-Z
           MOVE ADJ-WRITTEN-COUNT TO COUNT-Z
           DISPLAY 'ADJUSTMENT RECORDS WRITTEN:      ' COUNT-Z
           MOVE SKIPPED-LARGE-COUNT TO COUNT-Z
           DISPLAY 'BACK PAY TOO LARGE TO AUTOMATE:  ' COUNT-Z
           MOVE OTHER-COMPANY-COUNT TO COUNT-Z
           DISPLAY 'LEFT FOR ANOTHER COMPANY:        ' COUNT-Z
           MOVE TOTAL-RETRO TO TOTAL-Z
           DISPLAY 'TOTAL BACK PAY:     ' TOTAL-Z.

       END PROGRAM RETRO-PAY.
