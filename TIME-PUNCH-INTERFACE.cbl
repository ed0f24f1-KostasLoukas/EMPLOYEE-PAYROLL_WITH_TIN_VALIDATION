       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-PUNCH-INTERFACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS PUNCH-PARM-FILE-STATUS.

           SELECT PUNCH-FILE ASSIGN TO DISK
             FILE STATUS IS PUNCH-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT PUNCH-PAYROLL-FILE ASSIGN TO DISK
             FILE STATUS IS PUNCH-PAYROLL-FILE-STATUS.

           SELECT PUNCH-EXCEPTION-FILE ASSIGN TO DISK
             FILE STATUS IS PUNCH-EXCEPTION-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The branch whose clock export this is, the pay period it
      *----covers, the period code its pay records carry, and the
      *----legal maximum hours in one working day.
       FD  PUNCH-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS PUNCH-PARM-IN.
       01  PUNCH-PARM-IN.
           05 PUNCH-PARM-BRANCH-CODE            PIC X(04).
           05 PUNCH-PARM-PERIOD-START           PIC 9(08).
           05 PUNCH-PARM-PERIOD-END             PIC 9(08).
           05 PUNCH-PARM-PERIOD-CODE            PIC X(01).
           05 PUNCH-PARM-DAILY-MAX              PIC 99V99.
           05 PUNCH-PARM-CRLF                   PIC X(02).
      *----The clock system's export, one record per punch, in AFM,
      *----date and time order: 'I' clock-in, 'O' clock-out, or 'A'
      *----an absence booked at the terminal for the day, with its
      *----code ('P' paid leave, 'S' sick, 'U' unpaid, as on the
      *----payroll's 'L' records) and hours.  The cost center is the
      *----one the employee's terminal is registered to.
       FD  PUNCH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PUNCH-IN.
       01  PUNCH-IN.
           05 PUNCH-AFM                         PIC X(09).
           05 PUNCH-DATE                        PIC 9(08).
           05 PUNCH-TIME.
               10 PUNCH-HOUR                    PIC 9(02).
               10 PUNCH-MINUTE                  PIC 9(02).
           05 PUNCH-TYPE                        PIC X(01).
           05 PUNCH-ABSENCE-CODE                PIC X(01).
           05 PUNCH-ABSENCE-HOURS               PIC 9(02).
           05 PUNCH-COST-CENTER                 PIC X(04).
           05 PUNCH-CRLF                        PIC X(02).
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
      *----The branch's payroll input in the payroll's own PAYROLL-IN
      *----layout: each employee's 'L' leave records immediately
      *----before the pay record, the whole wrapped in the branch
      *----batch envelope PRECHECK-BATCHES-RTN verifies.
       FD  PUNCH-PAYROLL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PUNCH-PAYROLL-OUT.
       01  PUNCH-PAYROLL-OUT.
           05 OUT-EMPLOYEE-NAME                PIC X(20).
           05 OUT-HOURS-WORKED                 PIC 9(03).
           05 OUT-HOUR-RATE                    PIC 99V99.
           05 OUT-AFM                          PIC X(09).
           05 OUT-PAY-PERIOD-CODE              PIC X(01).
           05 OUT-RECORD-TYPE                  PIC X(01).
           05 OUT-ADJ-AMOUNT                   PIC S9(06)V99
                   SIGN LEADING SEPARATE.
           05 OUT-COST-CENTER                  PIC X(04).
           05 OUT-CRLF                         PIC X(02).
       01  PUNCH-PAYROLL-HEADER REDEFINES PUNCH-PAYROLL-OUT.
           05 OUT-HDR-BRANCH-CODE              PIC X(04).
           05 OUT-HDR-PREP-DATE                PIC 9(08).
           05 OUT-HDR-COMPANY                  PIC X(02).
           05 FILLER                           PIC X(23).
           05 OUT-HDR-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
       01  PUNCH-PAYROLL-TRAILER REDEFINES PUNCH-PAYROLL-OUT.
           05 OUT-TRL-BRANCH-CODE              PIC X(04).
           05 OUT-TRL-RECORD-COUNT             PIC 9(06).
           05 OUT-TRL-HOURS-HASH               PIC 9(08).
           05 OUT-TRL-RATE-HASH                PIC 9(06)V99.
           05 FILLER                           PIC X(11).
           05 OUT-TRL-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
       01  PUNCH-PAYROLL-LEAVE REDEFINES PUNCH-PAYROLL-OUT.
           05 OUT-LEAVE-EMPLOYEE-NAME          PIC X(20).
           05 OUT-LEAVE-HOURS                  PIC 9(03).
           05 FILLER                           PIC X(04).
           05 OUT-LEAVE-AFM                    PIC X(09).
           05 FILLER                           PIC X(01).
           05 OUT-LEAVE-RECORD-TYPE            PIC X(01).
           05 OUT-LEAVE-CATEGORY               PIC X(01).
           05 FILLER                           PIC X(14).
      *----What the branch must clear before the file is released:
      *----one line per exception, with what was done about it.
       FD  PUNCH-EXCEPTION-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS PUNCH-EXCEPTION-OUT.
       01  PUNCH-EXCEPTION-OUT.
           05 EXC-AFM                          PIC X(09).
           05 FILLER                           PIC X(02).
           05 EXC-DATE                         PIC X(08).
           05 FILLER                           PIC X(02).
           05 EXC-TIME                         PIC X(04).
           05 FILLER                           PIC X(02).
           05 EXC-TEXT                         PIC X(30).
           05 FILLER                           PIC X(02).
           05 EXC-ACTION                       PIC X(12).
           05 EXC-CRLF                         PIC X(02).
       01  PUNCH-EXCEPTION-TEXT.
           05 EXC-LINE                         PIC X(71).
           05 EXC-LINE-CRLF                    PIC X(02).
      *----The company whose payroll the batch is for: the header
      *----carries it, and only that company's employees are
      *----written.
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
           05 PUNCH-PARM-FILE-STATUS           PIC 99.
           05 PUNCH-FILE-STATUS                PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 PUNCH-PAYROLL-FILE-STATUS        PIC 99.
           05 PUNCH-EXCEPTION-FILE-STATUS      PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 PUNCH-EOF-SWITCH                 PIC X(03) VALUE 'NO'.
           05 RATE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RATE-FOUND-SWITCH                PIC X(03) VALUE 'NO'.
           05 ERROR-EXIT-SWITCH                PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 BRANCH-CODE                      PIC X(04) VALUE SPACES.
           05 PERIOD-START                     PIC 9(08) VALUE 0.
           05 PERIOD-END                       PIC 9(08) VALUE 0.
           05 PERIOD-CODE                      PIC X(01) VALUE SPACE.
      *----The legal daily maximum, default 13 hours, in minutes for
      *----the comparison.
           05 DAILY-MAX-HOURS                  COMP PIC 99V99 VALUE 0.
           05 DAILY-MAX-MINUTES                COMP PIC 9(04) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
      *----The employee being built up from their punches.  A held
      *----employee (bad AFM, no registry entry, no rate) gets no
      *----payroll records at all; the exceptions say why.
           05 CURRENT-AFM                      PIC X(09) VALUE SPACES.
           05 PREVIOUS-AFM                     PIC X(09) VALUE SPACES.
           05 AFM-HELD-SWITCH                  PIC X(03) VALUE 'NO'.
           05 EMPLOYEE-NAME-SAVE               PIC X(20) VALUE SPACES.
           05 COST-CENTER-SAVE                 PIC X(04) VALUE SPACES.
      *----The dates of the employee's punches this company pays: an
      *----employee who moved companies is paid by the company moved
      *----from up to the move date and by the company moved to from
      *----it on.
           05 COMPANY-PUNCH-FROM               PIC 9(08) VALUE 0.
           05 COMPANY-PUNCH-UNTIL              PIC 9(08) VALUE 0.
           05 OTHER-COMPANY-PUNCH-COUNT        COMP PIC 9(06) VALUE 0.
           05 HOUR-RATE-SAVE                   PIC 99V99 VALUE 0.
           05 LAST-PUNCH-MINUTE                COMP PIC 9(11) VALUE 0.
      *----Punches are paired last-in first-out: a clock-in while a
      *----shift is open opens a second one, and if both are then
      *----closed the two shifts overlapped.  The inner shift's time
      *----is held until the outer one is settled, so an overlap is
      *----counted once, as the outer shift that contains it.
           05 OPEN-COUNT                       COMP PIC 9 VALUE 0.
           05 OPEN-SHIFT OCCURS 2 TIMES.
               10 OPEN-MINUTE                   COMP PIC 9(11).
               10 OPEN-DATE                     PIC 9(08).
               10 OPEN-TIME                     PIC X(04).
           05 HELD-SWITCH                      PIC X(03) VALUE 'NO'.
           05 HELD-DATE                        PIC 9(08) VALUE 0.
           05 HELD-MINUTES                     COMP PIC 9(05) VALUE 0.
           05 PUNCH-MINUTE-STAMP               COMP PIC 9(11) VALUE 0.
           05 SHIFT-DATE                       PIC 9(08) VALUE 0.
           05 SHIFT-MINUTES                    COMP PIC 9(07) VALUE 0.
      *----Worked minutes per day of the period, for the daily
      *----maximum and the period total.
           05 DAY-COUNT                        COMP PIC 99 VALUE 0.
           05 DAY-TABLE OCCURS 31 TIMES.
               10 DAY-TABLE-DATE                PIC 9(08).
               10 DAY-TABLE-MINUTES             COMP PIC 9(05).
           05 DAY-IDX                          COMP PIC 99 VALUE 0.
           05 DAY-FOUND-IDX                    COMP PIC 99 VALUE 0.
           05 TOTAL-MINUTES                    COMP PIC 9(07) VALUE 0.
           05 HOURS-WORKED                     COMP PIC 9(05) VALUE 0.
           05 PAID-LEAVE-HOURS                 COMP PIC 9(03) VALUE 0.
           05 SICK-HOURS                       COMP PIC 9(03) VALUE 0.
           05 UNPAID-HOURS                     COMP PIC 9(03) VALUE 0.
      *----Day numbers for the minute stamps, counted from a fixed
      *----origin with March as the first month, as RECEIVABLE-AGEING
      *----counts its ages; a night shift runs across midnight.
           05 DATE-WORK.
               10 DATE-WORK-YEAR                PIC 9(04).
               10 DATE-WORK-MONTH               PIC 9(02).
               10 DATE-WORK-DAY                 PIC 9(02).
           05 DAY-YEAR                         COMP PIC 9(05) VALUE 0.
           05 DAY-MONTH                        COMP PIC 9(02) VALUE 0.
           05 DAY-TERM                         COMP PIC 9(07) VALUE 0.
           05 DAY-NUMBER                       COMP PIC 9(07) VALUE 0.
      *----Envelope totals, computed exactly as the payroll's batch
      *----precheck recomputes them from the detail records.
           05 DETAIL-COUNT                     COMP PIC 9(06) VALUE 0.
           05 HOURS-HASH                       COMP PIC 9(08) VALUE 0.
           05 RATE-HASH                        COMP PIC 9(06)V99
                   VALUE 0.
           05 PUNCH-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 EMPLOYEE-COUNT                   COMP PIC 9(06) VALUE 0.
           05 EMPLOYEE-WRITTEN-COUNT           COMP PIC 9(06) VALUE 0.
           05 EMPLOYEE-HELD-COUNT              COMP PIC 9(06) VALUE 0.
           05 EXCEPTION-COUNT                  COMP PIC 9(04) VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 HOURS-Z                          PIC Z9,99.
           05 REPORT-DATE                      PIC X(08).
           05 REPORT-TIME                      PIC X(04).
           05 REPORT-TEXT                      PIC X(30).
           05 REPORT-ACTION                    PIC X(12).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE PUNCH-PARM-FILE, PUNCH-FILE, PAY-RATE-FILE,
               PUNCH-PAYROLL-FILE, PUNCH-EXCEPTION-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
      *----An error exit ends the run with 1 whatever the count.
           IF ERROR-EXIT-SWITCH = 'YES'
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE EXCEPTION-COUNT TO RETURN-CODE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PUNCH-PARM-FILE.
           IF PUNCH-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: PUNCH-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-PARM-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           READ PUNCH-PARM-FILE
               AT END
                   DISPLAY '***PUNCH-PARM-FILE IS EMPTY!!!'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PUNCH-PARM-BRANCH-CODE = SPACES OR
                   PUNCH-PARM-PERIOD-START NOT NUMERIC OR
                   PUNCH-PARM-PERIOD-END NOT NUMERIC OR
                   PUNCH-PARM-PERIOD-START > PUNCH-PARM-PERIOD-END
              DISPLAY '***PUNCH-PARM-FILE NEEDS A BRANCH CODE AND A'
                  ' PERIOD START NOT AFTER ITS END!!!'
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE PUNCH-PARM-BRANCH-CODE  TO BRANCH-CODE.
           MOVE PUNCH-PARM-PERIOD-START TO PERIOD-START.
           MOVE PUNCH-PARM-PERIOD-END   TO PERIOD-END.
           MOVE PUNCH-PARM-PERIOD-CODE  TO PERIOD-CODE.
           MOVE 13 TO DAILY-MAX-HOURS.
           IF PUNCH-PARM-DAILY-MAX NUMERIC AND
                   PUNCH-PARM-DAILY-MAX > 0
              MOVE PUNCH-PARM-DAILY-MAX TO DAILY-MAX-HOURS.
           COMPUTE DAILY-MAX-MINUTES = DAILY-MAX-HOURS * 60.

      *----The batch goes to one company's payroll, named in
      *----COMPANY-PARM-FILE and held on COMPANY-MASTER-FILE.
           OPEN INPUT COMPANY-PARM-FILE.
           IF COMPANY-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-PARM-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RUN-COMPANY.
           READ COMPANY-PARM-FILE
               NOT AT END
                   MOVE COMPANY-PARM-CODE TO RUN-COMPANY
           END-READ.
           CLOSE COMPANY-PARM-FILE.
           IF RUN-COMPANY = SPACES
              DISPLAY '***NO COMPANY CODE IN COMPANY-PARM-FILE!!!'
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT COMPANY-MASTER-FILE.
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE RUN-COMPANY TO CO-CODE.
           READ COMPANY-MASTER-FILE KEY IS CO-CODE
               INVALID KEY
                   DISPLAY '***COMPANY ' RUN-COMPANY
                       ' IS NOT ON COMPANY-MASTER-FILE!!!'
                   CLOSE COMPANY-MASTER-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE COMPANY-MASTER-FILE.

           OPEN INPUT PUNCH-FILE.
           IF PUNCH-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: PUNCH-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

      *----The registry supplies the names the payroll will
      *----cross-check; without one the names go out blank, as a
      *----registry-less payroll accepts any name.
           OPEN INPUT AFM-REGISTRY-FILE.
           EVALUATE AFM-REGISTRY-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO AFM-REGISTRY-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO AFM-REGISTRY-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: AFM-REGISTRY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AFM-REGISTRY-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN
           END-EVALUATE.

      *----The clock knows hours, not money: every rate comes off the
      *----rate master, so the master must be there.
           OPEN INPUT PAY-RATE-FILE.
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           OPEN OUTPUT PUNCH-PAYROLL-FILE.
           IF PUNCH-PAYROLL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: PUNCH-PAYROLL-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-PAYROLL-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           OPEN OUTPUT PUNCH-EXCEPTION-FILE.
           IF PUNCH-EXCEPTION-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: PUNCH-EXCEPTION-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-EXCEPTION-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           PERFORM PRINT-EXCEPTION-TITLE-RTN.
           PERFORM WRITE-BATCH-HEADER-RTN.
           PERFORM READ-PUNCH-RTN.

       PRINT-EXCEPTION-TITLE-RTN.
           MOVE SPACES TO PUNCH-EXCEPTION-TEXT
           MOVE DAILY-MAX-HOURS TO HOURS-Z
           STRING 'PUNCH EXCEPTIONS -- BRANCH ' BRANCH-CODE
               ' PERIOD ' PERIOD-START '-' PERIOD-END
               ' MAX ' HOURS-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           STRING 'COMPANY ' RUN-COMPANY
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE ALL '=' TO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE SPACES         TO PUNCH-EXCEPTION-OUT
           MOVE '   AFM'       TO EXC-AFM
           MOVE 'DATE'         TO EXC-DATE
           MOVE 'TIME'         TO EXC-TIME
           MOVE 'EXCEPTION'    TO EXC-TEXT
           MOVE 'ACTION'       TO EXC-ACTION
           MOVE X'0D0A'        TO EXC-CRLF
           PERFORM WRITE-EXCEPTION-RTN
           MOVE ALL '-' TO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN.

       WRITE-BATCH-HEADER-RTN.
           MOVE SPACES      TO PUNCH-PAYROLL-OUT
           MOVE BRANCH-CODE TO OUT-HDR-BRANCH-CODE
           MOVE RUN-DATE    TO OUT-HDR-PREP-DATE
           MOVE RUN-COMPANY TO OUT-HDR-COMPANY
           MOVE 'H'         TO OUT-HDR-RECORD-TYPE
           MOVE X'0D0A'     TO OUT-CRLF
           PERFORM WRITE-PAYROLL-RTN.

       READ-PUNCH-RTN.
           READ PUNCH-FILE
               AT END MOVE 'YES' TO PUNCH-EOF-SWITCH
           END-READ
           IF PUNCH-EOF-SWITCH NOT = 'YES'
               ADD 1 TO PUNCH-READ-COUNT
           END-IF.

       MAIN-RTN.
           PERFORM PROCESS-EMPLOYEE-RTN
               UNTIL PUNCH-EOF-SWITCH = 'YES'.

      *----All of one AFM's punches, then their payroll records.
       PROCESS-EMPLOYEE-RTN.
           ADD 1 TO EMPLOYEE-COUNT
           MOVE PUNCH-AFM TO CURRENT-AFM
           MOVE 'NO'      TO AFM-HELD-SWITCH
           MOVE SPACES    TO EMPLOYEE-NAME-SAVE
           MOVE PUNCH-COST-CENTER TO COST-CENTER-SAVE
           MOVE 0 TO COMPANY-PUNCH-FROM
           MOVE 99999999 TO COMPANY-PUNCH-UNTIL
           MOVE 0 TO HOUR-RATE-SAVE
           MOVE 0 TO LAST-PUNCH-MINUTE
           MOVE 0 TO OPEN-COUNT
           MOVE 'NO' TO HELD-SWITCH
           MOVE 0 TO DAY-COUNT
           MOVE 0 TO PAID-LEAVE-HOURS
           MOVE 0 TO SICK-HOURS
           MOVE 0 TO UNPAID-HOURS
           PERFORM CHECK-EMPLOYEE-RTN THRU CHECK-EMPLOYEE-EXIT
           PERFORM PROCESS-PUNCH-RTN
               UNTIL PUNCH-EOF-SWITCH = 'YES' OR
                   PUNCH-AFM NOT = CURRENT-AFM
           PERFORM CLOSE-EMPLOYEE-RTN
           MOVE CURRENT-AFM TO PREVIOUS-AFM.

      *----Whatever would make the payroll reject the employee's pay
      *----record holds the employee here instead.
       CHECK-EMPLOYEE-RTN.
           MOVE SPACES TO REPORT-DATE
           MOVE SPACES TO REPORT-TIME
           MOVE 'AFM HELD' TO REPORT-ACTION
           IF CURRENT-AFM NOT > PREVIOUS-AFM
               MOVE 'AFM OUT OF SEQUENCE' TO REPORT-TEXT
               MOVE 'YES' TO AFM-HELD-SWITCH
               PERFORM PRINT-EXCEPTION-RTN
               GO TO CHECK-EMPLOYEE-EXIT
           END-IF
           MOVE CURRENT-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'AFM FAILS CHECK DIGIT' TO REPORT-TEXT
               MOVE 'YES' TO AFM-HELD-SWITCH
               PERFORM PRINT-EXCEPTION-RTN
               GO TO CHECK-EMPLOYEE-EXIT
           END-IF
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE CURRENT-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       MOVE 'AFM NOT IN REGISTRY' TO REPORT-TEXT
                       MOVE 'YES' TO AFM-HELD-SWITCH
                       PERFORM PRINT-EXCEPTION-RTN
                       GO TO CHECK-EMPLOYEE-EXIT
               END-READ
               IF REG-STATUS = 'I'
                   MOVE 'AFM NOT ACTIVE IN REGISTRY' TO REPORT-TEXT
                   MOVE 'YES' TO AFM-HELD-SWITCH
                   PERFORM PRINT-EXCEPTION-RTN
                   GO TO CHECK-EMPLOYEE-EXIT
               END-IF
               IF REG-COMPANY NOT = SPACES AND
                       RUN-COMPANY NOT = REG-COMPANY AND
                       RUN-COMPANY NOT = REG-PRIOR-COMPANY
                   MOVE 'AFM ON ANOTHER COMPANY' TO REPORT-TEXT
                   MOVE 'YES' TO AFM-HELD-SWITCH
                   PERFORM PRINT-EXCEPTION-RTN
                   GO TO CHECK-EMPLOYEE-EXIT
               END-IF
               IF REG-COMPANY NOT = SPACES AND
                       REG-PRIOR-COMPANY NOT = SPACES AND
                       REG-PRIOR-COMPANY NOT = REG-COMPANY
                   PERFORM SET-COMPANY-PUNCH-DATES-RTN
               END-IF
               IF COMPANY-PUNCH-FROM > PERIOD-END
                   MOVE 'AFM NOT YET ON THIS COMPANY' TO REPORT-TEXT
                   MOVE 'YES' TO AFM-HELD-SWITCH
                   PERFORM PRINT-EXCEPTION-RTN
                   GO TO CHECK-EMPLOYEE-EXIT
               END-IF
               IF COMPANY-PUNCH-UNTIL NOT > PERIOD-START
                   MOVE 'AFM MOVED TO ANOTHER COMPANY' TO REPORT-TEXT
                   MOVE 'YES' TO AFM-HELD-SWITCH
                   PERFORM PRINT-EXCEPTION-RTN
                   GO TO CHECK-EMPLOYEE-EXIT
               END-IF
               MOVE REG-EMPLOYEE-NAME TO EMPLOYEE-NAME-SAVE
           END-IF
           IF COST-CENTER-SAVE = SPACES
               MOVE 'NO COST CENTER ON TERMINAL' TO REPORT-TEXT
               MOVE 'YES' TO AFM-HELD-SWITCH
               PERFORM PRINT-EXCEPTION-RTN
               GO TO CHECK-EMPLOYEE-EXIT
           END-IF
           PERFORM FIND-PAY-RATE-RTN
           IF RATE-FOUND-SWITCH NOT = 'YES'
               MOVE 'NO RATE ON PAY-RATE-FILE' TO REPORT-TEXT
               MOVE 'YES' TO AFM-HELD-SWITCH
               PERFORM PRINT-EXCEPTION-RTN
           END-IF.
       CHECK-EMPLOYEE-EXIT.
           EXIT.

      *----A mover's punches from the move date on are the new
      *----company's; those before it are the old company's.
       SET-COMPANY-PUNCH-DATES-RTN.
           IF RUN-COMPANY = REG-COMPANY
               MOVE REG-COMPANY-FROM TO COMPANY-PUNCH-FROM
           ELSE
               MOVE REG-COMPANY-FROM TO COMPANY-PUNCH-UNTIL
           END-IF.

      *----The rate in force at the period end, as the payroll's own
      *----CHECK-PAY-RATE-RTN will expect it.
       FIND-PAY-RATE-RTN.
           MOVE 'NO' TO RATE-FOUND-SWITCH
           MOVE CURRENT-AFM TO RATE-AFM
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
               IF RATE-AFM NOT = CURRENT-AFM OR
                       RATE-EFFECTIVE-DATE > PERIOD-END
                   MOVE 'YES' TO RATE-EOF-SWITCH
               ELSE
                   MOVE 'YES' TO RATE-FOUND-SWITCH
                   MOVE RATE-HOUR-RATE TO HOUR-RATE-SAVE
               END-IF
           END-IF.

      *----A mover's punch dated on the other company's side of the
      *----move is passed over; that company's own run pays it.
       PROCESS-PUNCH-RTN.
           IF PUNCH-DATE NUMERIC AND
                   (PUNCH-DATE < COMPANY-PUNCH-FROM OR
                    PUNCH-DATE NOT < COMPANY-PUNCH-UNTIL)
               ADD 1 TO OTHER-COMPANY-PUNCH-COUNT
               PERFORM READ-PUNCH-RTN
           ELSE
               PERFORM EDIT-PUNCH-RTN
           END-IF.

      *----One punch.  A punch with an impossible date or time, or
      *----earlier than the one before it, cannot be paired safely
      *----and is left out.
       EDIT-PUNCH-RTN.
           MOVE PUNCH-DATE TO REPORT-DATE
           MOVE PUNCH-TIME TO REPORT-TIME
           MOVE 'EXCLUDED' TO REPORT-ACTION
           IF PUNCH-DATE NOT NUMERIC OR PUNCH-TIME NOT NUMERIC
               MOVE 'PUNCH DATE/TIME NOT NUMERIC' TO REPORT-TEXT
               PERFORM PRINT-EXCEPTION-RTN
           ELSE
               MOVE PUNCH-DATE TO DATE-WORK
               IF DATE-WORK-MONTH < 1 OR DATE-WORK-MONTH > 12 OR
                       DATE-WORK-DAY < 1 OR DATE-WORK-DAY > 31 OR
                       PUNCH-HOUR > 23 OR PUNCH-MINUTE > 59
                   MOVE 'PUNCH DATE/TIME INVALID' TO REPORT-TEXT
                   PERFORM PRINT-EXCEPTION-RTN
               ELSE
                   PERFORM COMPUTE-DAY-NUMBER-RTN
                   COMPUTE PUNCH-MINUTE-STAMP = DAY-NUMBER * 1440 +
                       PUNCH-HOUR * 60 + PUNCH-MINUTE
                   IF PUNCH-MINUTE-STAMP < LAST-PUNCH-MINUTE
                       MOVE 'PUNCH OUT OF SEQUENCE' TO REPORT-TEXT
                       PERFORM PRINT-EXCEPTION-RTN
                   ELSE
                       MOVE PUNCH-MINUTE-STAMP TO LAST-PUNCH-MINUTE
                       EVALUATE PUNCH-TYPE
                         WHEN 'I'
                           PERFORM CLOCK-IN-RTN
                         WHEN 'O'
                           PERFORM CLOCK-OUT-RTN
                         WHEN 'A'
                           PERFORM ABSENCE-RTN
                         WHEN OTHER
                           MOVE 'UNKNOWN PUNCH TYPE' TO REPORT-TEXT
                           PERFORM PRINT-EXCEPTION-RTN
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PUNCH-RTN.

      *----A clock-in with a shift already open starts a second one;
      *----a third, or a second after an inner shift has closed,
      *----means the oldest open shift was never clocked out.
       CLOCK-IN-RTN.
           EVALUATE TRUE
             WHEN OPEN-COUNT = 0
               MOVE 1 TO OPEN-COUNT
             WHEN OPEN-COUNT = 1 AND HELD-SWITCH = 'YES'
               PERFORM MISSING-OUT-RTN
               PERFORM RELEASE-HELD-SHIFT-RTN
               MOVE 1 TO OPEN-COUNT
             WHEN OPEN-COUNT = 1
               MOVE 2 TO OPEN-COUNT
             WHEN OTHER
               PERFORM MISSING-OUT-RTN
               MOVE OPEN-SHIFT(2) TO OPEN-SHIFT(1)
               MOVE 2 TO OPEN-COUNT
           END-EVALUATE
           MOVE PUNCH-MINUTE-STAMP TO OPEN-MINUTE(OPEN-COUNT)
           MOVE PUNCH-DATE         TO OPEN-DATE(OPEN-COUNT)
           MOVE PUNCH-TIME         TO OPEN-TIME(OPEN-COUNT).

      *----A clock-out closes the most recent open shift.  Closing
      *----the outer of two shifts after the inner one is the
      *----overlap: only the outer is counted.
       CLOCK-OUT-RTN.
           EVALUATE OPEN-COUNT
             WHEN 0
               MOVE 'CLOCK-OUT WITH NO CLOCK-IN' TO REPORT-TEXT
               PERFORM PRINT-EXCEPTION-RTN
             WHEN 1
               MOVE OPEN-DATE(1) TO SHIFT-DATE
               COMPUTE SHIFT-MINUTES =
                   PUNCH-MINUTE-STAMP - OPEN-MINUTE(1)
               IF HELD-SWITCH = 'YES'
                   MOVE OPEN-DATE(1)  TO REPORT-DATE
                   MOVE OPEN-TIME(1)  TO REPORT-TIME
                   MOVE 'OVERLAPPING SHIFTS' TO REPORT-TEXT
                   MOVE 'OUTER ONLY' TO REPORT-ACTION
                   PERFORM PRINT-EXCEPTION-RTN
                   MOVE 'NO' TO HELD-SWITCH
               END-IF
               PERFORM COUNT-SHIFT-RTN
               MOVE 0 TO OPEN-COUNT
             WHEN OTHER
               MOVE 'YES'        TO HELD-SWITCH
               MOVE OPEN-DATE(2) TO HELD-DATE
               COMPUTE HELD-MINUTES =
                   PUNCH-MINUTE-STAMP - OPEN-MINUTE(2)
               MOVE 1 TO OPEN-COUNT
           END-EVALUATE.

      *----The oldest open shift never got its clock-out.
       MISSING-OUT-RTN.
           MOVE OPEN-DATE(1) TO REPORT-DATE
           MOVE OPEN-TIME(1) TO REPORT-TIME
           MOVE 'CLOCK-IN WITH NO CLOCK-OUT' TO REPORT-TEXT
           MOVE 'EXCLUDED' TO REPORT-ACTION
           PERFORM PRINT-EXCEPTION-RTN
           MOVE PUNCH-DATE TO REPORT-DATE
           MOVE PUNCH-TIME TO REPORT-TIME.

      *----An inner shift whose outer one turned out to be a missing
      *----clock-out was a shift in its own right.
       RELEASE-HELD-SHIFT-RTN.
           MOVE HELD-DATE    TO SHIFT-DATE
           MOVE HELD-MINUTES TO SHIFT-MINUTES
           PERFORM COUNT-SHIFT-RTN
           MOVE 'NO' TO HELD-SWITCH.

      *----A shift belongs to the day it started on, and only days in
      *----the pay period are paid here.
       COUNT-SHIFT-RTN.
           IF SHIFT-DATE < PERIOD-START OR SHIFT-DATE > PERIOD-END
               MOVE SHIFT-DATE TO REPORT-DATE
               MOVE SPACES     TO REPORT-TIME
               MOVE 'SHIFT OUTSIDE PAY PERIOD' TO REPORT-TEXT
               MOVE 'EXCLUDED' TO REPORT-ACTION
               PERFORM PRINT-EXCEPTION-RTN
           ELSE
               MOVE 0 TO DAY-FOUND-IDX
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > DAY-COUNT
                   IF DAY-TABLE-DATE(DAY-IDX) = SHIFT-DATE
                       MOVE DAY-IDX TO DAY-FOUND-IDX
                   END-IF
               END-PERFORM
               IF DAY-FOUND-IDX = 0 AND DAY-COUNT < 31
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT  TO DAY-FOUND-IDX
                   MOVE SHIFT-DATE TO DAY-TABLE-DATE(DAY-COUNT)
                   MOVE 0          TO DAY-TABLE-MINUTES(DAY-COUNT)
               END-IF
               IF DAY-FOUND-IDX = 0
                   MOVE SHIFT-DATE TO REPORT-DATE
                   MOVE SPACES     TO REPORT-TIME
                   MOVE 'MORE THAN 31 WORKED DAYS' TO REPORT-TEXT
                   MOVE 'EXCLUDED' TO REPORT-ACTION
                   PERFORM PRINT-EXCEPTION-RTN
               ELSE
                   ADD SHIFT-MINUTES TO
                       DAY-TABLE-MINUTES(DAY-FOUND-IDX)
               END-IF
           END-IF.

      *----An absence booked at the terminal becomes the employee's
      *----'L' leave detail for the payroll.
       ABSENCE-RTN.
           EVALUATE TRUE
             WHEN PUNCH-DATE < PERIOD-START OR PUNCH-DATE > PERIOD-END
               MOVE 'ABSENCE OUTSIDE PAY PERIOD' TO REPORT-TEXT
               PERFORM PRINT-EXCEPTION-RTN
             WHEN PUNCH-ABSENCE-HOURS NOT NUMERIC
               MOVE 'ABSENCE HOURS NOT NUMERIC' TO REPORT-TEXT
               PERFORM PRINT-EXCEPTION-RTN
             WHEN PUNCH-ABSENCE-CODE = 'P'
               ADD PUNCH-ABSENCE-HOURS TO PAID-LEAVE-HOURS
             WHEN PUNCH-ABSENCE-CODE = 'S'
               ADD PUNCH-ABSENCE-HOURS TO SICK-HOURS
             WHEN PUNCH-ABSENCE-CODE = 'U'
               ADD PUNCH-ABSENCE-HOURS TO UNPAID-HOURS
             WHEN OTHER
               MOVE 'UNKNOWN ABSENCE CODE' TO REPORT-TEXT
               PERFORM PRINT-EXCEPTION-RTN
           END-EVALUATE.

      *----Settles any shift left open, checks each day against the
      *----legal maximum, and writes the employee's records.
       CLOSE-EMPLOYEE-RTN.
           MOVE SPACES TO REPORT-TIME
           IF OPEN-COUNT = 2
               PERFORM MISSING-OUT-RTN
               MOVE OPEN-SHIFT(2) TO OPEN-SHIFT(1)
               MOVE 1 TO OPEN-COUNT
           END-IF
           IF OPEN-COUNT = 1
               PERFORM MISSING-OUT-RTN
               IF HELD-SWITCH = 'YES'
                   PERFORM RELEASE-HELD-SHIFT-RTN
               END-IF
               MOVE 0 TO OPEN-COUNT
           END-IF
           MOVE 0 TO TOTAL-MINUTES
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               ADD DAY-TABLE-MINUTES(DAY-IDX) TO TOTAL-MINUTES
               IF DAY-TABLE-MINUTES(DAY-IDX) > DAILY-MAX-MINUTES
                   COMPUTE HOURS-Z ROUNDED =
                       DAY-TABLE-MINUTES(DAY-IDX) / 60
                   MOVE DAY-TABLE-DATE(DAY-IDX) TO REPORT-DATE
                   MOVE SPACES TO REPORT-TIME
                   MOVE SPACES TO REPORT-TEXT
                   STRING 'DAY OVER LEGAL MAXIMUM ' HOURS-Z 'H'
                       DELIMITED BY SIZE INTO REPORT-TEXT
                   MOVE 'COUNTED' TO REPORT-ACTION
                   PERFORM PRINT-EXCEPTION-RTN
               END-IF
           END-PERFORM
           COMPUTE HOURS-WORKED ROUNDED = TOTAL-MINUTES / 60
           IF HOURS-WORKED > 999
               MOVE SPACES TO REPORT-DATE
               MOVE SPACES TO REPORT-TIME
               MOVE 'HOURS EXCEED PAYROLL FIELD' TO REPORT-TEXT
               MOVE 'AFM HELD' TO REPORT-ACTION
               PERFORM PRINT-EXCEPTION-RTN
               MOVE 'YES' TO AFM-HELD-SWITCH
           END-IF
           IF AFM-HELD-SWITCH = 'YES'
               ADD 1 TO EMPLOYEE-HELD-COUNT
           ELSE
               IF HOURS-WORKED > 0 OR PAID-LEAVE-HOURS > 0 OR
                       SICK-HOURS > 0 OR UNPAID-HOURS > 0
                   PERFORM WRITE-EMPLOYEE-RECORDS-RTN
               END-IF
           END-IF.

      *----Leave detail first: the payroll claims 'L' records for the
      *----pay record that follows them.
       WRITE-EMPLOYEE-RECORDS-RTN.
           IF PAID-LEAVE-HOURS > 0
               MOVE 'P' TO OUT-LEAVE-CATEGORY
               MOVE PAID-LEAVE-HOURS TO OUT-LEAVE-HOURS
               PERFORM WRITE-LEAVE-RECORD-RTN
           END-IF
           IF SICK-HOURS > 0
               MOVE 'S' TO OUT-LEAVE-CATEGORY
               MOVE SICK-HOURS TO OUT-LEAVE-HOURS
               PERFORM WRITE-LEAVE-RECORD-RTN
           END-IF
           IF UNPAID-HOURS > 0
               MOVE 'U' TO OUT-LEAVE-CATEGORY
               MOVE UNPAID-HOURS TO OUT-LEAVE-HOURS
               PERFORM WRITE-LEAVE-RECORD-RTN
           END-IF
           MOVE SPACES             TO PUNCH-PAYROLL-OUT
           MOVE EMPLOYEE-NAME-SAVE TO OUT-EMPLOYEE-NAME
           MOVE HOURS-WORKED       TO OUT-HOURS-WORKED
           MOVE HOUR-RATE-SAVE     TO OUT-HOUR-RATE
           MOVE CURRENT-AFM        TO OUT-AFM
           MOVE PERIOD-CODE        TO OUT-PAY-PERIOD-CODE
           MOVE 'R'                TO OUT-RECORD-TYPE
           MOVE 0                  TO OUT-ADJ-AMOUNT
           MOVE COST-CENTER-SAVE   TO OUT-COST-CENTER
           MOVE X'0D0A'            TO OUT-CRLF
           PERFORM WRITE-PAYROLL-RTN
           ADD 1              TO DETAIL-COUNT
           ADD HOURS-WORKED   TO HOURS-HASH
           ADD HOUR-RATE-SAVE TO RATE-HASH
           ADD 1 TO EMPLOYEE-WRITTEN-COUNT.

      *----OUT-LEAVE-CATEGORY and OUT-LEAVE-HOURS are set by the
      *----caller; the leave hours sit where the pay record's hours
      *----do, so they enter the hours hash the same way.
       WRITE-LEAVE-RECORD-RTN.
           MOVE EMPLOYEE-NAME-SAVE TO OUT-LEAVE-EMPLOYEE-NAME
           MOVE CURRENT-AFM        TO OUT-LEAVE-AFM
           MOVE 'L'                TO OUT-LEAVE-RECORD-TYPE
           MOVE X'0D0A'            TO OUT-CRLF
           PERFORM WRITE-PAYROLL-RTN
           ADD 1               TO DETAIL-COUNT
           ADD OUT-LEAVE-HOURS TO HOURS-HASH
           MOVE SPACES TO PUNCH-PAYROLL-OUT.

       WRITE-PAYROLL-RTN.
           WRITE PUNCH-PAYROLL-OUT
           IF PUNCH-PAYROLL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING PUNCH-PAYROLL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-PAYROLL-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN
           END-IF.

       COMPUTE-DAY-NUMBER-RTN.
           IF DATE-WORK-MONTH < 3
               COMPUTE DAY-YEAR  = DATE-WORK-YEAR - 1
               COMPUTE DAY-MONTH = DATE-WORK-MONTH + 9
           ELSE
               MOVE DATE-WORK-YEAR TO DAY-YEAR
               COMPUTE DAY-MONTH = DATE-WORK-MONTH - 3
           END-IF
           COMPUTE DAY-NUMBER = DAY-YEAR * 365 + DATE-WORK-DAY
           DIVIDE DAY-YEAR BY 4 GIVING DAY-TERM
           ADD DAY-TERM TO DAY-NUMBER
           DIVIDE DAY-YEAR BY 100 GIVING DAY-TERM
           SUBTRACT DAY-TERM FROM DAY-NUMBER
           DIVIDE DAY-YEAR BY 400 GIVING DAY-TERM
           ADD DAY-TERM TO DAY-NUMBER
           COMPUTE DAY-TERM = DAY-MONTH * 153 + 2
           DIVIDE DAY-TERM BY 5 GIVING DAY-TERM
           ADD DAY-TERM TO DAY-NUMBER.

       PRINT-EXCEPTION-RTN.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES        TO PUNCH-EXCEPTION-OUT
           MOVE CURRENT-AFM   TO EXC-AFM
           MOVE REPORT-DATE   TO EXC-DATE
           MOVE REPORT-TIME   TO EXC-TIME
           MOVE REPORT-TEXT   TO EXC-TEXT
           MOVE REPORT-ACTION TO EXC-ACTION
           MOVE X'0D0A'       TO EXC-CRLF
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-EXCEPTION-TEXT-RTN.
           MOVE X'0D0A' TO EXC-LINE-CRLF
           PERFORM WRITE-EXCEPTION-RTN.

      *----Leaves the record area blank for the next line, which may
      *----be STRING-ed into EXC-LINE piecemeal.
       WRITE-EXCEPTION-RTN.
           WRITE PUNCH-EXCEPTION-OUT
           IF PUNCH-EXCEPTION-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING PUNCH-EXCEPTION-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PUNCH-EXCEPTION-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO PUNCH-EXCEPTION-TEXT.

       FINAL-RTN.
      *----Close the envelope with the totals the payroll's precheck
      *----will recompute.
           MOVE SPACES       TO PUNCH-PAYROLL-OUT
           MOVE BRANCH-CODE  TO OUT-TRL-BRANCH-CODE
           MOVE DETAIL-COUNT TO OUT-TRL-RECORD-COUNT
           MOVE HOURS-HASH   TO OUT-TRL-HOURS-HASH
           MOVE RATE-HASH    TO OUT-TRL-RATE-HASH
           MOVE 'T'          TO OUT-TRL-RECORD-TYPE
           MOVE X'0D0A'      TO OUT-CRLF
           PERFORM WRITE-PAYROLL-RTN

           MOVE ALL '=' TO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE PUNCH-READ-COUNT TO COUNT-Z
           STRING 'PUNCHES READ:              ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE EMPLOYEE-COUNT TO COUNT-Z
           STRING 'EMPLOYEES ON THE EXPORT:   ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE EMPLOYEE-WRITTEN-COUNT TO COUNT-Z
           STRING 'EMPLOYEES WRITTEN:         ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE EMPLOYEE-HELD-COUNT TO COUNT-Z
           STRING 'EMPLOYEES HELD:            ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE OTHER-COMPANY-PUNCH-COUNT TO COUNT-Z
           STRING 'PUNCHES FOR OTHER COMPANY: ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE DETAIL-COUNT TO COUNT-Z
           STRING 'PAYROLL RECORDS IN BATCH:  ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           MOVE EXCEPTION-COUNT TO COUNT-Z
           STRING 'EXCEPTIONS:                ' COUNT-Z
               DELIMITED BY SIZE INTO EXC-LINE
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           IF EXCEPTION-COUNT = 0
               MOVE 'VERDICT: CLEAN -- RELEASE THE BATCH TO PAYROLL'
                   TO EXC-LINE
           ELSE
               STRING 'VERDICT: CLEAR THE EXCEPTIONS BEFORE RELEASING'
                   ' THE BATCH'
                   DELIMITED BY SIZE INTO EXC-LINE
           END-IF
           PERFORM WRITE-EXCEPTION-TEXT-RTN
           DISPLAY 'PUNCH EXCEPTIONS FOR BRANCH ' BRANCH-CODE ': '
               COUNT-Z.

       END PROGRAM TIME-PUNCH-INTERFACE.
