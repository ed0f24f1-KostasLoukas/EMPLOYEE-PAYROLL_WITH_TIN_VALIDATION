       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOUR-BUDGET-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS BUDGET-PARM-FILE-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO DISK
             FILE STATUS IS DEPT-TABLE-FILE-STATUS.

           SELECT LABOUR-BUDGET-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BUD-KEY
             FILE STATUS IS LABOUR-BUDGET-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS BUDGET-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The month reported (YYYYMM) and the overspend tolerance in
      *----percent, default 5, past which a department is flagged.
       FD  BUDGET-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS BUDGET-PARM-IN.
       01  BUDGET-PARM-IN.
           05 BUDGET-PARM-MONTH.
               10 BUDGET-PARM-YEAR              PIC 9(04).
               10 BUDGET-PARM-MONTH-NUMBER      PIC 9(02).
           05 BUDGET-PARM-TOLERANCE            PIC 9(03).
           05 BUDGET-PARM-CRLF                 PIC X(02).
       FD  DEPT-TABLE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS DEPT-TABLE-IN.
       01  DEPT-TABLE-IN.
           05 DEPT-IN-CODE                      PIC X(04).
           05 DEPT-IN-NAME                      PIC X(20).
           05 DEPT-IN-CRLF                      PIC X(02).
       FD  LABOUR-BUDGET-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LABOUR-BUDGET-RECORD.
       01  LABOUR-BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-COST-CENTER               PIC X(04).
               10 BUD-MONTH                     PIC 9(06).
           05 BUD-HEADCOUNT                    PIC 9(05).
           05 BUD-GROSS                        PIC 9(09)V99.
           05 BUD-EMPLOYER-EFKA                PIC 9(09)V99.
           05 BUD-LOADED-DATE                  PIC 9(08).
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
      *----Two lines per department, the month and the year to date:
      *----budget against actual for gross pay and employer EFKA, and
      *----the variance on their sum, the department's labour cost.
       FD  BUDGET-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS BUDGET-REPORT-OUT.
       01  BUDGET-REPORT-OUT.
           05 BRPT-COST-CENTER                 PIC X(04).
           05 FILLER                           PIC X(02).
           05 BRPT-DEPT-NAME                   PIC X(20).
           05 FILLER                           PIC X(02).
           05 BRPT-PERIOD                      PIC X(05).
           05 FILLER                           PIC X(02).
           05 BRPT-BUD-HEADCOUNT               PIC X(06).
           05 FILLER                           PIC X(01).
           05 BRPT-ACT-HEADCOUNT               PIC X(06).
           05 FILLER                           PIC X(02).
           05 BRPT-BUD-GROSS                   PIC X(15).
           05 FILLER                           PIC X(01).
           05 BRPT-ACT-GROSS                   PIC X(15).
           05 FILLER                           PIC X(01).
           05 BRPT-BUD-EFKA                    PIC X(15).
           05 FILLER                           PIC X(01).
           05 BRPT-ACT-EFKA                    PIC X(15).
           05 FILLER                           PIC X(01).
           05 BRPT-VARIANCE                    PIC X(15).
           05 FILLER                           PIC X(01).
           05 BRPT-VARIANCE-PCT                PIC X(08).
           05 FILLER                           PIC X(02).
           05 BRPT-FLAG                        PIC X(10).
           05 BRPT-CRLF                        PIC X(02).
       01  BUDGET-REPORT-TEXT.
           05 BRPT-TEXT                        PIC X(150).
           05 BRPT-TEXT-CRLF                   PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 BUDGET-PARM-FILE-STATUS          PIC 99.
           05 DEPT-TABLE-FILE-STATUS           PIC 99.
           05 LABOUR-BUDGET-FILE-STATUS        PIC 99.
           05 PAY-HISTORY-FILE-STATUS          PIC 99.
           05 BUDGET-REPORT-FILE-STATUS        PIC 99.
           05 DEPT-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 FILE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 ERROR-EXIT-SWITCH                PIC X(03) VALUE 'NO'.
           05 REPORT-MONTH                     PIC 9(06) VALUE 0.
           05 YEAR-START-MONTH                 PIC 9(06) VALUE 0.
           05 TOLERANCE-PCT                    COMP PIC 9(03) VALUE 0.
           05 HIST-MONTH                       PIC 9(06) VALUE 0.
      *----One row per DEPT-TABLE-FILE cost center, plus a last row
      *----for budget or pay charged to a cost center no longer in
      *----the table (or to none, on history older than the cost
      *----center), so the grand total still ties to the history.
           05 DEPT-COUNT                       COMP PIC 99 VALUE 0.
           05 DEPT-TABLE OCCURS 51 TIMES.
               10 DEPT-CODE                     PIC X(04).
               10 DEPT-NAME                     PIC X(20).
               10 DEPT-MONTH-BUD-HEADCOUNT      COMP PIC 9(06).
               10 DEPT-MONTH-ACT-HEADCOUNT      COMP PIC 9(06).
               10 DEPT-MONTH-BUD-GROSS          COMP PIC S9(10)V99.
               10 DEPT-MONTH-ACT-GROSS          COMP PIC S9(10)V99.
               10 DEPT-MONTH-BUD-EFKA           COMP PIC S9(10)V99.
               10 DEPT-MONTH-ACT-EFKA           COMP PIC S9(10)V99.
               10 DEPT-YTD-BUD-GROSS            COMP PIC S9(10)V99.
               10 DEPT-YTD-ACT-GROSS            COMP PIC S9(10)V99.
               10 DEPT-YTD-BUD-EFKA             COMP PIC S9(10)V99.
               10 DEPT-YTD-ACT-EFKA             COMP PIC S9(10)V99.
           05 DEPT-IDX                         COMP PIC 99 VALUE 0.
           05 DEPT-FOUND-IDX                   COMP PIC 99 VALUE 0.
           05 UNKNOWN-IDX                      COMP PIC 99 VALUE 0.
           05 LOOKUP-COST-CENTER               PIC X(04) VALUE SPACES.
      *----Headcount is employees paid a regular period in the month;
      *----the history comes in AFM order, so one saved AFM and cost
      *----center is enough to count each employee once per
      *----department however many pay periods fell in the month.
           05 HEADCOUNT-AFM-SAVE               PIC X(09) VALUE SPACES.
           05 HEADCOUNT-CC-SAVE                PIC X(04) VALUE SPACES.
      *----The line being printed, month or year to date.
           05 LINE-BUD-GROSS                   COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-ACT-GROSS                   COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-BUD-EFKA                    COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-ACT-EFKA                    COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-BUD-COST                    COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-VARIANCE                    COMP PIC S9(10)V99
                   VALUE 0.
           05 LINE-VARIANCE-PCT                COMP PIC S9(05)V9
                   VALUE 0.
           05 GRAND-MONTH-BUD-HEADCOUNT        COMP PIC 9(06) VALUE 0.
           05 GRAND-MONTH-ACT-HEADCOUNT        COMP PIC 9(06) VALUE 0.
           05 GRAND-MONTH-BUD-GROSS            COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-MONTH-ACT-GROSS            COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-MONTH-BUD-EFKA             COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-MONTH-ACT-EFKA             COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-YTD-BUD-GROSS              COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-YTD-ACT-GROSS              COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-YTD-BUD-EFKA               COMP PIC S9(10)V99
                   VALUE 0.
           05 GRAND-YTD-ACT-EFKA               COMP PIC S9(10)V99
                   VALUE 0.
           05 HIST-IN-RANGE-COUNT              COMP PIC 9(08) VALUE 0.
           05 OVER-TOLERANCE-COUNT             COMP PIC 9(04) VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 COUNT-Z4                         PIC Z(03)9.
           05 TOLERANCE-Z                      PIC ZZ9.
           05 AMOUNT-Z                         PIC
                   Z(03).Z(03).Z(02)9,99-.
           05 PCT-Z                            PIC Z(04)9,9-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE BUDGET-PARM-FILE, LABOUR-BUDGET-FILE,
               PAY-HISTORY-FILE, BUDGET-REPORT-FILE.
      *----An error exit ends the run with 1 whatever the count.
           IF ERROR-EXIT-SWITCH = 'YES'
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE OVER-TOLERANCE-COUNT TO RETURN-CODE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.

           OPEN INPUT BUDGET-PARM-FILE.
           IF BUDGET-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: BUDGET-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BUDGET-PARM-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           READ BUDGET-PARM-FILE
               AT END
                   DISPLAY '***BUDGET-PARM-FILE IS EMPTY!!!'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF BUDGET-PARM-MONTH NOT NUMERIC OR
                   BUDGET-PARM-MONTH-NUMBER < 1 OR
                   BUDGET-PARM-MONTH-NUMBER > 12
              DISPLAY '***BUDGET-PARM-FILE NEEDS THE MONTH AS YYYYMM!!!'
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE BUDGET-PARM-MONTH TO REPORT-MONTH.
           COMPUTE YEAR-START-MONTH = BUDGET-PARM-YEAR * 100 + 1.
           MOVE 5 TO TOLERANCE-PCT.
           IF BUDGET-PARM-TOLERANCE NUMERIC AND
                   BUDGET-PARM-TOLERANCE > 0
              MOVE BUDGET-PARM-TOLERANCE TO TOLERANCE-PCT.

           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: DEPT-TABLE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DEPT-TABLE-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           PERFORM LOAD-DEPT-TABLE-RTN
               UNTIL DEPT-EOF-SWITCH = 'YES'.
           CLOSE DEPT-TABLE-FILE.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO UNKNOWN-IDX.
           MOVE '????'               TO DEPT-CODE(UNKNOWN-IDX).
           MOVE 'NOT IN DEPT TABLE'  TO DEPT-NAME(UNKNOWN-IDX).
           PERFORM CLEAR-DEPT-ROW-RTN.

           OPEN INPUT LABOUR-BUDGET-FILE.
           IF LABOUR-BUDGET-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: LABOUR-BUDGET-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LABOUR-BUDGET-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF BUDGET-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: BUDGET-REPORT-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' BUDGET-REPORT-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

      *----Reads one DEPT-TABLE-FILE record into the table, the same
      *----way EMPLOYEE-PAYROLL builds its department table; the last
      *----row is kept back for unknown cost centers.
       LOAD-DEPT-TABLE-RTN.
           READ DEPT-TABLE-FILE
               AT END MOVE 'YES' TO DEPT-EOF-SWITCH
           END-READ
           IF DEPT-EOF-SWITCH NOT = 'YES'
               IF DEPT-COUNT < 50
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT   TO UNKNOWN-IDX
                   MOVE DEPT-IN-CODE TO DEPT-CODE(DEPT-COUNT)
                   MOVE DEPT-IN-NAME TO DEPT-NAME(DEPT-COUNT)
                   PERFORM CLEAR-DEPT-ROW-RTN
               ELSE
                   DISPLAY '***DEPT-TABLE-FILE HAS MORE THAN 50'
                       ' DEPARTMENTS -- EXTRA DEPARTMENTS IGNORED!!!'
               END-IF
           END-IF.

      *----UNKNOWN-IDX names the row to clear.
       CLEAR-DEPT-ROW-RTN.
           MOVE 0 TO DEPT-MONTH-BUD-HEADCOUNT(UNKNOWN-IDX)
           MOVE 0 TO DEPT-MONTH-ACT-HEADCOUNT(UNKNOWN-IDX)
           MOVE 0 TO DEPT-MONTH-BUD-GROSS(UNKNOWN-IDX)
           MOVE 0 TO DEPT-MONTH-ACT-GROSS(UNKNOWN-IDX)
           MOVE 0 TO DEPT-MONTH-BUD-EFKA(UNKNOWN-IDX)
           MOVE 0 TO DEPT-MONTH-ACT-EFKA(UNKNOWN-IDX)
           MOVE 0 TO DEPT-YTD-BUD-GROSS(UNKNOWN-IDX)
           MOVE 0 TO DEPT-YTD-ACT-GROSS(UNKNOWN-IDX)
           MOVE 0 TO DEPT-YTD-BUD-EFKA(UNKNOWN-IDX)
           MOVE 0 TO DEPT-YTD-ACT-EFKA(UNKNOWN-IDX).

       MAIN-RTN.
           PERFORM ACCUMULATE-BUDGET-RTN.
           PERFORM ACCUMULATE-ACTUALS-RTN.
           PERFORM PRINT-TITLE-RTN.
           PERFORM PRINT-DEPARTMENT-RTN
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT.

      *----Every budget month from January to the report month.
       ACCUMULATE-BUDGET-RTN.
           MOVE 'NO' TO FILE-EOF-SWITCH
           MOVE LOW-VALUES TO BUD-KEY
           START LABOUR-BUDGET-FILE KEY IS NOT < BUD-KEY
               INVALID KEY MOVE 'YES' TO FILE-EOF-SWITCH
           END-START
           PERFORM ACCUMULATE-ONE-BUDGET-RTN
               UNTIL FILE-EOF-SWITCH = 'YES'.

       ACCUMULATE-ONE-BUDGET-RTN.
           READ LABOUR-BUDGET-FILE NEXT RECORD
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF BUD-MONTH NOT < YEAR-START-MONTH AND
                       BUD-MONTH NOT > REPORT-MONTH
                   MOVE BUD-COST-CENTER TO LOOKUP-COST-CENTER
                   PERFORM FIND-DEPT-RTN
                   ADD BUD-GROSS TO DEPT-YTD-BUD-GROSS(DEPT-FOUND-IDX)
                   ADD BUD-EMPLOYER-EFKA TO
                       DEPT-YTD-BUD-EFKA(DEPT-FOUND-IDX)
                   IF BUD-MONTH = REPORT-MONTH
                       ADD BUD-HEADCOUNT TO
                           DEPT-MONTH-BUD-HEADCOUNT(DEPT-FOUND-IDX)
                       ADD BUD-GROSS TO
                           DEPT-MONTH-BUD-GROSS(DEPT-FOUND-IDX)
                       ADD BUD-EMPLOYER-EFKA TO
                           DEPT-MONTH-BUD-EFKA(DEPT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *----Every history record whose period ended in the year up to
      *----the report month: LIVE periods with their ADJ corrections
      *----folded in, and the statutory bonuses, all of which are
      *----labour cost.  The employer's EFKA is as the run computed
      *----it.
       ACCUMULATE-ACTUALS-RTN.
           MOVE 'NO' TO FILE-EOF-SWITCH
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO FILE-EOF-SWITCH
           END-START
           PERFORM ACCUMULATE-ONE-HISTORY-RTN
               UNTIL FILE-EOF-SWITCH = 'YES'.

       ACCUMULATE-ONE-HISTORY-RTN.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               DIVIDE HIST-PERIOD-END BY 100 GIVING HIST-MONTH
               IF HIST-MONTH NOT < YEAR-START-MONTH AND
                       HIST-MONTH NOT > REPORT-MONTH
                   ADD 1 TO HIST-IN-RANGE-COUNT
                   MOVE HIST-COST-CENTER TO LOOKUP-COST-CENTER
                   PERFORM FIND-DEPT-RTN
                   ADD HIST-GROSS TO DEPT-YTD-ACT-GROSS(DEPT-FOUND-IDX)
                   ADD HIST-EMPLOYER-EFKA TO
                       DEPT-YTD-ACT-EFKA(DEPT-FOUND-IDX)
                   IF HIST-MONTH = REPORT-MONTH
                       ADD HIST-GROSS TO
                           DEPT-MONTH-ACT-GROSS(DEPT-FOUND-IDX)
                       ADD HIST-EMPLOYER-EFKA TO
                           DEPT-MONTH-ACT-EFKA(DEPT-FOUND-IDX)
                       PERFORM COUNT-HEADCOUNT-RTN
                   END-IF
               END-IF
           END-IF.

       COUNT-HEADCOUNT-RTN.
           IF HIST-MODE = 'LIVE '
               IF HIST-AFM NOT = HEADCOUNT-AFM-SAVE OR
                       HIST-COST-CENTER NOT = HEADCOUNT-CC-SAVE
                   ADD 1 TO DEPT-MONTH-ACT-HEADCOUNT(DEPT-FOUND-IDX)
                   MOVE HIST-AFM         TO HEADCOUNT-AFM-SAVE
                   MOVE HIST-COST-CENTER TO HEADCOUNT-CC-SAVE
               END-IF
           END-IF.

      *----Sets DEPT-FOUND-IDX for LOOKUP-COST-CENTER, falling back to
      *----the unknown row.
       FIND-DEPT-RTN.
           MOVE UNKNOWN-IDX TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX NOT < UNKNOWN-IDX
               IF LOOKUP-COST-CENTER = DEPT-CODE(DEPT-IDX)
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
               END-IF
           END-PERFORM.

       PRINT-TITLE-RTN.
           MOVE TOLERANCE-PCT TO TOLERANCE-Z
           STRING 'LABOUR COST BUDGET VS ACTUAL -- MONTH '
               REPORT-MONTH '  YEAR TO DATE FROM ' YEAR-START-MONTH
               '  TOLERANCE ' TOLERANCE-Z '%'
               DELIMITED BY SIZE INTO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE ALL '=' TO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE 'DEPT'            TO BRPT-COST-CENTER
           MOVE 'DEPARTMENT NAME' TO BRPT-DEPT-NAME
           MOVE 'PER.'            TO BRPT-PERIOD
           MOVE 'HC BUD'          TO BRPT-BUD-HEADCOUNT
           MOVE 'HC ACT'          TO BRPT-ACT-HEADCOUNT
           MOVE '   BUDGET GROSS' TO BRPT-BUD-GROSS
           MOVE '   ACTUAL GROSS' TO BRPT-ACT-GROSS
           MOVE '    BUDGET EFKA' TO BRPT-BUD-EFKA
           MOVE '    ACTUAL EFKA' TO BRPT-ACT-EFKA
           MOVE 'COST VARIANCE'   TO BRPT-VARIANCE
           MOVE '   VAR %'        TO BRPT-VARIANCE-PCT
           PERFORM PRINT-REPORT-LINE-RTN
           MOVE ALL '-' TO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN.

      *----A department with neither budget nor pay all year is left
      *----off, as is the unknown row when nothing fell into it.
       PRINT-DEPARTMENT-RTN.
           IF DEPT-YTD-BUD-GROSS(DEPT-IDX) NOT = 0 OR
                   DEPT-YTD-ACT-GROSS(DEPT-IDX) NOT = 0 OR
                   DEPT-YTD-BUD-EFKA(DEPT-IDX) NOT = 0 OR
                   DEPT-YTD-ACT-EFKA(DEPT-IDX) NOT = 0 OR
                   DEPT-MONTH-BUD-HEADCOUNT(DEPT-IDX) NOT = 0 OR
                   DEPT-MONTH-ACT-HEADCOUNT(DEPT-IDX) NOT = 0
               MOVE DEPT-CODE(DEPT-IDX) TO BRPT-COST-CENTER
               MOVE DEPT-NAME(DEPT-IDX) TO BRPT-DEPT-NAME
               MOVE 'MONTH' TO BRPT-PERIOD
               MOVE DEPT-MONTH-BUD-HEADCOUNT(DEPT-IDX) TO COUNT-Z
               MOVE COUNT-Z TO BRPT-BUD-HEADCOUNT
               MOVE DEPT-MONTH-ACT-HEADCOUNT(DEPT-IDX) TO COUNT-Z
               MOVE COUNT-Z TO BRPT-ACT-HEADCOUNT
               MOVE DEPT-MONTH-BUD-GROSS(DEPT-IDX) TO LINE-BUD-GROSS
               MOVE DEPT-MONTH-ACT-GROSS(DEPT-IDX) TO LINE-ACT-GROSS
               MOVE DEPT-MONTH-BUD-EFKA(DEPT-IDX)  TO LINE-BUD-EFKA
               MOVE DEPT-MONTH-ACT-EFKA(DEPT-IDX)  TO LINE-ACT-EFKA
               PERFORM PRINT-AMOUNT-LINE-RTN
               MOVE 'YTD'   TO BRPT-PERIOD
               MOVE DEPT-YTD-BUD-GROSS(DEPT-IDX) TO LINE-BUD-GROSS
               MOVE DEPT-YTD-ACT-GROSS(DEPT-IDX) TO LINE-ACT-GROSS
               MOVE DEPT-YTD-BUD-EFKA(DEPT-IDX)  TO LINE-BUD-EFKA
               MOVE DEPT-YTD-ACT-EFKA(DEPT-IDX)  TO LINE-ACT-EFKA
               PERFORM PRINT-AMOUNT-LINE-RTN
               ADD DEPT-MONTH-BUD-HEADCOUNT(DEPT-IDX) TO
                   GRAND-MONTH-BUD-HEADCOUNT
               ADD DEPT-MONTH-ACT-HEADCOUNT(DEPT-IDX) TO
                   GRAND-MONTH-ACT-HEADCOUNT
               ADD DEPT-MONTH-BUD-GROSS(DEPT-IDX) TO
                   GRAND-MONTH-BUD-GROSS
               ADD DEPT-MONTH-ACT-GROSS(DEPT-IDX) TO
                   GRAND-MONTH-ACT-GROSS
               ADD DEPT-MONTH-BUD-EFKA(DEPT-IDX) TO
                   GRAND-MONTH-BUD-EFKA
               ADD DEPT-MONTH-ACT-EFKA(DEPT-IDX) TO
                   GRAND-MONTH-ACT-EFKA
               ADD DEPT-YTD-BUD-GROSS(DEPT-IDX) TO GRAND-YTD-BUD-GROSS
               ADD DEPT-YTD-ACT-GROSS(DEPT-IDX) TO GRAND-YTD-ACT-GROSS
               ADD DEPT-YTD-BUD-EFKA(DEPT-IDX)  TO GRAND-YTD-BUD-EFKA
               ADD DEPT-YTD-ACT-EFKA(DEPT-IDX)  TO GRAND-YTD-ACT-EFKA
           END-IF.

      *----Prints the LINE- amounts with the cost variance (actual
      *----over budget is positive) and flags a line past the
      *----tolerance, or with pay and no budget at all.  The caller
      *----has set the line's identifying columns.
       PRINT-AMOUNT-LINE-RTN.
           MOVE LINE-BUD-GROSS TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-BUD-GROSS
           MOVE LINE-ACT-GROSS TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-ACT-GROSS
           MOVE LINE-BUD-EFKA  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-BUD-EFKA
           MOVE LINE-ACT-EFKA  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-ACT-EFKA
           COMPUTE LINE-BUD-COST = LINE-BUD-GROSS + LINE-BUD-EFKA
           COMPUTE LINE-VARIANCE = LINE-ACT-GROSS + LINE-ACT-EFKA -
               LINE-BUD-COST
           MOVE LINE-VARIANCE  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-VARIANCE
           IF LINE-BUD-COST > 0
               COMPUTE LINE-VARIANCE-PCT ROUNDED =
                   LINE-VARIANCE * 100 / LINE-BUD-COST
               MOVE LINE-VARIANCE-PCT TO PCT-Z
               MOVE PCT-Z TO BRPT-VARIANCE-PCT
               IF LINE-VARIANCE-PCT > TOLERANCE-PCT
                   MOVE '*** OVER' TO BRPT-FLAG
                   ADD 1 TO OVER-TOLERANCE-COUNT
               END-IF
           ELSE
               IF LINE-VARIANCE > 0
                   MOVE '*** NO BUD' TO BRPT-FLAG
                   ADD 1 TO OVER-TOLERANCE-COUNT
               END-IF
           END-IF
           PERFORM PRINT-REPORT-LINE-RTN.

       PRINT-REPORT-LINE-RTN.
           MOVE X'0D0A' TO BRPT-CRLF
           PERFORM WRITE-REPORT-RTN.

       PRINT-TEXT-LINE-RTN.
           MOVE X'0D0A' TO BRPT-TEXT-CRLF
           PERFORM WRITE-REPORT-RTN.

      *----Leaves the record area blank for the next line, which may
      *----be STRING-ed into BRPT-TEXT piecemeal.
       WRITE-REPORT-RTN.
           WRITE BUDGET-REPORT-OUT
           IF BUDGET-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BUDGET-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BUDGET-REPORT-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO BUDGET-REPORT-TEXT.

      *----The grand total ties to the pay history for the year; the
      *----tolerance is not applied to it.
       FINAL-RTN.
           MOVE ALL '-' TO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE 'ALL DEPARTMENTS' TO BRPT-DEPT-NAME
           MOVE 'MONTH' TO BRPT-PERIOD
           MOVE GRAND-MONTH-BUD-HEADCOUNT TO COUNT-Z
           MOVE COUNT-Z TO BRPT-BUD-HEADCOUNT
           MOVE GRAND-MONTH-ACT-HEADCOUNT TO COUNT-Z
           MOVE COUNT-Z TO BRPT-ACT-HEADCOUNT
           MOVE GRAND-MONTH-BUD-GROSS TO LINE-BUD-GROSS
           MOVE GRAND-MONTH-ACT-GROSS TO LINE-ACT-GROSS
           MOVE GRAND-MONTH-BUD-EFKA  TO LINE-BUD-EFKA
           MOVE GRAND-MONTH-ACT-EFKA  TO LINE-ACT-EFKA
           PERFORM PRINT-TOTAL-LINE-RTN
           MOVE 'ALL DEPARTMENTS' TO BRPT-DEPT-NAME
           MOVE 'YTD' TO BRPT-PERIOD
           MOVE GRAND-YTD-BUD-GROSS TO LINE-BUD-GROSS
           MOVE GRAND-YTD-ACT-GROSS TO LINE-ACT-GROSS
           MOVE GRAND-YTD-BUD-EFKA  TO LINE-BUD-EFKA
           MOVE GRAND-YTD-ACT-EFKA  TO LINE-ACT-EFKA
           PERFORM PRINT-TOTAL-LINE-RTN
           MOVE ALL '=' TO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE HIST-IN-RANGE-COUNT TO COUNT-Z
           STRING 'PAY HISTORY RECORDS IN THE YEAR TO DATE: ' COUNT-Z
               DELIMITED BY SIZE INTO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE OVER-TOLERANCE-COUNT TO COUNT-Z4
           STRING 'LINES OVER TOLERANCE:                    ' COUNT-Z4
               DELIMITED BY SIZE INTO BRPT-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           DISPLAY 'LABOUR BUDGET LINES OVER TOLERANCE: ' COUNT-Z4.

       PRINT-TOTAL-LINE-RTN.
           MOVE LINE-BUD-GROSS TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-BUD-GROSS
           MOVE LINE-ACT-GROSS TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-ACT-GROSS
           MOVE LINE-BUD-EFKA  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-BUD-EFKA
           MOVE LINE-ACT-EFKA  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-ACT-EFKA
           COMPUTE LINE-VARIANCE = LINE-ACT-GROSS + LINE-ACT-EFKA -
               LINE-BUD-GROSS - LINE-BUD-EFKA
           MOVE LINE-VARIANCE  TO AMOUNT-Z
           MOVE AMOUNT-Z       TO BRPT-VARIANCE
           PERFORM PRINT-REPORT-LINE-RTN.

       END PROGRAM LABOUR-BUDGET-REPORT.
