       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOUR-BUDGET-LOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-IN-FILE ASSIGN TO DISK
             FILE STATUS IS BUDGET-IN-FILE-STATUS.

           SELECT LABOUR-BUDGET-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BUD-KEY
             FILE STATUS IS LABOUR-BUDGET-FILE-STATUS.

           SELECT DEPT-TABLE-FILE ASSIGN TO DISK
             FILE STATUS IS DEPT-TABLE-FILE-STATUS.

           SELECT LABOUR-BUDGET-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS LABOUR-BUDGET-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----Finance's budget extract, one record per cost center per
      *----month: budgeted headcount, gross pay and employer EFKA
      *----cost.  A month already on file is replaced by the newer
      *----figure, so a revised budget is simply loaded again.
       FD  BUDGET-IN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS BUDGET-IN.
       01  BUDGET-IN.
           05 BUDIN-COST-CENTER                PIC X(04).
           05 BUDIN-MONTH.
               10 BUDIN-YEAR                    PIC 9(04).
               10 BUDIN-MONTH-NUMBER            PIC 9(02).
           05 BUDIN-HEADCOUNT                  PIC 9(05).
           05 BUDIN-GROSS                      PIC 9(09)V99.
           05 BUDIN-EMPLOYER-EFKA              PIC 9(09)V99.
           05 BUDIN-CRLF                       PIC X(02).
      *----The labour budget by PAYROLL-COST-CENTER and month, read by
      *----LABOUR-BUDGET-REPORT against the actuals on PAY-HISTORY-
      *----FILE.
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
       FD  DEPT-TABLE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS DEPT-TABLE-IN.
       01  DEPT-TABLE-IN.
           05 DEPT-IN-CODE                      PIC X(04).
           05 DEPT-IN-NAME                      PIC X(20).
           05 DEPT-IN-CRLF                      PIC X(02).
      *----Before/after image of every budget line loaded or
      *----rejected, appended across runs, as PAY-RATE-MAINT keeps
      *----its trail.
       FD  LABOUR-BUDGET-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS LABOUR-BUDGET-AUDIT-OUT.
       01  LABOUR-BUDGET-AUDIT-OUT.
           05 AUDIT-DATE                       PIC 9(08).
           05 FILLER                           PIC X(01).
           05 AUDIT-TIME                       PIC 9(06).
           05 FILLER                           PIC X(02).
           05 AUDIT-COST-CENTER                PIC X(04).
           05 FILLER                           PIC X(02).
           05 AUDIT-MONTH                      PIC X(06).
           05 FILLER                           PIC X(02).
           05 AUDIT-BEFORE-IMAGE               PIC X(27).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(27).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 BUDGET-IN-FILE-STATUS            PIC 99.
           05 LABOUR-BUDGET-FILE-STATUS        PIC 99.
           05 DEPT-TABLE-FILE-STATUS           PIC 99.
           05 LABOUR-BUDGET-AUDIT-FILE-STATUS  PIC 99.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 DEPT-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 BUDGET-READ-COUNT                COMP PIC 9(06) VALUE 0.
           05 BUDGET-ADDED-COUNT               COMP PIC 9(06) VALUE 0.
           05 BUDGET-REPLACED-COUNT            COMP PIC 9(06) VALUE 0.
           05 BUDGET-REJECTED-COUNT            COMP PIC 9(06) VALUE 0.
      *----The cost centers the payroll accepts, loaded the way
      *----EMPLOYEE-PAYROLL loads its department table.
           05 DEPT-COUNT                       COMP PIC 99 VALUE 0.
           05 DEPT-TABLE OCCURS 50 TIMES.
               10 DEPT-CODE                     PIC X(04).
           05 DEPT-IDX                         COMP PIC 99 VALUE 0.
           05 DEPT-FOUND-IDX                   COMP PIC 99 VALUE 0.
      *----Work image matching the master record past the key, in
      *----display form, for the audit trail's before/after columns.
           05 BEFORE-IMAGE.
               10 BEFORE-HEADCOUNT              PIC 9(05).
               10 BEFORE-GROSS                  PIC 9(09)V99.
               10 BEFORE-EMPLOYER-EFKA          PIC 9(09)V99.
           05 AFTER-IMAGE.
               10 AFTER-HEADCOUNT               PIC 9(05).
               10 AFTER-GROSS                   PIC 9(09)V99.
               10 AFTER-EMPLOYER-EFKA           PIC 9(09)V99.
           05 AUDIT-RESULT-TEXT                PIC X(16).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE BUDGET-IN-FILE, LABOUR-BUDGET-FILE,
               LABOUR-BUDGET-AUDIT-FILE.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.

      *----A budget line may only name a cost center the payroll
      *----itself will accept.
           OPEN INPUT DEPT-TABLE-FILE.
           IF DEPT-TABLE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: DEPT-TABLE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DEPT-TABLE-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           PERFORM LOAD-DEPT-TABLE-RTN
               UNTIL DEPT-EOF-SWITCH = 'YES'.
           CLOSE DEPT-TABLE-FILE.

           OPEN INPUT BUDGET-IN-FILE.
           IF BUDGET-IN-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: BUDGET-IN-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BUDGET-IN-FILE-STATUS
              GO TO STOPRUN.

      *----The master may not exist yet on the first load; create it
      *----rather than failing, as PAY-RATE-MAINT does for the rates.
           OPEN I-O LABOUR-BUDGET-FILE.
           IF LABOUR-BUDGET-FILE-STATUS = 35
              OPEN OUTPUT LABOUR-BUDGET-FILE
              CLOSE LABOUR-BUDGET-FILE
              OPEN I-O LABOUR-BUDGET-FILE
           END-IF
           IF LABOUR-BUDGET-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: LABOUR-BUDGET-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LABOUR-BUDGET-FILE-STATUS
              GO TO STOPRUN.

      *----The audit trail appends across runs.
           OPEN EXTEND LABOUR-BUDGET-AUDIT-FILE.
           IF LABOUR-BUDGET-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT LABOUR-BUDGET-AUDIT-FILE
           END-IF
           IF LABOUR-BUDGET-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: LABOUR-BUDGET-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LABOUR-BUDGET-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           READ BUDGET-IN-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO BUDGET-READ-COUNT
           END-IF.

       LOAD-DEPT-TABLE-RTN.
           READ DEPT-TABLE-FILE
               AT END MOVE 'YES' TO DEPT-EOF-SWITCH
           END-READ
           IF DEPT-EOF-SWITCH NOT = 'YES'
               IF DEPT-COUNT < 50
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-IN-CODE TO DEPT-CODE(DEPT-COUNT)
               ELSE
                   DISPLAY '***DEPT-TABLE-FILE HAS MORE THAN 50'
                       ' DEPARTMENTS -- EXTRA DEPARTMENTS IGNORED!!!'
               END-IF
           END-IF.

       MAIN-RTN.
           PERFORM PROCESS-BUDGET-RTN
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

       PROCESS-BUDGET-RTN.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO AFTER-IMAGE
           MOVE SPACES TO AUDIT-RESULT-TEXT
           PERFORM APPLY-BUDGET-RTN THRU APPLY-BUDGET-EXIT
           PERFORM PRINT-AUDIT-RECORD
           READ BUDGET-IN-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO BUDGET-READ-COUNT
           END-IF.

      *----A budget line must name a known cost center and a real
      *----month, with numeric amounts; it is then added, or replaces
      *----the month already on file.
       APPLY-BUDGET-RTN.
           MOVE 0 TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF BUDIN-COST-CENTER = DEPT-CODE(DEPT-IDX)
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF DEPT-FOUND-IDX = 0
               MOVE 'BAD DEPT' TO AUDIT-RESULT-TEXT
               ADD 1 TO BUDGET-REJECTED-COUNT
               GO TO APPLY-BUDGET-EXIT
           END-IF
           IF BUDIN-MONTH NOT NUMERIC OR
                   BUDIN-MONTH-NUMBER < 1 OR BUDIN-MONTH-NUMBER > 12
               MOVE 'BAD MONTH' TO AUDIT-RESULT-TEXT
               ADD 1 TO BUDGET-REJECTED-COUNT
               GO TO APPLY-BUDGET-EXIT
           END-IF
           IF BUDIN-HEADCOUNT NOT NUMERIC OR
                   BUDIN-GROSS NOT NUMERIC OR
                   BUDIN-EMPLOYER-EFKA NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
               ADD 1 TO BUDGET-REJECTED-COUNT
               GO TO APPLY-BUDGET-EXIT
           END-IF
           MOVE BUDIN-COST-CENTER TO BUD-COST-CENTER
           MOVE BUDIN-MONTH       TO BUD-MONTH
           READ LABOUR-BUDGET-FILE
               INVALID KEY
                   MOVE 'NO' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ
           IF RECORD-FOUND-SWITCH = 'YES'
               MOVE BUD-HEADCOUNT     TO BEFORE-HEADCOUNT
               MOVE BUD-GROSS         TO BEFORE-GROSS
               MOVE BUD-EMPLOYER-EFKA TO BEFORE-EMPLOYER-EFKA
           END-IF
           MOVE BUDIN-COST-CENTER   TO BUD-COST-CENTER
           MOVE BUDIN-MONTH         TO BUD-MONTH
           MOVE BUDIN-HEADCOUNT     TO BUD-HEADCOUNT
           MOVE BUDIN-GROSS         TO BUD-GROSS
           MOVE BUDIN-EMPLOYER-EFKA TO BUD-EMPLOYER-EFKA
           MOVE RUN-DATE            TO BUD-LOADED-DATE
           IF RECORD-FOUND-SWITCH = 'YES'
               REWRITE LABOUR-BUDGET-RECORD
               MOVE 'REPLACED' TO AUDIT-RESULT-TEXT
               ADD 1 TO BUDGET-REPLACED-COUNT
           ELSE
               WRITE LABOUR-BUDGET-RECORD
               MOVE 'ADDED' TO AUDIT-RESULT-TEXT
               ADD 1 TO BUDGET-ADDED-COUNT
           END-IF
           IF LABOUR-BUDGET-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING LABOUR-BUDGET-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LABOUR-BUDGET-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE BUD-HEADCOUNT     TO AFTER-HEADCOUNT
           MOVE BUD-GROSS         TO AFTER-GROSS
           MOVE BUD-EMPLOYER-EFKA TO AFTER-EMPLOYER-EFKA.
       APPLY-BUDGET-EXIT.
           EXIT.

       PRINT-AUDIT-RECORD.
           MOVE SPACES              TO LABOUR-BUDGET-AUDIT-OUT
           MOVE RUN-DATE            TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE     TO AUDIT-TIME
           MOVE BUDIN-COST-CENTER   TO AUDIT-COST-CENTER
           MOVE BUDIN-MONTH         TO AUDIT-MONTH
           MOVE BEFORE-IMAGE        TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE         TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-RESULT-TEXT   TO AUDIT-RESULT
           MOVE X'0D0A'             TO AUDIT-CRLF
           WRITE LABOUR-BUDGET-AUDIT-OUT
           IF LABOUR-BUDGET-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING LABOUR-BUDGET-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LABOUR-BUDGET-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'BUDGET LINES READ:     ' BUDGET-READ-COUNT.
           DISPLAY 'BUDGET LINES ADDED:    ' BUDGET-ADDED-COUNT.
           DISPLAY 'BUDGET LINES REPLACED: ' BUDGET-REPLACED-COUNT.
           DISPLAY 'BUDGET LINES REJECTED: ' BUDGET-REJECTED-COUNT.

       END PROGRAM LABOUR-BUDGET-LOAD.
