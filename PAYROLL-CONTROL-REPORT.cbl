       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CONTROL-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS CONTROL-PARM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-RUN-ID
             FILE STATUS IS RUN-HISTORY-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT BANK-ACCOUNT-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BA-KEY
             FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.

           SELECT BANK-ACCOUNT-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-ACCOUNT-AUDIT-FILE-STATUS.

           SELECT REGISTRY-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS REGISTRY-AUDIT-FILE-STATUS.

           SELECT DEDUCTION-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS DEDUCTION-AUDIT-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS CONTROL-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The run to be checked before its bank file is released,
      *----and the thresholds: how many days before the pay date a
      *----master change counts as suspicious, and what net on an
      *----employee's first pay is large enough to look at.  A zero
      *----pay date means the day the run completed.
       FD  CONTROL-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS CONTROL-PARM-IN.
       01  CONTROL-PARM-IN.
           05 CONTROL-PARM-RUN-ID               PIC X(15).
           05 CONTROL-PARM-WINDOW-DAYS          PIC 9(03).
           05 CONTROL-PARM-LARGE-NET            PIC 9(06)V99.
           05 CONTROL-PARM-PAY-DATE             PIC 9(08).
           05 CONTROL-PARM-CRLF                 PIC X(02).
       FD  RUN-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS RUN-HISTORY-RECORD.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-ID                         PIC X(15).
           05 RH-START-DATE                     PIC 9(08).
           05 RH-START-TIME                     PIC 9(06).
           05 RH-END-DATE                       PIC 9(08).
           05 RH-END-TIME                       PIC 9(06).
           05 RH-MODE                           PIC X(05).
           05 RH-START-TYPE                     PIC X(07).
           05 RH-RESTART-FROM                   PIC 9(08).
           05 RH-PERIOD-END                     PIC 9(08).
           05 RH-OVERTIME-THRESHOLD             PIC 9(03).
           05 RH-STATUS                         PIC X(09).
           05 RH-READ-COUNT                     PIC 9(08).
           05 RH-VALID-COUNT                    PIC 9(08).
           05 RH-INVALID-COUNT                  PIC 9(08).
           05 RH-ADJ-COUNT                      PIC 9(08).
           05 RH-GROSS                          PIC S9(08)V99
                   SIGN LEADING SEPARATE.
           05 RH-TAXES                          PIC S9(08)V99
                   SIGN LEADING SEPARATE.
           05 RH-NET                            PIC S9(08)V99
                   SIGN LEADING SEPARATE.
           05 RH-RECON-BALANCED                 PIC X(03).
           05 RH-COMPANY                        PIC X(02).
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
       FD  BANK-ACCOUNT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS BANK-ACCOUNT-RECORD.
       01  BANK-ACCOUNT-RECORD.
           05 BA-KEY.
               10 BA-AFM                        PIC X(09).
               10 BA-SEQ                        PIC 9(02).
           05 BA-IBAN                           PIC X(34).
           05 BA-SPLIT-TYPE                     PIC X(01).
           05 BA-AMOUNT                         COMP PIC 9(06)V99.
           05 BA-PCT                            COMP PIC 9V999.
           05 BA-STATUS                         PIC X(01).
      *----The three maintenance audit trails, as BANK-ACCOUNT-MAINT,
      *----REGISTRY-MAINT and DEDUCTION-MAINT append them; only the
      *----fields the checks need are named.
       FD  BANK-ACCOUNT-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS BANK-ACCOUNT-AUDIT-IN.
       01  BANK-ACCOUNT-AUDIT-IN.
           05 BA-AUD-DATE                      PIC 9(08).
           05 FILLER                           PIC X(01).
           05 BA-AUD-TIME                      PIC 9(06).
           05 FILLER                           PIC X(02).
           05 BA-AUD-ACTION                    PIC X(01).
           05 FILLER                           PIC X(02).
           05 BA-AUD-AFM                       PIC X(09).
           05 FILLER                           PIC X(02).
           05 BA-AUD-SEQ                       PIC X(02).
           05 FILLER                           PIC X(02).
           05 BA-AUD-BEFORE-IBAN               PIC X(34).
           05 FILLER                           PIC X(02).
           05 BA-AUD-AFTER-IBAN                PIC X(34).
           05 FILLER                           PIC X(02).
           05 BA-AUD-RESULT                    PIC X(16).
           05 BA-AUD-CRLF                      PIC X(02).
       FD  REGISTRY-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 151 CHARACTERS
           DATA RECORD IS REGISTRY-AUDIT-IN.
       01  REGISTRY-AUDIT-IN.
           05 REG-AUD-DATE                     PIC 9(08).
           05 FILLER                           PIC X(01).
           05 REG-AUD-TIME                     PIC 9(06).
           05 FILLER                           PIC X(02).
           05 REG-AUD-ACTION                   PIC X(01).
           05 FILLER                           PIC X(02).
           05 REG-AUD-AFM                      PIC X(09).
           05 FILLER                           PIC X(02).
           05 REG-AUD-BEFORE-IMAGE.
               10 REG-AUD-BEFORE-NAME           PIC X(20).
               10 REG-AUD-BEFORE-HIRE-DATE      PIC X(08).
               10 REG-AUD-BEFORE-TERM-DATE      PIC X(08).
               10 REG-AUD-BEFORE-STATUS         PIC X(01).
               10 REG-AUD-BEFORE-COMPANY        PIC X(02).
               10 REG-AUD-BEFORE-COMPANY-FROM   PIC X(08).
               10 REG-AUD-BEFORE-PRIOR-CO       PIC X(02).
           05 FILLER                           PIC X(02).
           05 REG-AUD-AFTER-IMAGE.
               10 REG-AUD-AFTER-NAME            PIC X(20).
               10 REG-AUD-AFTER-HIRE-DATE       PIC X(08).
               10 REG-AUD-AFTER-TERM-DATE       PIC X(08).
               10 REG-AUD-AFTER-STATUS          PIC X(01).
               10 REG-AUD-AFTER-COMPANY         PIC X(02).
               10 REG-AUD-AFTER-COMPANY-FROM    PIC X(08).
               10 REG-AUD-AFTER-PRIOR-CO        PIC X(02).
           05 FILLER                           PIC X(02).
           05 REG-AUD-RESULT                   PIC X(16).
           05 REG-AUD-CRLF                     PIC X(02).
       FD  DEDUCTION-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 115 CHARACTERS
           DATA RECORD IS DEDUCTION-AUDIT-IN.
       01  DEDUCTION-AUDIT-IN.
           05 DED-AUD-DATE                     PIC 9(08).
           05 FILLER                           PIC X(01).
           05 DED-AUD-TIME                     PIC 9(06).
           05 FILLER                           PIC X(02).
           05 DED-AUD-ACTION                   PIC X(01).
           05 FILLER                           PIC X(02).
           05 DED-AUD-AFM                      PIC X(09).
           05 FILLER                           PIC X(02).
           05 DED-AUD-SEQ                      PIC X(02).
           05 FILLER                           PIC X(02).
           05 DED-AUD-BEFORE-IMAGE             PIC X(29).
           05 FILLER                           PIC X(02).
           05 DED-AUD-AFTER-IMAGE.
               10 DED-AUD-AFTER-CODE            PIC X(04).
               10 FILLER                        PIC X(25).
           05 FILLER                           PIC X(02).
           05 DED-AUD-RESULT                   PIC X(16).
           05 DED-AUD-CRLF                     PIC X(02).
      *----The auditors' listing: every finding carries the run it
      *----was raised against, then a count per check and a verdict
      *----on the bank release.
       FD  CONTROL-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS CONTROL-REPORT-OUT.
       01  CONTROL-REPORT-OUT.
           05 CTRL-RUN-ID                       PIC X(15).
           05 FILLER                            PIC X(02).
           05 CTRL-CHECK                        PIC X(20).
           05 FILLER                            PIC X(02).
           05 CTRL-AFM                          PIC X(09).
           05 FILLER                            PIC X(02).
           05 CTRL-DETAIL                       PIC X(50).
           05 CTRL-CRLF                         PIC X(02).
       01  CONTROL-REPORT-TEXT.
           05 CTRL-TEXT                         PIC X(100).
           05 CTRL-TEXT-CRLF                    PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 CONTROL-PARM-FILE-STATUS         PIC 99.
           05 RUN-HISTORY-FILE-STATUS          PIC 99.
           05 PAY-HISTORY-FILE-STATUS          PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 BANK-ACCOUNT-FILE-STATUS         PIC 99.
           05 BANK-ACCOUNT-AUDIT-FILE-STATUS   PIC 99.
           05 REGISTRY-AUDIT-FILE-STATUS       PIC 99.
           05 DEDUCTION-AUDIT-FILE-STATUS      PIC 99.
           05 CONTROL-REPORT-FILE-STATUS       PIC 99.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 FILE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 IN-WINDOW-SWITCH                 PIC X(03) VALUE 'NO'.
           05 PRIOR-HISTORY-SWITCH             PIC X(03) VALUE 'NO'.
           05 IBAN-FOUND-SWITCH                PIC X(03) VALUE 'NO'.
           05 ERROR-EXIT-SWITCH                PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
      *----The run under review, saved off RUN-HISTORY-RECORD before
      *----the file is walked for the run that preceded it.
           05 CHECK-RUN-ID                     PIC X(15) VALUE SPACES.
           05 CHECK-PERIOD-END                 PIC 9(08) VALUE 0.
           05 CHECK-MODE                       PIC X(05) VALUE SPACES.
           05 CHECK-COMPANY                    PIC X(02) VALUE SPACES.
           05 CHECK-RUN-STAMP                  PIC 9(14) VALUE 0.
           05 PREVIOUS-RUN-ID                  PIC X(15) VALUE SPACES.
           05 PREVIOUS-RUN-STAMP               PIC 9(14) VALUE 0.
           05 AUDIT-STAMP                      PIC 9(14) VALUE 0.
      *----Thresholds: the parameter file overrides these defaults
      *----(a week's window, a first net above 3.000,00).
           05 WINDOW-DAYS                      COMP PIC 9(03) VALUE 0.
           05 LARGE-NET                        COMP PIC 9(06)V99
                   VALUE 0.
           05 PAY-DATE                         PIC 9(08) VALUE 0.
           05 PAY-DAY-NUMBER                   COMP PIC 9(07) VALUE 0.
           05 WINDOW-START-DAY                 COMP PIC 9(07) VALUE 0.
      *----Day numbers for the window, counted from a fixed origin
      *----with March as the first month so the leap day falls last
      *----in the year, as RECEIVABLE-AGEING counts its ages.
           05 DATE-WORK.
               10 DATE-WORK-YEAR                PIC 9(04).
               10 DATE-WORK-MONTH               PIC 9(02).
               10 DATE-WORK-DAY                 PIC 9(02).
           05 DAY-YEAR                         COMP PIC 9(05) VALUE 0.
           05 DAY-MONTH                        COMP PIC 9(02) VALUE 0.
           05 DAY-TERM                         COMP PIC 9(07) VALUE 0.
           05 DAY-NUMBER                       COMP PIC 9(07) VALUE 0.
      *----First holder of every IBAN on the account master; a later
      *----account under another AFM with the same IBAN is shared.
           05 IBAN-COUNT                       COMP PIC 9(04) VALUE 0.
           05 IBAN-TABLE OCCURS 2000 TIMES.
               10 IBAN-TABLE-IBAN               PIC X(34).
               10 IBAN-TABLE-AFM                PIC X(09).
           05 IBAN-IDX                         COMP PIC 9(04) VALUE 0.
           05 IBAN-FOUND-IDX                   COMP PIC 9(04) VALUE 0.
      *----Deduction entries added between the previous committed run
      *----and this one: anything this run deducted from their AFMs
      *----was set up and paid in the same cycle.
           05 DED-ADD-COUNT                    COMP PIC 9(04) VALUE 0.
           05 DED-ADD-TABLE OCCURS 500 TIMES.
               10 DED-ADD-AFM                   PIC X(09).
               10 DED-ADD-SEQ                   PIC X(02).
               10 DED-ADD-CODE                  PIC X(04).
               10 DED-ADD-DATE                  PIC 9(08).
           05 DED-ADD-IDX                      COMP PIC 9(04) VALUE 0.
           05 PRIOR-AFM                        PIC X(09) VALUE SPACES.
      *----One count per check, and their total passed back in
      *----RETURN-CODE so the scheduler can hold the bank release.
           05 IBAN-CHANGE-COUNT                COMP PIC 9(04) VALUE 0.
           05 IBAN-SHARED-COUNT                COMP PIC 9(04) VALUE 0.
           05 REGISTRY-CHANGE-COUNT            COMP PIC 9(04) VALUE 0.
           05 HIRED-LATE-COUNT                 COMP PIC 9(04) VALUE 0.
           05 FIRST-PAY-COUNT                  COMP PIC 9(04) VALUE 0.
           05 DED-SAME-RUN-COUNT               COMP PIC 9(04) VALUE 0.
           05 FINDING-COUNT                    COMP PIC 9(04) VALUE 0.
           05 PAID-COUNT                       COMP PIC 9(06) VALUE 0.
           05 COUNT-Z                          PIC Z(03)9.
           05 PAID-COUNT-Z                     PIC Z(05)9.
           05 WINDOW-DAYS-Z                    PIC ZZ9.
           05 AMOUNT-Z                         PIC Z(03).Z(02)9,99-.
           05 REPORT-CHECK                     PIC X(20).
           05 REPORT-AFM                       PIC X(09).
           05 REPORT-DETAIL                    PIC X(50).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE CONTROL-PARM-FILE, RUN-HISTORY-FILE,
               PAY-HISTORY-FILE, BANK-ACCOUNT-FILE,
               CONTROL-REPORT-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
      *----An error exit ends the run with 1 whatever the count.
           IF ERROR-EXIT-SWITCH = 'YES'
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE FINDING-COUNT TO RETURN-CODE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE 7       TO WINDOW-DAYS.
           MOVE 3000,00 TO LARGE-NET.

           OPEN INPUT CONTROL-PARM-FILE.
           IF CONTROL-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: CONTROL-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' CONTROL-PARM-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           READ CONTROL-PARM-FILE
               AT END
                   DISPLAY '***CONTROL-PARM-FILE IS EMPTY!!!'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CONTROL-PARM-RUN-ID TO CHECK-RUN-ID.
           IF CONTROL-PARM-WINDOW-DAYS NUMERIC AND
                   CONTROL-PARM-WINDOW-DAYS > 0
              MOVE CONTROL-PARM-WINDOW-DAYS TO WINDOW-DAYS.
           IF CONTROL-PARM-LARGE-NET NUMERIC AND
                   CONTROL-PARM-LARGE-NET > 0
              MOVE CONTROL-PARM-LARGE-NET TO LARGE-NET.

      *----Only a completed run that paid somebody has a bank file to
      *----hold back; a TRIAL run commits no pay history to check.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HISTORY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: RUN-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RUN-HISTORY-FILE-STATUS
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE CHECK-RUN-ID TO RH-RUN-ID
           READ RUN-HISTORY-FILE
               INVALID KEY
                   DISPLAY '***RUN ' CHECK-RUN-ID
                       ' IS NOT ON RUN-HISTORY-FILE!!!'
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RH-STATUS NOT = 'COMPLETED' OR RH-MODE = 'TRIAL'
              DISPLAY '***RUN ' CHECK-RUN-ID ' IS ' RH-MODE ' '
                  RH-STATUS ' -- ONLY A COMPLETED COMMITTED RUN IS'
                  ' CHECKED!!!'
              MOVE 1 TO RETURN-CODE
              STOP RUN.
           MOVE RH-PERIOD-END TO CHECK-PERIOD-END.
           MOVE RH-MODE       TO CHECK-MODE.
           MOVE RH-COMPANY    TO CHECK-COMPANY.
           COMPUTE CHECK-RUN-STAMP =
               RH-START-DATE * 1000000 + RH-START-TIME.
           MOVE RH-END-DATE   TO PAY-DATE.
           IF CONTROL-PARM-PAY-DATE NUMERIC AND
                   CONTROL-PARM-PAY-DATE > 0
              MOVE CONTROL-PARM-PAY-DATE TO PAY-DATE.
           MOVE PAY-DATE TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER-RTN
           MOVE DAY-NUMBER TO PAY-DAY-NUMBER
           IF DAY-NUMBER > WINDOW-DAYS
              COMPUTE WINDOW-START-DAY = DAY-NUMBER - WINDOW-DAYS
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           OPEN INPUT BANK-ACCOUNT-FILE.
           IF BANK-ACCOUNT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: BANK-ACCOUNT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-ACCOUNT-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

      *----Without a registry there are no hire dates to test; the
      *----rest of the checks still run.
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

           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF CONTROL-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: CONTROL-REPORT-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' CONTROL-REPORT-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN.

           PERFORM FIND-PREVIOUS-RUN-RTN.
           PERFORM PRINT-REPORT-TITLE-RTN.

      *----Run identifiers carry their start date and time, so the
      *----committed run keyed last before this one is the one that
      *----preceded it.  TRIAL runs commit nothing and voided runs
      *----have been backed out; another company's runs are its own.
       FIND-PREVIOUS-RUN-RTN.
           MOVE 'NO' TO FILE-EOF-SWITCH
           MOVE LOW-VALUES TO RH-RUN-ID
           START RUN-HISTORY-FILE KEY IS NOT < RH-RUN-ID
               INVALID KEY MOVE 'YES' TO FILE-EOF-SWITCH
           END-START
           PERFORM READ-PREVIOUS-RUN-RTN
               UNTIL FILE-EOF-SWITCH = 'YES'.

       READ-PREVIOUS-RUN-RTN.
           READ RUN-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF RH-RUN-ID NOT < CHECK-RUN-ID
                   MOVE 'YES' TO FILE-EOF-SWITCH
               ELSE
                   IF RH-MODE NOT = 'TRIAL' AND
                           RH-STATUS = 'COMPLETED' AND
                           RH-COMPANY = CHECK-COMPANY
                       MOVE RH-RUN-ID TO PREVIOUS-RUN-ID
                       COMPUTE PREVIOUS-RUN-STAMP =
                           RH-START-DATE * 1000000 + RH-START-TIME
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT-TITLE-RTN.
           MOVE SPACES TO CTRL-TEXT
           STRING 'PAYROLL CONTROL EXCEPTIONS -- RUN ' CHECK-RUN-ID
               ' ' CHECK-MODE ' PERIOD END ' CHECK-PERIOD-END
               ' -- RUN DATE ' RUN-DATE
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE WINDOW-DAYS TO WINDOW-DAYS-Z
           MOVE LARGE-NET   TO AMOUNT-Z
           MOVE SPACES TO CTRL-TEXT
           STRING 'COMPANY ' CHECK-COMPANY
               ' -- PAY DATE ' PAY-DATE ' -- WINDOW ' WINDOW-DAYS-Z
               ' DAYS -- LARGE FIRST NET ABOVE ' AMOUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE SPACES TO CTRL-TEXT
           IF PREVIOUS-RUN-ID = SPACES
               STRING 'NO EARLIER COMMITTED RUN -- DEDUCTIONS ADDED IN'
                   ' THE WINDOW ARE TAKEN AS NEW'
                   DELIMITED BY SIZE INTO CTRL-TEXT
           ELSE
               STRING 'DEDUCTIONS ADDED SINCE RUN ' PREVIOUS-RUN-ID
                   ' ARE TAKEN AS NEW'
                   DELIMITED BY SIZE INTO CTRL-TEXT
           END-IF
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE ALL '=' TO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE SPACES          TO CONTROL-REPORT-OUT
           MOVE 'RUN ID'        TO CTRL-RUN-ID
           MOVE 'CHECK'         TO CTRL-CHECK
           MOVE '   AFM'        TO CTRL-AFM
           MOVE 'DETAIL'        TO CTRL-DETAIL
           MOVE X'0D0A'         TO CTRL-CRLF
           PERFORM WRITE-REPORT-RTN
           MOVE ALL '-' TO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN.

       MAIN-RTN.
           PERFORM CHECK-BANK-AUDIT-RTN.
           PERFORM CHECK-SHARED-IBAN-RTN.
           PERFORM CHECK-REGISTRY-AUDIT-RTN.
           PERFORM LOAD-DEDUCTION-ADDS-RTN.
           PERFORM CHECK-PAID-EMPLOYEES-RTN.

      *----An IBAN added, or changed to a different one, within the
      *----window before the pay date: the classic diversion of a
      *----salary into someone else's account.
       CHECK-BANK-AUDIT-RTN.
           OPEN INPUT BANK-ACCOUNT-AUDIT-FILE.
           IF BANK-ACCOUNT-AUDIT-FILE-STATUS = 35
              STRING 'NO BANK-ACCOUNT-AUDIT-FILE ON DISK -- IBAN'
                  ' CHANGES NOT CHECKED'
                  DELIMITED BY SIZE INTO CTRL-TEXT
              PERFORM PRINT-TEXT-LINE-RTN
           ELSE
              IF BANK-ACCOUNT-AUDIT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING FILE: BANK-ACCOUNT-AUDIT-FILE'
                     '!!!'
                 DISPLAY 'STATUS-CODE = ' BANK-ACCOUNT-AUDIT-FILE-STATUS
                 MOVE 'YES' TO ERROR-EXIT-SWITCH
                 GO TO STOPRUN
              END-IF
              MOVE 'NO' TO FILE-EOF-SWITCH
              PERFORM CHECK-ONE-BANK-AUDIT-RTN
                  UNTIL FILE-EOF-SWITCH = 'YES'
              CLOSE BANK-ACCOUNT-AUDIT-FILE
           END-IF.

       CHECK-ONE-BANK-AUDIT-RTN.
           READ BANK-ACCOUNT-AUDIT-FILE
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF (BA-AUD-RESULT = 'ADDED' OR
                       BA-AUD-RESULT(1:7) = 'CHANGED') AND
                       BA-AUD-AFTER-IBAN NOT = BA-AUD-BEFORE-IBAN
                   MOVE BA-AUD-DATE TO DATE-WORK
                   PERFORM CHECK-IN-WINDOW-RTN
                   IF IN-WINDOW-SWITCH = 'YES'
                       MOVE SPACES TO REPORT-DETAIL
                       IF BA-AUD-RESULT = 'ADDED'
                           MOVE 'IBAN ADDED' TO REPORT-CHECK
                       ELSE
                           MOVE 'IBAN CHANGED' TO REPORT-CHECK
                       END-IF
                       STRING 'SEQ ' BA-AUD-SEQ ' ON ' BA-AUD-DATE
                           ' ' BA-AUD-AFTER-IBAN
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       MOVE BA-AUD-AFM TO REPORT-AFM
                       ADD 1 TO IBAN-CHANGE-COUNT
                       PERFORM PRINT-FINDING-RTN
                   END-IF
               END-IF
           END-IF.

      *----One IBAN paying more than one AFM, whatever the date: one
      *----line per later holder, naming the first.
       CHECK-SHARED-IBAN-RTN.
           MOVE 'NO' TO FILE-EOF-SWITCH
           MOVE LOW-VALUES TO BA-KEY
           START BANK-ACCOUNT-FILE KEY IS NOT < BA-KEY
               INVALID KEY MOVE 'YES' TO FILE-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-ACCOUNT-RTN
               UNTIL FILE-EOF-SWITCH = 'YES'.

       CHECK-ONE-ACCOUNT-RTN.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               MOVE 'NO' TO IBAN-FOUND-SWITCH
               PERFORM VARYING IBAN-IDX FROM 1 BY 1
                       UNTIL IBAN-IDX > IBAN-COUNT OR
                       IBAN-FOUND-SWITCH = 'YES'
                   IF IBAN-TABLE-IBAN(IBAN-IDX) = BA-IBAN
                       MOVE 'YES' TO IBAN-FOUND-SWITCH
                       MOVE IBAN-IDX TO IBAN-FOUND-IDX
                   END-IF
               END-PERFORM
               IF IBAN-FOUND-SWITCH = 'YES'
                   IF IBAN-TABLE-AFM(IBAN-FOUND-IDX) NOT = BA-AFM
                       MOVE 'IBAN SHARED'  TO REPORT-CHECK
                       MOVE BA-AFM         TO REPORT-AFM
                       MOVE SPACES         TO REPORT-DETAIL
                       STRING 'SEQ ' BA-SEQ ' ' BA-IBAN ' ALSO '
                           IBAN-TABLE-AFM(IBAN-FOUND-IDX)
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       ADD 1 TO IBAN-SHARED-COUNT
                       PERFORM PRINT-FINDING-RTN
                   END-IF
               ELSE
                   IF IBAN-COUNT < 2000
                       ADD 1 TO IBAN-COUNT
                       MOVE BA-IBAN TO IBAN-TABLE-IBAN(IBAN-COUNT)
                       MOVE BA-AFM  TO IBAN-TABLE-AFM(IBAN-COUNT)
                   ELSE
                       DISPLAY '***BANK-ACCOUNT-FILE HAS MORE THAN 2000'
                           ' IBANS -- LATER ACCOUNTS NOT COMPARED!!!'
                       MOVE 'YES' TO FILE-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

      *----A registry name or status changed within the window: a
      *----re-activated leaver or a renamed record about to be paid.
       CHECK-REGISTRY-AUDIT-RTN.
           OPEN INPUT REGISTRY-AUDIT-FILE.
           IF REGISTRY-AUDIT-FILE-STATUS = 35
              STRING 'NO REGISTRY-AUDIT-FILE ON DISK -- REGISTRY'
                  ' CHANGES NOT CHECKED'
                  DELIMITED BY SIZE INTO CTRL-TEXT
              PERFORM PRINT-TEXT-LINE-RTN
           ELSE
              IF REGISTRY-AUDIT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING FILE: REGISTRY-AUDIT-FILE!!!'
                 DISPLAY 'STATUS-CODE = ' REGISTRY-AUDIT-FILE-STATUS
                 MOVE 'YES' TO ERROR-EXIT-SWITCH
                 GO TO STOPRUN
              END-IF
              MOVE 'NO' TO FILE-EOF-SWITCH
              PERFORM CHECK-ONE-REGISTRY-AUDIT-RTN
                  UNTIL FILE-EOF-SWITCH = 'YES'
              CLOSE REGISTRY-AUDIT-FILE
           END-IF.

       CHECK-ONE-REGISTRY-AUDIT-RTN.
           READ REGISTRY-AUDIT-FILE
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF REG-AUD-RESULT = 'CHANGED'
                   MOVE REG-AUD-DATE TO DATE-WORK
                   PERFORM CHECK-IN-WINDOW-RTN
                   IF IN-WINDOW-SWITCH = 'YES'
                       MOVE REG-AUD-AFM TO REPORT-AFM
                       IF REG-AUD-AFTER-NAME NOT = REG-AUD-BEFORE-NAME
                           MOVE 'REGISTRY NAME CHANGE' TO REPORT-CHECK
                           MOVE SPACES TO REPORT-DETAIL
                           STRING 'ON ' REG-AUD-DATE ' '
                               REG-AUD-BEFORE-NAME ' TO '
                               REG-AUD-AFTER-NAME
                               DELIMITED BY SIZE INTO REPORT-DETAIL
                           ADD 1 TO REGISTRY-CHANGE-COUNT
                           PERFORM PRINT-FINDING-RTN
                       END-IF
                       IF REG-AUD-AFTER-STATUS NOT =
                               REG-AUD-BEFORE-STATUS
                           MOVE 'REGISTRY STATUS CHG' TO REPORT-CHECK
                           MOVE SPACES TO REPORT-DETAIL
                           STRING 'ON ' REG-AUD-DATE ' STATUS '''
                               REG-AUD-BEFORE-STATUS ''' TO '''
                               REG-AUD-AFTER-STATUS ''''
                               DELIMITED BY SIZE INTO REPORT-DETAIL
                           ADD 1 TO REGISTRY-CHANGE-COUNT
                           PERFORM PRINT-FINDING-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----Deduction entries added after the previous committed run
      *----started and before this one did; with no earlier run the
      *----window stands in for it.
       LOAD-DEDUCTION-ADDS-RTN.
           OPEN INPUT DEDUCTION-AUDIT-FILE.
           IF DEDUCTION-AUDIT-FILE-STATUS = 35
              STRING 'NO DEDUCTION-AUDIT-FILE ON DISK -- NEW'
                  ' DEDUCTIONS NOT CHECKED'
                  DELIMITED BY SIZE INTO CTRL-TEXT
              PERFORM PRINT-TEXT-LINE-RTN
           ELSE
              IF DEDUCTION-AUDIT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING FILE: DEDUCTION-AUDIT-FILE!!!'
                 DISPLAY 'STATUS-CODE = ' DEDUCTION-AUDIT-FILE-STATUS
                 MOVE 'YES' TO ERROR-EXIT-SWITCH
                 GO TO STOPRUN
              END-IF
              MOVE 'NO' TO FILE-EOF-SWITCH
              PERFORM LOAD-ONE-DEDUCTION-ADD-RTN
                  UNTIL FILE-EOF-SWITCH = 'YES'
              CLOSE DEDUCTION-AUDIT-FILE
           END-IF.

       LOAD-ONE-DEDUCTION-ADD-RTN.
           READ DEDUCTION-AUDIT-FILE
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF DED-AUD-RESULT = 'ADDED' AND DED-AUD-DATE NUMERIC
                       AND DED-AUD-TIME NUMERIC
                   COMPUTE AUDIT-STAMP =
                       DED-AUD-DATE * 1000000 + DED-AUD-TIME
                   IF PREVIOUS-RUN-ID = SPACES
                       MOVE DED-AUD-DATE TO DATE-WORK
                       PERFORM CHECK-IN-WINDOW-RTN
                   ELSE
                       IF AUDIT-STAMP > PREVIOUS-RUN-STAMP
                           MOVE 'YES' TO IN-WINDOW-SWITCH
                       ELSE
                           MOVE 'NO' TO IN-WINDOW-SWITCH
                       END-IF
                   END-IF
                   IF IN-WINDOW-SWITCH = 'YES' AND
                           AUDIT-STAMP < CHECK-RUN-STAMP
                       IF DED-ADD-COUNT < 500
                           ADD 1 TO DED-ADD-COUNT
                           MOVE DED-AUD-AFM TO
                               DED-ADD-AFM(DED-ADD-COUNT)
                           MOVE DED-AUD-SEQ TO
                               DED-ADD-SEQ(DED-ADD-COUNT)
                           MOVE DED-AUD-AFTER-CODE TO
                               DED-ADD-CODE(DED-ADD-COUNT)
                           MOVE DED-AUD-DATE TO
                               DED-ADD-DATE(DED-ADD-COUNT)
                       ELSE
                           DISPLAY '***MORE THAN 500 NEW DEDUCTION'
                               ' ENTRIES -- LATER ONES NOT CHECKED!!!'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----One pass of the pay history in AFM order.  An AFM's records
      *----come oldest period first, so by the time this run's record
      *----is read any earlier pay has already been seen.  Pay from
      *----any company counts as earlier pay, so a mover is not taken
      *----for a new hire.
       CHECK-PAID-EMPLOYEES-RTN.
           MOVE 'NO' TO FILE-EOF-SWITCH
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO FILE-EOF-SWITCH
           END-START
           PERFORM CHECK-ONE-HISTORY-RTN
               UNTIL FILE-EOF-SWITCH = 'YES'.

       CHECK-ONE-HISTORY-RTN.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO FILE-EOF-SWITCH
           END-READ
           IF FILE-EOF-SWITCH NOT = 'YES'
               IF HIST-AFM NOT = PRIOR-AFM
                   MOVE HIST-AFM TO PRIOR-AFM
                   MOVE 'NO' TO PRIOR-HISTORY-SWITCH
               END-IF
               IF HIST-PERIOD-END < CHECK-PERIOD-END
                   MOVE 'YES' TO PRIOR-HISTORY-SWITCH
               END-IF
               IF HIST-PERIOD-END = CHECK-PERIOD-END AND
                       HIST-MODE = CHECK-MODE AND
                       HIST-COMPANY = CHECK-COMPANY
                   ADD 1 TO PAID-COUNT
                   PERFORM CHECK-PAID-EMPLOYEE-RTN
               END-IF
           END-IF.

       CHECK-PAID-EMPLOYEE-RTN.
           MOVE HIST-AFM TO REPORT-AFM
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE HIST-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       MOVE SPACES TO REG-EMPLOYEE-NAME
                       MOVE 0      TO REG-HIRE-DATE
               END-READ
               IF REG-HIRE-DATE > CHECK-PERIOD-END
                   MOVE 'HIRED AFTER PERIOD' TO REPORT-CHECK
                   MOVE SPACES TO REPORT-DETAIL
                   STRING HIST-NAME ' HIRED ' REG-HIRE-DATE
                       DELIMITED BY SIZE INTO REPORT-DETAIL
                   ADD 1 TO HIRED-LATE-COUNT
                   PERFORM PRINT-FINDING-RTN
               END-IF
           END-IF
           IF PRIOR-HISTORY-SWITCH NOT = 'YES' AND
                   HIST-NET > LARGE-NET
               MOVE HIST-NET TO AMOUNT-Z
               MOVE 'FIRST PAY LARGE NET' TO REPORT-CHECK
               MOVE SPACES TO REPORT-DETAIL
               STRING HIST-NAME ' NET ' AMOUNT-Z
                   DELIMITED BY SIZE INTO REPORT-DETAIL
               ADD 1 TO FIRST-PAY-COUNT
               PERFORM PRINT-FINDING-RTN
           END-IF
           IF HIST-DEDUCTIONS > 0
               PERFORM VARYING DED-ADD-IDX FROM 1 BY 1
                       UNTIL DED-ADD-IDX > DED-ADD-COUNT
                   IF DED-ADD-AFM(DED-ADD-IDX) = HIST-AFM
                       MOVE HIST-DEDUCTIONS TO AMOUNT-Z
                       MOVE 'DEDUCTION NEW + PAID' TO REPORT-CHECK
                       MOVE SPACES TO REPORT-DETAIL
                       STRING 'SEQ ' DED-ADD-SEQ(DED-ADD-IDX) ' '
                           DED-ADD-CODE(DED-ADD-IDX) ' ADDED '
                           DED-ADD-DATE(DED-ADD-IDX)
                           ' RUN DEDUCTED ' AMOUNT-Z
                           DELIMITED BY SIZE INTO REPORT-DETAIL
                       ADD 1 TO DED-SAME-RUN-COUNT
                       PERFORM PRINT-FINDING-RTN
                   END-IF
               END-PERFORM
           END-IF.

      *----IN-WINDOW-SWITCH 'YES' when DATE-WORK falls on the pay date
      *----or within WINDOW-DAYS before it.
       CHECK-IN-WINDOW-RTN.
           MOVE 'NO' TO IN-WINDOW-SWITCH
           IF DATE-WORK NUMERIC
               PERFORM COMPUTE-DAY-NUMBER-RTN
               IF DAY-NUMBER NOT < WINDOW-START-DAY AND
                       DAY-NUMBER NOT > PAY-DAY-NUMBER
                   MOVE 'YES' TO IN-WINDOW-SWITCH
               END-IF
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

       PRINT-FINDING-RTN.
           ADD 1 TO FINDING-COUNT
           MOVE SPACES        TO CONTROL-REPORT-OUT
           MOVE CHECK-RUN-ID  TO CTRL-RUN-ID
           MOVE REPORT-CHECK  TO CTRL-CHECK
           MOVE REPORT-AFM    TO CTRL-AFM
           MOVE REPORT-DETAIL TO CTRL-DETAIL
           MOVE X'0D0A'       TO CTRL-CRLF
           PERFORM WRITE-REPORT-RTN.

       PRINT-TEXT-LINE-RTN.
           MOVE X'0D0A' TO CTRL-TEXT-CRLF
           PERFORM WRITE-REPORT-RTN.

      *----Leaves the record area blank for the next line, which may
      *----be STRING-ed into CTRL-TEXT piecemeal.
       WRITE-REPORT-RTN.
           WRITE CONTROL-REPORT-OUT
           IF CONTROL-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING CONTROL-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' CONTROL-REPORT-FILE-STATUS
              MOVE 'YES' TO ERROR-EXIT-SWITCH
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-TEXT.

       FINAL-RTN.
           MOVE ALL '=' TO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE PAID-COUNT TO PAID-COUNT-Z
           STRING 'EMPLOYEES PAID BY THE RUN:        ' PAID-COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE IBAN-CHANGE-COUNT TO COUNT-Z
           STRING 'IBANS ADDED/CHANGED IN WINDOW:      ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE IBAN-SHARED-COUNT TO COUNT-Z
           STRING 'IBANS SHARED ACROSS AFMS:           ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE REGISTRY-CHANGE-COUNT TO COUNT-Z
           STRING 'REGISTRY NAME/STATUS CHANGES:       ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE HIRED-LATE-COUNT TO COUNT-Z
           STRING 'PAID BUT HIRED AFTER PERIOD END:    ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE FIRST-PAY-COUNT TO COUNT-Z
           STRING 'FIRST PAY WITH A LARGE NET:         ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE DED-SAME-RUN-COUNT TO COUNT-Z
           STRING 'DEDUCTIONS ADDED AND PAID IN RUN:   ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           MOVE FINDING-COUNT TO COUNT-Z
           STRING 'TOTAL FINDINGS:                     ' COUNT-Z
               DELIMITED BY SIZE INTO CTRL-TEXT
           PERFORM PRINT-TEXT-LINE-RTN
           IF FINDING-COUNT = 0
               MOVE 'VERDICT: NO EXCEPTIONS -- RELEASE THE BANK FILE'
                   TO CTRL-TEXT
           ELSE
               STRING 'VERDICT: EXCEPTIONS -- HOLD THE BANK FILE UNTIL'
                   ' REVIEWED'
                   DELIMITED BY SIZE INTO CTRL-TEXT
           END-IF
           PERFORM PRINT-TEXT-LINE-RTN
           DISPLAY 'CONTROL EXCEPTIONS FOR RUN ' CHECK-RUN-ID ': '
               COUNT-Z.

       END PROGRAM PAYROLL-CONTROL-REPORT.
