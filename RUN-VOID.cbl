       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-VOID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS VOID-PARM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-RUN-ID
             FILE STATUS IS RUN-HISTORY-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PCTL-KEY
             FILE STATUS IS PERIOD-CONTROL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-KEY
             FILE STATUS IS PAY-HISTORY-FILE-STATUS.

           SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS YTD-KEY
             FILE STATUS IS YTD-MASTER-FILE-STATUS.

           SELECT DRAW-JOURNAL-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DJ-KEY
             FILE STATUS IS DRAW-JOURNAL-FILE-STATUS.

           SELECT DEDUCTION-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DED-KEY
             FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.

           SELECT DEDUCTION-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS DEDUCTION-AUDIT-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LB-AFM
             FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.

           SELECT RECEIVABLE-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RCV-KEY
             FILE STATUS IS RECEIVABLE-MASTER-FILE-STATUS.

           SELECT RECEIVABLE-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS RECEIVABLE-AUDIT-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO DISK
             FILE STATUS IS GL-POSTING-FILE-STATUS.

           SELECT VOID-GL-FILE ASSIGN TO DISK
             FILE STATUS IS VOID-GL-FILE-STATUS.

           SELECT VOID-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS VOID-REPORT-FILE-STATUS.

           SELECT VOID-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS VOID-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The run to void, who is voiding it and why.
       FD  VOID-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS VOID-PARM-IN.
       01  VOID-PARM-IN.
           05 VOID-RUN-ID                       PIC X(15).
           05 VOID-USER-ID                      PIC X(08).
           05 VOID-REASON                       PIC X(40).
           05 VOID-PARM-CRLF                    PIC X(02).
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
       FD  EMPLOYEE-YTD-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS YTD-MASTER-RECORD.
       01  YTD-MASTER-RECORD.
           05 YTD-KEY.
               10 YTD-COMPANY                  PIC X(02).
               10 YTD-AFM                      PIC X(09).
           05 YTD-GROSS                        COMP PIC S9(09)V99.
           05 YTD-TAXES                        COMP PIC S9(09)V99.
           05 YTD-NET                          COMP PIC S9(09)V99.
      *----The payroll's record of each loan reduction, leave draw
      *----and overpayment recovered or posted that a committed run
      *----made, by period end, mode and company.
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
       FD  RECEIVABLE-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS RECEIVABLE-AUDIT-OUT.
       01  RECEIVABLE-AUDIT-OUT.
           05 RCV-AUDIT-DATE                   PIC 9(08).
           05 FILLER                           PIC X(01).
           05 RCV-AUDIT-TIME                   PIC 9(06).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-ACTION                 PIC X(01).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-AFM                    PIC X(09).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-SEQ                    PIC X(02).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-BEFORE-IMAGE           PIC X(40).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-AFTER-IMAGE            PIC X(40).
           05 FILLER                           PIC X(02).
           05 RCV-AUDIT-RESULT                 PIC X(16).
           05 RCV-AUDIT-CRLF                   PIC X(02).
       FD  LEAVE-BALANCE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS LEAVE-BALANCE-RECORD.
       01  LEAVE-BALANCE-RECORD.
           05 LB-AFM                            PIC X(09).
           05 LB-ENTITLEMENT                    PIC 9(04).
           05 LB-TAKEN                          PIC 9(04).
      *----The GL posting file the voided run released, read back as
      *----text so its lines can be reversed exactly as posted.
       FD  GL-POSTING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS GL-POSTING-IN.
       01  GL-POSTING-IN.
           05 GL-IN-DATE                        PIC 9(08).
           05 FILLER                            PIC X(02).
           05 GL-IN-REF                         PIC X(15).
           05 FILLER                            PIC X(02).
           05 GL-IN-LEDGER                      PIC X(04).
           05 FILLER                            PIC X(02).
           05 GL-IN-ACCOUNT                     PIC X(24).
           05 FILLER                            PIC X(02).
           05 GL-IN-DR                          PIC X(14).
           05 FILLER                            PIC X(02).
           05 GL-IN-CR                          PIC X(14).
           05 GL-IN-CRLF                        PIC X(02).
      *----The reversing journal: every line of the original with its
      *----debit and credit exchanged, under this void's own
      *----reference so the ledger takes it as a new journal.
       FD  VOID-GL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS GL-POSTING-OUT.
       01  GL-POSTING-OUT.
           05 GL-OUT-DATE                       PIC 9(08).
           05 FILLER                            PIC X(02).
           05 GL-OUT-REF                        PIC X(15).
           05 FILLER                            PIC X(02).
           05 GL-OUT-LEDGER                     PIC X(04).
           05 FILLER                            PIC X(02).
           05 GL-OUT-ACCOUNT                    PIC X(24).
           05 FILLER                            PIC X(02).
           05 GL-OUT-DR                         PIC X(14).
           05 FILLER                            PIC X(02).
           05 GL-OUT-CR                         PIC X(14).
           05 GL-OUT-CRLF                       PIC X(02).
      *----Two sections: the loan and leave draws put back, then the
      *----pay-history records removed and taken off year-to-date.
       FD  VOID-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS VOID-REPORT-OUT.
       01  VOID-REPORT-OUT.
           05 REPORT-AFM                        PIC X(09).
           05 FILLER                            PIC X(02).
           05 REPORT-NAME                       PIC X(20).
           05 FILLER                            PIC X(02).
           05 REPORT-ITEM                       PIC X(16).
           05 FILLER                            PIC X(02).
           05 REPORT-AMOUNT-1                   PIC Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 REPORT-AMOUNT-2                   PIC Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 REPORT-AMOUNT-3                   PIC Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 REPORT-CRLF                       PIC X(02).
       01  VOID-REPORT-TITLE.
           05 REPORT-TITLE-LINE                 PIC X(104).
           05 REPORT-TITLE-CRLF                 PIC X(02).
      *----One record per void attempted, refused ones included:
      *----when, which run, who asked and why.
       FD  VOID-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS VOID-AUDIT-OUT.
       01  VOID-AUDIT-OUT.
           05 VOID-AUDIT-DATE                   PIC 9(08).
           05 FILLER                            PIC X(01).
           05 VOID-AUDIT-TIME                   PIC 9(06).
           05 FILLER                            PIC X(02).
           05 VOID-AUDIT-RUN-ID                 PIC X(15).
           05 FILLER                            PIC X(02).
           05 VOID-AUDIT-PERIOD-END             PIC 9(08).
           05 FILLER                            PIC X(02).
           05 VOID-AUDIT-USER-ID                PIC X(08).
           05 FILLER                            PIC X(02).
           05 VOID-AUDIT-RESULT                 PIC X(16).
           05 FILLER                            PIC X(02).
           05 VOID-AUDIT-REASON                 PIC X(40).
           05 VOID-AUDIT-CRLF                   PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 VOID-PARM-FILE-STATUS            PIC 99.
           05 RUN-HISTORY-FILE-STATUS          PIC 99.
           05 PERIOD-CONTROL-FILE-STATUS       PIC 99.
           05 PAY-HISTORY-FILE-STATUS          PIC 99.
           05 YTD-MASTER-FILE-STATUS           PIC 99.
           05 DRAW-JOURNAL-FILE-STATUS         PIC 99.
           05 DEDUCTION-MASTER-FILE-STATUS     PIC 99.
           05 DEDUCTION-AUDIT-FILE-STATUS      PIC 99.
           05 LEAVE-BALANCE-FILE-STATUS        PIC 99.
           05 RECEIVABLE-MASTER-FILE-STATUS    PIC 99.
           05 RECEIVABLE-AUDIT-FILE-STATUS     PIC 99.
           05 GL-POSTING-FILE-STATUS           PIC 99.
           05 VOID-GL-FILE-STATUS              PIC 99.
           05 VOID-REPORT-FILE-STATUS          PIC 99.
           05 VOID-AUDIT-FILE-STATUS           PIC 99.
           05 JOURNAL-AVAILABLE-SWITCH         PIC X(03) VALUE 'NO'.
           05 DEDUCTION-AVAILABLE-SWITCH       PIC X(03) VALUE 'NO'.
           05 LEAVE-AVAILABLE-SWITCH           PIC X(03) VALUE 'NO'.
           05 RECEIVABLE-AVAILABLE-SWITCH      PIC X(03) VALUE 'NO'.
           05 HISTORY-EOF-SWITCH               PIC X(03) VALUE 'NO'.
           05 JOURNAL-EOF-SWITCH               PIC X(03) VALUE 'NO'.
           05 PAY-HISTORY-EOF-SWITCH           PIC X(03) VALUE 'NO'.
           05 GL-EOF-SWITCH                    PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 JOURNAL-REFERENCE                PIC X(15).
      *----What the void found on the run, kept aside because the
      *----later-run check reads other run-history records over it.
           05 VOID-PERIOD-END                  PIC 9(08) VALUE 0.
           05 VOID-COMPANY                     PIC X(02).
           05 VOID-RH-NET                      COMP PIC S9(08)V99
                   VALUE 0.
           05 VOID-RESULT                      PIC X(16).
           05 LATER-RUN-ID                     PIC X(15).
           05 ITEM-NAME                        PIC X(20).
           05 BEFORE-IMAGE.
               10 BEFORE-CODE                   PIC X(04).
               10 BEFORE-TYPE                   PIC X(01).
               10 BEFORE-AMOUNT                 PIC 9(06)V99.
               10 BEFORE-PCT                    PIC 9V999.
               10 BEFORE-BALANCE                PIC 9(08)V99.
               10 BEFORE-PRIORITY               PIC 9(02).
           05 AFTER-IMAGE.
               10 AFTER-CODE                    PIC X(04).
               10 AFTER-TYPE                    PIC X(01).
               10 AFTER-AMOUNT                  PIC 9(06)V99.
               10 AFTER-PCT                     PIC 9V999.
               10 AFTER-BALANCE                 PIC 9(08)V99.
               10 AFTER-PRIORITY                PIC 9(02).
           05 AUDIT-ACTION-SAVE                PIC X(01).
           05 RCV-BEFORE-IMAGE.
               10 RCV-BEFORE-TYPE               PIC X(01).
               10 RCV-BEFORE-ORIGIN-DATE        PIC 9(08).
               10 RCV-BEFORE-ORIGIN-REF         PIC X(15).
               10 RCV-BEFORE-ORIGINAL           PIC 9(06)V99.
               10 RCV-BEFORE-BALANCE            PIC 9(06)V99.
           05 RCV-AFTER-IMAGE.
               10 RCV-AFTER-TYPE                PIC X(01).
               10 RCV-AFTER-ORIGIN-DATE         PIC 9(08).
               10 RCV-AFTER-ORIGIN-REF          PIC X(15).
               10 RCV-AFTER-ORIGINAL            PIC 9(06)V99.
               10 RCV-AFTER-BALANCE             PIC 9(06)V99.
           05 RCV-AUDIT-RESULT-TEXT            PIC X(16).
           05 LOANS-RESTORED-COUNT             COMP PIC 9(06) VALUE 0.
           05 LOANS-REOPENED-COUNT             COMP PIC 9(06) VALUE 0.
           05 LEAVE-RESTORED-COUNT             COMP PIC 9(06) VALUE 0.
           05 RECOVERIES-RESTORED-COUNT        COMP PIC 9(06) VALUE 0.
           05 OVERPAYMENTS-REMOVED-COUNT       COMP PIC 9(06) VALUE 0.
           05 HISTORY-REMOVED-COUNT            COMP PIC 9(06) VALUE 0.
           05 EXCEPTION-COUNT                  COMP PIC 9(06) VALUE 0.
           05 GL-LINES-COUNT                   COMP PIC 9(06) VALUE 0.
           05 LOANS-RESTORED-TOTAL             COMP PIC S9(08)V99
                   VALUE 0.
           05 GROSS-REMOVED-TOTAL              COMP PIC S9(10)V99
                   VALUE 0.
           05 TAXES-REMOVED-TOTAL              COMP PIC S9(10)V99
                   VALUE 0.
           05 NET-REMOVED-TOTAL                COMP PIC S9(10)V99
                   VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 TOTAL-Z                          PIC Z(03).Z(02)9,99-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE VOID-PARM-FILE, RUN-HISTORY-FILE, PERIOD-CONTROL-FILE,
               PAY-HISTORY-FILE, EMPLOYEE-YTD-MASTER, GL-POSTING-FILE,
               VOID-GL-FILE, VOID-REPORT-FILE, VOID-AUDIT-FILE.
           IF JOURNAL-AVAILABLE-SWITCH = 'YES'
              CLOSE DRAW-JOURNAL-FILE
           END-IF.
           IF DEDUCTION-AVAILABLE-SWITCH = 'YES'
              CLOSE DEDUCTION-MASTER, DEDUCTION-AUDIT-FILE
           END-IF.
           IF LEAVE-AVAILABLE-SWITCH = 'YES'
              CLOSE LEAVE-BALANCE-FILE
           END-IF.
           IF RECEIVABLE-AVAILABLE-SWITCH = 'YES'
              CLOSE RECEIVABLE-MASTER, RECEIVABLE-AUDIT-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.
           MOVE SPACES TO JOURNAL-REFERENCE.
           STRING 'V' RUN-DATE AUDIT-TIME-SAVE
               DELIMITED BY SIZE INTO JOURNAL-REFERENCE.

           OPEN INPUT VOID-PARM-FILE.
           IF VOID-PARM-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: VOID-PARM-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-PARM-FILE-STATUS
              GO TO STOPRUN.
           READ VOID-PARM-FILE
               AT END
                  DISPLAY '***VOID-PARM-FILE IS EMPTY -- NO RUN TO'
                      ' VOID!!!'
                  GO TO STOPRUN
           END-READ.

           OPEN I-O RUN-HISTORY-FILE.
           IF RUN-HISTORY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: RUN-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RUN-HISTORY-FILE-STATUS
              GO TO STOPRUN.

           OPEN I-O PERIOD-CONTROL-FILE.
           IF PERIOD-CONTROL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PERIOD-CONTROL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PERIOD-CONTROL-FILE-STATUS
              GO TO STOPRUN.

           OPEN I-O PAY-HISTORY-FILE.
           IF PAY-HISTORY-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
              GO TO STOPRUN.

           OPEN I-O EMPLOYEE-YTD-MASTER.
           IF YTD-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: EMPLOYEE-YTD-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' YTD-MASTER-FILE-STATUS
              GO TO STOPRUN.

      *----A run made before draws were journalled has nothing to put
      *----back on the loan or leave masters; neither does one whose
      *----employees had no loans or leave.
           OPEN I-O DRAW-JOURNAL-FILE.
           EVALUATE DRAW-JOURNAL-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO JOURNAL-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO JOURNAL-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: DRAW-JOURNAL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DRAW-JOURNAL-FILE-STATUS
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
                 CLOSE DEDUCTION-MASTER
                 MOVE 'NO' TO DEDUCTION-AVAILABLE-SWITCH
                 GO TO STOPRUN
              END-IF
           END-IF.

           OPEN I-O LEAVE-BALANCE-FILE.
           EVALUATE LEAVE-BALANCE-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO LEAVE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO LEAVE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: LEAVE-BALANCE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LEAVE-BALANCE-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

           OPEN I-O RECEIVABLE-MASTER.
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

           IF RECEIVABLE-AVAILABLE-SWITCH = 'YES'
              OPEN EXTEND RECEIVABLE-AUDIT-FILE
              IF RECEIVABLE-AUDIT-FILE-STATUS = 35
                 OPEN OUTPUT RECEIVABLE-AUDIT-FILE
              END-IF
              IF RECEIVABLE-AUDIT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING FILE: RECEIVABLE-AUDIT-FILE!!!'
                 DISPLAY 'STATUS-CODE = ' RECEIVABLE-AUDIT-FILE-STATUS
                 CLOSE RECEIVABLE-MASTER
                 MOVE 'NO' TO RECEIVABLE-AVAILABLE-SWITCH
                 GO TO STOPRUN
              END-IF
           END-IF.

           OPEN INPUT GL-POSTING-FILE.
           IF GL-POSTING-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: GL-POSTING-FILE!!!'
              DISPLAY 'STATUS-CODE = ' GL-POSTING-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT VOID-GL-FILE.
           IF VOID-GL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: VOID-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-GL-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT VOID-REPORT-FILE.
           IF VOID-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: VOID-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-REPORT-FILE-STATUS
              GO TO STOPRUN.

           OPEN EXTEND VOID-AUDIT-FILE.
           IF VOID-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT VOID-AUDIT-FILE
           END-IF
           IF VOID-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: VOID-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-AUDIT-FILE-STATUS
              GO TO STOPRUN.

      *----Every check is made before anything is touched; a refused
      *----void changes nothing but the audit trail.  The backing out
      *----itself runs masters first and the run-history stamp last,
      *----each entry removed as it is reversed, so a void that fails
      *----part way is simply submitted again.
       MAIN-RTN.
           MOVE SPACES TO VOID-REPORT-TITLE
           STRING 'VOID OF RUN ' VOID-RUN-ID '   BY ' VOID-USER-ID
               '   RUN DATE ' RUN-DATE '   JOURNAL ' JOURNAL-REFERENCE
               DELIMITED BY SIZE INTO REPORT-TITLE-LINE
           PERFORM WRITE-REPORT-TITLE-RTN
           MOVE SPACES TO VOID-REPORT-TITLE
           MOVE VOID-REASON TO REPORT-TITLE-LINE
           PERFORM WRITE-REPORT-TITLE-RTN

           PERFORM VALIDATE-VOID-RTN THRU VALIDATE-VOID-EXIT
           IF VOID-RESULT NOT = SPACES
               DISPLAY '***RUN ' VOID-RUN-ID ' NOT VOIDED: '
                   VOID-RESULT '!!!'
               IF LATER-RUN-ID NOT = SPACES
                   DISPLAY '***LATER RUN ' LATER-RUN-ID
                       ' MUST BE VOIDED FIRST!!!'
               END-IF
               MOVE SPACES TO VOID-REPORT-TITLE
               STRING 'VOID REFUSED: ' VOID-RESULT '  ' LATER-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-TITLE-LINE
               PERFORM WRITE-REPORT-TITLE-RTN
               PERFORM PRINT-VOID-AUDIT-RTN
           ELSE
               MOVE SPACES TO VOID-REPORT-TITLE
               STRING 'LOAN, LEAVE AND OVERPAYMENT DRAWS PUT BACK  '
                   '(RESTORED, NOW ON FILE)'
                   DELIMITED BY SIZE INTO REPORT-TITLE-LINE
               PERFORM WRITE-REPORT-TITLE-RTN
               IF JOURNAL-AVAILABLE-SWITCH = 'YES'
                   PERFORM RESTORE-DRAWS-RTN
               END-IF
               MOVE SPACES TO VOID-REPORT-TITLE
               STRING 'PAY HISTORY REMOVED FROM YEAR-TO-DATE  (GROSS,'
                   ' TAXES, NET)'
                   DELIMITED BY SIZE INTO REPORT-TITLE-LINE
               PERFORM WRITE-REPORT-TITLE-RTN
               PERFORM REMOVE-PAY-HISTORY-RTN
               PERFORM PRINT-GL-REVERSAL-RTN
               PERFORM RELEASE-PERIOD-RTN
               MOVE 'VOIDED' TO VOID-RESULT
               PERFORM PRINT-VOID-AUDIT-RTN
           END-IF.

      *----Only a completed LIVE run that still owns its period, and
      *----that no later committed run has built on, can be voided;
      *----the journal it posted must be the one supplied to reverse.
       VALIDATE-VOID-RTN.
           MOVE SPACES TO VOID-RESULT
           MOVE SPACES TO LATER-RUN-ID
           IF VOID-USER-ID = SPACES
               MOVE 'NO USER ID' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF
           MOVE VOID-RUN-ID TO RH-RUN-ID
           READ RUN-HISTORY-FILE
               INVALID KEY
                   MOVE 'RUN NOT ON FILE' TO VOID-RESULT
                   GO TO VALIDATE-VOID-EXIT
           END-READ
           MOVE RH-PERIOD-END TO VOID-PERIOD-END
           MOVE RH-NET        TO VOID-RH-NET
           MOVE RH-COMPANY    TO VOID-COMPANY
           IF RH-MODE NOT = 'LIVE '
               MOVE 'NOT A LIVE RUN' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF
           IF RH-STATUS = 'VOIDED'
               MOVE 'ALREADY VOIDED' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF
           IF RH-STATUS NOT = 'COMPLETED'
               MOVE 'NOT COMPLETED' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF

      *----Run identifiers carry their start date and time, so every
      *----run keyed after this one started after it.  A TRIAL run
      *----commits nothing and a voided one has been backed out; any
      *----other -- even one that never completed -- may have drawn
      *----on what this void would put back.  Each company's runs
      *----stand apart: only a later run for the same company is in
      *----the way.
           MOVE 'NO' TO HISTORY-EOF-SWITCH
           START RUN-HISTORY-FILE KEY IS > RH-RUN-ID
               INVALID KEY MOVE 'YES' TO HISTORY-EOF-SWITCH
           END-START
           PERFORM CHECK-LATER-RUN-RTN
               UNTIL HISTORY-EOF-SWITCH = 'YES'
           IF LATER-RUN-ID NOT = SPACES
               MOVE 'LATER RUN EXISTS' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF

           MOVE VOID-PERIOD-END TO PCTL-PERIOD-END
           MOVE 'LIVE '         TO PCTL-MODE
           MOVE VOID-COMPANY    TO PCTL-COMPANY
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE 'PERIOD NOT HELD' TO VOID-RESULT
                   GO TO VALIDATE-VOID-EXIT
           END-READ
           IF PCTL-RUN-ID NOT = VOID-RUN-ID
               MOVE 'PERIOD NOT HELD' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF

      *----An empty GL file is what the payroll leaves when its
      *----journal did not balance: nothing was posted, so nothing
      *----is reversed.
           READ GL-POSTING-FILE
               AT END MOVE 'YES' TO GL-EOF-SWITCH
           END-READ
           IF GL-EOF-SWITCH NOT = 'YES' AND
                   GL-IN-REF NOT = VOID-RUN-ID
               MOVE 'GL FILE MISMATCH' TO VOID-RESULT
               GO TO VALIDATE-VOID-EXIT
           END-IF.
       VALIDATE-VOID-EXIT.
           EXIT.

       CHECK-LATER-RUN-RTN.
           READ RUN-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO HISTORY-EOF-SWITCH
           END-READ
           IF HISTORY-EOF-SWITCH NOT = 'YES'
               IF RH-MODE NOT = 'TRIAL' AND
                       RH-STATUS NOT = 'VOIDED' AND
                       RH-COMPANY = VOID-COMPANY
                   MOVE RH-RUN-ID TO LATER-RUN-ID
                   MOVE 'YES' TO HISTORY-EOF-SWITCH
               END-IF
           END-IF.

      *----Walks the journal entries for the run's period in LIVE
      *----mode, putting each draw back on its master and taking off
      *----the receivable master any overpayment the run posted.
       RESTORE-DRAWS-RTN.
           MOVE LOW-VALUES      TO DJ-KEY
           MOVE VOID-PERIOD-END TO DJ-PERIOD-END
           MOVE 'LIVE '         TO DJ-MODE
           MOVE VOID-COMPANY    TO DJ-COMPANY
           START DRAW-JOURNAL-FILE KEY IS NOT < DJ-KEY
               INVALID KEY MOVE 'YES' TO JOURNAL-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO JOURNAL-EOF-SWITCH
           END-START
           PERFORM RESTORE-ONE-DRAW-RTN
               UNTIL JOURNAL-EOF-SWITCH = 'YES'.

       RESTORE-ONE-DRAW-RTN.
           READ DRAW-JOURNAL-FILE NEXT RECORD
               AT END MOVE 'YES' TO JOURNAL-EOF-SWITCH
           END-READ
           IF JOURNAL-EOF-SWITCH NOT = 'YES'
               IF DJ-PERIOD-END NOT = VOID-PERIOD-END OR
                       DJ-MODE NOT = 'LIVE ' OR
                       DJ-COMPANY NOT = VOID-COMPANY
                   MOVE 'YES' TO JOURNAL-EOF-SWITCH
               END-IF
           END-IF
           IF JOURNAL-EOF-SWITCH NOT = 'YES'
               PERFORM FIND-ITEM-NAME-RTN
               MOVE SPACES    TO VOID-REPORT-OUT
               MOVE DJ-AFM    TO REPORT-AFM
               MOVE ITEM-NAME TO REPORT-NAME
               MOVE DJ-DRAWN  TO REPORT-AMOUNT-1
               EVALUATE DJ-KIND
                 WHEN 'D'
                   PERFORM RESTORE-LOAN-RTN THRU RESTORE-LOAN-EXIT
                 WHEN 'R'
                   PERFORM RESTORE-RECOVERY-RTN
                       THRU RESTORE-RECOVERY-EXIT
                 WHEN 'N'
                   PERFORM REMOVE-OVERPAYMENT-RTN
                       THRU REMOVE-OVERPAYMENT-EXIT
                 WHEN OTHER
                   PERFORM RESTORE-LEAVE-RTN THRU RESTORE-LEAVE-EXIT
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE-RTN
               DELETE DRAW-JOURNAL-FILE RECORD
               IF DRAW-JOURNAL-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR DELETING FROM DRAW-JOURNAL-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' DRAW-JOURNAL-FILE-STATUS
                  GO TO STOPRUN
               END-IF
           END-IF.

      *----The name for the listing from the run's own pay-history
      *----record, still on file while the draws are put back.
       FIND-ITEM-NAME-RTN.
           MOVE SPACES          TO ITEM-NAME
           MOVE DJ-AFM          TO HIST-AFM
           MOVE VOID-PERIOD-END TO HIST-PERIOD-END
           MOVE 'LIVE '         TO HIST-MODE
           MOVE VOID-COMPANY    TO HIST-COMPANY
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-NAME TO ITEM-NAME
           END-READ.

      *----The amount drawn goes back on the balance.  A loan the run
      *----paid off came off the master and is put back with its
      *----original terms; an entry whose sequence has since been
      *----given to another deduction is left for the payroll office.
       RESTORE-LOAN-RTN.
           IF DEDUCTION-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'NO DEDUCTION MST' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO RESTORE-LOAN-EXIT
           END-IF
           MOVE DJ-AFM TO DED-AFM
           MOVE DJ-SEQ TO DED-SEQ
           READ DEDUCTION-MASTER
               INVALID KEY
                   MOVE DJ-AFM          TO DED-AFM
                   MOVE DJ-SEQ          TO DED-SEQ
                   MOVE DJ-DED-CODE     TO DED-CODE
                   MOVE DJ-DED-TYPE     TO DED-TYPE
                   MOVE DJ-DED-AMOUNT   TO DED-AMOUNT
                   MOVE DJ-DED-PCT      TO DED-PCT
                   MOVE DJ-DRAWN        TO DED-BALANCE
                   MOVE DJ-DED-PRIORITY TO DED-PRIORITY
                   WRITE DEDUCTION-RECORD
                   IF DEDUCTION-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR WRITING DEDUCTION-MASTER!!!'
                      DISPLAY 'STATUS-CODE = '
                          DEDUCTION-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE 'A' TO AUDIT-ACTION-SAVE
                   MOVE 'LOAN REOPENED' TO REPORT-ITEM
                   ADD 1 TO LOANS-REOPENED-COUNT
                   ADD DJ-DRAWN TO LOANS-RESTORED-TOTAL
                   PERFORM PRINT-DEDUCTION-AUDIT-RTN
                   MOVE DED-BALANCE TO REPORT-AMOUNT-2
                   GO TO RESTORE-LOAN-EXIT
           END-READ
           IF DED-CODE NOT = DJ-DED-CODE
               MOVE 'SEQ REUSED' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO RESTORE-LOAN-EXIT
           END-IF
           MOVE DED-CODE     TO BEFORE-CODE
           MOVE DED-TYPE     TO BEFORE-TYPE
           MOVE DED-AMOUNT   TO BEFORE-AMOUNT
           MOVE DED-PCT      TO BEFORE-PCT
           MOVE DED-BALANCE  TO BEFORE-BALANCE
           MOVE DED-PRIORITY TO BEFORE-PRIORITY
           ADD DJ-DRAWN TO DED-BALANCE
           REWRITE DEDUCTION-RECORD
           IF DEDUCTION-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR UPDATING DEDUCTION-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' DEDUCTION-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'C' TO AUDIT-ACTION-SAVE
           MOVE 'LOAN RESTORED' TO REPORT-ITEM
           ADD 1 TO LOANS-RESTORED-COUNT
           ADD DJ-DRAWN TO LOANS-RESTORED-TOTAL
           PERFORM PRINT-DEDUCTION-AUDIT-RTN
           MOVE DED-BALANCE TO REPORT-AMOUNT-2.
       RESTORE-LOAN-EXIT.
           EXIT.

       PRINT-DEDUCTION-AUDIT-RTN.
           MOVE DED-CODE          TO AFTER-CODE
           MOVE DED-TYPE          TO AFTER-TYPE
           MOVE DED-AMOUNT        TO AFTER-AMOUNT
           MOVE DED-PCT           TO AFTER-PCT
           MOVE DED-BALANCE       TO AFTER-BALANCE
           MOVE DED-PRIORITY      TO AFTER-PRIORITY
           MOVE SPACES            TO DEDUCTION-AUDIT-OUT
           MOVE RUN-DATE          TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE   TO AUDIT-TIME
           MOVE AUDIT-ACTION-SAVE TO AUDIT-ACTION
           MOVE DED-AFM           TO AUDIT-AFM
           MOVE DED-SEQ           TO AUDIT-SEQ
           MOVE BEFORE-IMAGE      TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE       TO AUDIT-AFTER-IMAGE
           MOVE 'RESTORED AT VOID' TO AUDIT-RESULT
           MOVE X'0D0A'           TO AUDIT-CRLF
           WRITE DEDUCTION-AUDIT-OUT
           IF DEDUCTION-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING DEDUCTION-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' DEDUCTION-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----The hours drawn come off the hours taken, never below nil.
       RESTORE-LEAVE-RTN.
           IF LEAVE-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'NO LEAVE FILE' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO RESTORE-LEAVE-EXIT
           END-IF
           MOVE DJ-AFM TO LB-AFM
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'NO LEAVE RECORD' TO REPORT-ITEM
                   ADD 1 TO EXCEPTION-COUNT
                   GO TO RESTORE-LEAVE-EXIT
           END-READ
           IF LB-TAKEN < DJ-DRAWN
               MOVE 0 TO LB-TAKEN
           ELSE
               SUBTRACT DJ-DRAWN FROM LB-TAKEN
           END-IF
           REWRITE LEAVE-BALANCE-RECORD
           IF LEAVE-BALANCE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR UPDATING LEAVE-BALANCE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' LEAVE-BALANCE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'LEAVE RESTORED' TO REPORT-ITEM
           MOVE LB-TAKEN TO REPORT-AMOUNT-2
           ADD 1 TO LEAVE-RESTORED-COUNT.
       RESTORE-LEAVE-EXIT.
           EXIT.

      *----What the run recovered goes back on the item it came off;
      *----an item the recovery cleared came off the master and is put
      *----back from the journal's copy of its origin.  An item whose
      *----sequence now carries another overpayment is left for the
      *----payroll office.
       RESTORE-RECOVERY-RTN.
           IF RECEIVABLE-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'NO RECEIVABLES' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO RESTORE-RECOVERY-EXIT
           END-IF
           MOVE DJ-AFM TO RCV-AFM
           MOVE DJ-SEQ TO RCV-SEQ
           READ RECEIVABLE-MASTER
               INVALID KEY
                   MOVE SPACES             TO RECEIVABLE-RECORD
                   MOVE DJ-AFM             TO RCV-AFM
                   MOVE DJ-SEQ             TO RCV-SEQ
                   MOVE DJ-RCV-TYPE        TO RCV-TYPE
                   MOVE DJ-RCV-ORIGIN-DATE TO RCV-ORIGIN-DATE
                   MOVE DJ-RCV-ORIGIN-REF  TO RCV-ORIGIN-REF
                   MOVE DJ-RCV-ORIGINAL    TO RCV-ORIGINAL
                   MOVE DJ-DRAWN           TO RCV-BALANCE
                   MOVE 0                  TO RCV-LAST-RECOVERY
                   MOVE VOID-COMPANY       TO RCV-COMPANY
                   WRITE RECEIVABLE-RECORD
                   IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR WRITING RECEIVABLE-MASTER!!!'
                      DISPLAY 'STATUS-CODE = '
                          RECEIVABLE-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   MOVE SPACES TO RCV-BEFORE-IMAGE
                   MOVE 'A' TO AUDIT-ACTION-SAVE
                   MOVE 'RESTORED AT VOID' TO RCV-AUDIT-RESULT-TEXT
                   MOVE 'ITEM REOPENED' TO REPORT-ITEM
                   ADD 1 TO RECOVERIES-RESTORED-COUNT
                   PERFORM PRINT-RECEIVABLE-AUDIT-RTN
                   MOVE RCV-BALANCE TO REPORT-AMOUNT-2
                   GO TO RESTORE-RECOVERY-EXIT
           END-READ
           IF RCV-ORIGIN-REF NOT = DJ-RCV-ORIGIN-REF OR
                   RCV-ORIGIN-DATE NOT = DJ-RCV-ORIGIN-DATE
               MOVE 'SEQ REUSED' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO RESTORE-RECOVERY-EXIT
           END-IF
           PERFORM SAVE-RECEIVABLE-BEFORE-RTN
           ADD DJ-DRAWN TO RCV-BALANCE
           REWRITE RECEIVABLE-RECORD
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR UPDATING RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'C' TO AUDIT-ACTION-SAVE
           MOVE 'RESTORED AT VOID' TO RCV-AUDIT-RESULT-TEXT
           MOVE 'RECOVERY BACK' TO REPORT-ITEM
           ADD 1 TO RECOVERIES-RESTORED-COUNT
           PERFORM PRINT-RECEIVABLE-AUDIT-RTN
           MOVE RCV-BALANCE TO REPORT-AMOUNT-2.
       RESTORE-RECOVERY-EXIT.
           EXIT.

      *----An overpayment the run posted from a negative net is taken
      *----off again, since the voided run's net never stood.  One
      *----already partly recovered or written off since has been
      *----acted on by the office and is left for them.
       REMOVE-OVERPAYMENT-RTN.
           IF RECEIVABLE-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'NO RECEIVABLES' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO REMOVE-OVERPAYMENT-EXIT
           END-IF
           MOVE DJ-AFM TO RCV-AFM
           MOVE DJ-SEQ TO RCV-SEQ
           READ RECEIVABLE-MASTER
               INVALID KEY
                   MOVE 'OVERPAYMENT GONE' TO REPORT-ITEM
                   ADD 1 TO EXCEPTION-COUNT
                   GO TO REMOVE-OVERPAYMENT-EXIT
           END-READ
           IF RCV-ORIGIN-REF NOT = DJ-RCV-ORIGIN-REF OR
                   RCV-ORIGIN-DATE NOT = DJ-RCV-ORIGIN-DATE
               MOVE 'SEQ REUSED' TO REPORT-ITEM
               ADD 1 TO EXCEPTION-COUNT
               GO TO REMOVE-OVERPAYMENT-EXIT
           END-IF
           IF RCV-BALANCE NOT = RCV-ORIGINAL
               MOVE 'PART RECOVERED' TO REPORT-ITEM
               MOVE RCV-BALANCE TO REPORT-AMOUNT-2
               ADD 1 TO EXCEPTION-COUNT
               GO TO REMOVE-OVERPAYMENT-EXIT
           END-IF
           PERFORM SAVE-RECEIVABLE-BEFORE-RTN
           DELETE RECEIVABLE-MASTER RECORD
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES TO RECEIVABLE-RECORD
           MOVE DJ-AFM TO RCV-AFM
           MOVE DJ-SEQ TO RCV-SEQ
           MOVE 'D' TO AUDIT-ACTION-SAVE
           MOVE 'REMOVED AT VOID' TO RCV-AUDIT-RESULT-TEXT
           MOVE 'OVERPAYMENT OFF' TO REPORT-ITEM
           ADD 1 TO OVERPAYMENTS-REMOVED-COUNT
           PERFORM PRINT-RECEIVABLE-AUDIT-RTN.
       REMOVE-OVERPAYMENT-EXIT.
           EXIT.

       SAVE-RECEIVABLE-BEFORE-RTN.
           MOVE RCV-TYPE        TO RCV-BEFORE-TYPE
           MOVE RCV-ORIGIN-DATE TO RCV-BEFORE-ORIGIN-DATE
           MOVE RCV-ORIGIN-REF  TO RCV-BEFORE-ORIGIN-REF
           MOVE RCV-ORIGINAL    TO RCV-BEFORE-ORIGINAL
           MOVE RCV-BALANCE     TO RCV-BEFORE-BALANCE.

      *----A removed item leaves the after image blank.
       PRINT-RECEIVABLE-AUDIT-RTN.
           IF AUDIT-ACTION-SAVE = 'D'
               MOVE SPACES TO RCV-AFTER-IMAGE
           ELSE
               MOVE RCV-TYPE        TO RCV-AFTER-TYPE
               MOVE RCV-ORIGIN-DATE TO RCV-AFTER-ORIGIN-DATE
               MOVE RCV-ORIGIN-REF  TO RCV-AFTER-ORIGIN-REF
               MOVE RCV-ORIGINAL    TO RCV-AFTER-ORIGINAL
               MOVE RCV-BALANCE     TO RCV-AFTER-BALANCE
           END-IF
           MOVE SPACES                TO RECEIVABLE-AUDIT-OUT
           MOVE RUN-DATE              TO RCV-AUDIT-DATE
           MOVE AUDIT-TIME-SAVE       TO RCV-AUDIT-TIME
           MOVE AUDIT-ACTION-SAVE     TO RCV-AUDIT-ACTION
           MOVE RCV-AFM               TO RCV-AUDIT-AFM
           MOVE RCV-SEQ               TO RCV-AUDIT-SEQ
           MOVE RCV-BEFORE-IMAGE      TO RCV-AUDIT-BEFORE-IMAGE
           MOVE RCV-AFTER-IMAGE       TO RCV-AUDIT-AFTER-IMAGE
           MOVE RCV-AUDIT-RESULT-TEXT TO RCV-AUDIT-RESULT
           MOVE X'0D0A'               TO RCV-AUDIT-CRLF
           WRITE RECEIVABLE-AUDIT-OUT
           IF RECEIVABLE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RECEIVABLE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----Pay history is keyed by AFM first, so the run's period in
      *----LIVE mode for the run's company is picked out of a full
      *----pass; each record comes off that company's year-to-date
      *----and is then deleted.
       REMOVE-PAY-HISTORY-RTN.
           MOVE LOW-VALUES TO HIST-KEY
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO PAY-HISTORY-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO PAY-HISTORY-EOF-SWITCH
           END-START
           PERFORM REMOVE-ONE-HISTORY-RTN
               UNTIL PAY-HISTORY-EOF-SWITCH = 'YES'.

       REMOVE-ONE-HISTORY-RTN.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PAY-HISTORY-EOF-SWITCH
           END-READ
           IF PAY-HISTORY-EOF-SWITCH NOT = 'YES'
               IF HIST-PERIOD-END = VOID-PERIOD-END AND
                       HIST-MODE = 'LIVE ' AND
                       HIST-COMPANY = VOID-COMPANY
                   PERFORM REMOVE-HISTORY-RECORD-RTN
               END-IF
           END-IF.

       REMOVE-HISTORY-RECORD-RTN.
           MOVE SPACES     TO VOID-REPORT-OUT
           MOVE HIST-AFM   TO REPORT-AFM
           MOVE HIST-NAME  TO REPORT-NAME
           MOVE HIST-GROSS TO REPORT-AMOUNT-1
           MOVE HIST-TAXES TO REPORT-AMOUNT-2
           MOVE HIST-NET   TO REPORT-AMOUNT-3
           MOVE HIST-COMPANY TO YTD-COMPANY
           MOVE HIST-AFM   TO YTD-AFM
           READ EMPLOYEE-YTD-MASTER
               INVALID KEY
                   MOVE 'NO YTD RECORD' TO REPORT-ITEM
                   ADD 1 TO EXCEPTION-COUNT
               NOT INVALID KEY
                   SUBTRACT HIST-GROSS FROM YTD-GROSS
                   SUBTRACT HIST-TAXES FROM YTD-TAXES
                   SUBTRACT HIST-NET   FROM YTD-NET
                   REWRITE YTD-MASTER-RECORD
                   IF YTD-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR UPDATING EMPLOYEE-YTD-MASTER!!!'
                      DISPLAY 'STATUS-CODE = ' YTD-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   MOVE 'HISTORY REMOVED' TO REPORT-ITEM
           END-READ
           PERFORM WRITE-REPORT-LINE-RTN
           DELETE PAY-HISTORY-FILE RECORD
           IF PAY-HISTORY-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM PAY-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-HISTORY-FILE-STATUS
              GO TO STOPRUN
           END-IF
           ADD 1 TO HISTORY-REMOVED-COUNT
           ADD HIST-GROSS TO GROSS-REMOVED-TOTAL
           ADD HIST-TAXES TO TAXES-REMOVED-TOTAL
           ADD HIST-NET   TO NET-REMOVED-TOTAL.

      *----Every line the run posted, totals line included, with the
      *----debit and credit columns exchanged.
       PRINT-GL-REVERSAL-RTN.
           PERFORM WRITE-GL-REVERSAL-RTN
               UNTIL GL-EOF-SWITCH = 'YES'
           IF GL-LINES-COUNT = 0
               MOVE SPACES TO VOID-REPORT-TITLE
               MOVE 'THE RUN POSTED NO GL JOURNAL -- NONE REVERSED'
                   TO REPORT-TITLE-LINE
               PERFORM WRITE-REPORT-TITLE-RTN
           END-IF.

       WRITE-GL-REVERSAL-RTN.
           MOVE SPACES            TO GL-POSTING-OUT
           MOVE RUN-DATE          TO GL-OUT-DATE
           MOVE JOURNAL-REFERENCE TO GL-OUT-REF
           MOVE GL-IN-LEDGER      TO GL-OUT-LEDGER
           MOVE GL-IN-ACCOUNT     TO GL-OUT-ACCOUNT
           MOVE GL-IN-CR          TO GL-OUT-DR
           MOVE GL-IN-DR          TO GL-OUT-CR
           MOVE X'0D0A'           TO GL-OUT-CRLF
           WRITE GL-POSTING-OUT
           IF VOID-GL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING VOID-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-GL-FILE-STATUS
              GO TO STOPRUN
           END-IF
           ADD 1 TO GL-LINES-COUNT
           READ GL-POSTING-FILE
               AT END MOVE 'YES' TO GL-EOF-SWITCH.

      *----The period is opened for a corrected LIVE run and the run
      *----itself marked void, in that order.
       RELEASE-PERIOD-RTN.
           MOVE VOID-PERIOD-END TO PCTL-PERIOD-END
           MOVE 'LIVE '         TO PCTL-MODE
           MOVE VOID-COMPANY    TO PCTL-COMPANY
           DELETE PERIOD-CONTROL-FILE RECORD
           IF PERIOD-CONTROL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM PERIOD-CONTROL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PERIOD-CONTROL-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE VOID-RUN-ID TO RH-RUN-ID
           READ RUN-HISTORY-FILE
               INVALID KEY
                  DISPLAY '***ERROR READING RUN-HISTORY-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' RUN-HISTORY-FILE-STATUS
                  GO TO STOPRUN
           END-READ
           MOVE 'VOIDED' TO RH-STATUS
           REWRITE RUN-HISTORY-RECORD
           IF RUN-HISTORY-FILE-STATUS NOT = 0
              DISPLAY '***ERROR UPDATING RUN-HISTORY-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RUN-HISTORY-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       PRINT-VOID-AUDIT-RTN.
           MOVE SPACES          TO VOID-AUDIT-OUT
           MOVE RUN-DATE        TO VOID-AUDIT-DATE
           MOVE AUDIT-TIME-SAVE TO VOID-AUDIT-TIME
           MOVE VOID-RUN-ID     TO VOID-AUDIT-RUN-ID
           MOVE VOID-PERIOD-END TO VOID-AUDIT-PERIOD-END
           MOVE VOID-USER-ID    TO VOID-AUDIT-USER-ID
           MOVE VOID-RESULT     TO VOID-AUDIT-RESULT
           MOVE VOID-REASON     TO VOID-AUDIT-REASON
           MOVE X'0D0A'         TO VOID-AUDIT-CRLF
           WRITE VOID-AUDIT-OUT
           IF VOID-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING VOID-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-REPORT-TITLE-RTN.
           MOVE X'0D0A' TO REPORT-TITLE-CRLF
           WRITE VOID-REPORT-TITLE
           IF VOID-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING VOID-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES  TO VOID-REPORT-TITLE
           MOVE ALL '=' TO REPORT-TITLE-LINE
           MOVE X'0D0A' TO REPORT-TITLE-CRLF
           WRITE VOID-REPORT-TITLE
           IF VOID-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING VOID-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-REPORT-LINE-RTN.
           MOVE X'0D0A' TO REPORT-CRLF
           WRITE VOID-REPORT-OUT
           IF VOID-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING VOID-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' VOID-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'RUN ' VOID-RUN-ID ': ' VOID-RESULT
           MOVE LOANS-RESTORED-COUNT TO COUNT-Z
           DISPLAY 'LOAN BALANCES RESTORED:      ' COUNT-Z
           MOVE LOANS-REOPENED-COUNT TO COUNT-Z
           DISPLAY 'REPAID LOANS REOPENED:       ' COUNT-Z
           MOVE LOANS-RESTORED-TOTAL TO TOTAL-Z
           DISPLAY 'LOAN AMOUNT PUT BACK: ' TOTAL-Z
           MOVE LEAVE-RESTORED-COUNT TO COUNT-Z
           DISPLAY 'LEAVE BALANCES RESTORED:     ' COUNT-Z
           MOVE RECOVERIES-RESTORED-COUNT TO COUNT-Z
           DISPLAY 'OVERPAYMENT RECOVERIES BACK: ' COUNT-Z
           MOVE OVERPAYMENTS-REMOVED-COUNT TO COUNT-Z
           DISPLAY 'OVERPAYMENTS TAKEN OFF:      ' COUNT-Z
           MOVE HISTORY-REMOVED-COUNT TO COUNT-Z
           DISPLAY 'PAY HISTORY RECORDS REMOVED: ' COUNT-Z
           MOVE GROSS-REMOVED-TOTAL TO TOTAL-Z
           DISPLAY 'GROSS OFF YEAR-TO-DATE: ' TOTAL-Z
           MOVE TAXES-REMOVED-TOTAL TO TOTAL-Z
           DISPLAY 'TAXES OFF YEAR-TO-DATE: ' TOTAL-Z
           MOVE NET-REMOVED-TOTAL TO TOTAL-Z
           DISPLAY 'NET OFF YEAR-TO-DATE:   ' TOTAL-Z
           MOVE VOID-RH-NET TO TOTAL-Z
           DISPLAY 'NET ON THE RUN RECORD:  ' TOTAL-Z
           MOVE GL-LINES-COUNT TO COUNT-Z
           DISPLAY 'GL LINES REVERSED:           ' COUNT-Z
           MOVE EXCEPTION-COUNT TO COUNT-Z
           DISPLAY 'ITEMS LEFT FOR THE OFFICE:   ' COUNT-Z
           IF VOID-RESULT = 'VOIDED'
               DISPLAY 'ANY BANK TRANSFER FILE ALREADY RELEASED FOR'
                   ' THIS RUN MUST BE RECALLED WITH THE BANK'
           END-IF.

       END PROGRAM RUN-VOID.
