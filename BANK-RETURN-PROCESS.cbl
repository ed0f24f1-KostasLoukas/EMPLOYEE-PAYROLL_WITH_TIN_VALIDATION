       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RETURN-PROCESS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-RETURN-FILE-STATUS.

           SELECT BANK-SENT-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-SENT-FILE-STATUS.

           SELECT BANK-RETURN-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RTM-KEY
             FILE STATUS IS BANK-RETURN-MASTER-STATUS.

           SELECT BANK-ACCOUNT-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BA-KEY
             FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.

           SELECT BANK-ACCOUNT-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-ACCOUNT-AUDIT-FILE-STATUS.

           SELECT BANK-REISSUE-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-REISSUE-FILE-STATUS.

           SELECT RETURN-GL-FILE ASSIGN TO DISK
             FILE STATUS IS RETURN-GL-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

           SELECT BANK-RETURN-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS BANK-RETURN-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----The bank's return file: one line per bounced credit,
      *----echoing the run identifier of the transfer file it came
      *----from, the AFM reference, the IBAN and the amount, plus the
      *----bank's reason code.
       FD  BANK-RETURN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS BANK-RETURN-IN.
       01  BANK-RETURN-IN.
           05 RTN-RUN-ID                        PIC X(15).
           05 RTN-REFERENCE                     PIC X(09).
           05 RTN-IBAN                          PIC X(34).
           05 RTN-AMOUNT                        PIC 9(06)V99.
           05 RTN-REASON                        PIC X(04).
           05 RTN-CRLF                          PIC X(02).
      *----The transfer file exactly as EMPLOYEE-PAYROLL released it
      *----to the bank: credit lines, the batch total line and the
      *----run identifier line, which also names the paying company.
       FD  BANK-SENT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BANK-SENT-IN.
       01  BANK-SENT-IN.
           05 SENT-IBAN                         PIC X(34).
           05 FILLER                            PIC X(02).
           05 SENT-REFERENCE                    PIC X(09).
           05 FILLER                            PIC X(02).
           05 SENT-NAME                         PIC X(20).
           05 FILLER                            PIC X(02).
           05 SENT-AMOUNT                       PIC Z(05)9,99.
           05 SENT-CRLF                         PIC X(02).
       01  BANK-SENT-RUN-TRAILER.
           05 SENT-TRAILER-LABEL                PIC X(20).
           05 FILLER                            PIC X(02).
           05 SENT-TRAILER-RUN-ID               PIC X(15).
           05 FILLER                            PIC X(02).
           05 SENT-TRAILER-COMPANY              PIC X(02).
           05 FILLER                            PIC X(39).
      *----One record per returned credit, keyed by the run it went
      *----out in, the AFM and the IBAN it bounced from: 'R' while the
      *----money waits for a corrected account, 'I' once re-issued.
      *----RTM-COMPANY is the company whose payroll paid the credit,
      *----and only that company's run re-issues it; returns recorded
      *----before the code was kept are blank and taken up by the
      *----next run, which stamps its own code on the re-issue.
       FD  BANK-RETURN-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 158 CHARACTERS
           DATA RECORD IS BANK-RETURN-RECORD.
       01  BANK-RETURN-RECORD.
           05 RTM-KEY.
               10 RTM-RUN-ID                    PIC X(15).
               10 RTM-AFM                       PIC X(09).
               10 RTM-IBAN                      PIC X(34).
           05 RTM-NAME                          PIC X(20).
           05 RTM-AMOUNT                        PIC 9(06)V99.
           05 RTM-REASON                        PIC X(04).
           05 RTM-RETURN-DATE                   PIC 9(08).
           05 RTM-STATUS                        PIC X(01).
           05 RTM-REISSUE-DATE                  PIC 9(08).
           05 RTM-REISSUE-RUN-ID                PIC X(15).
           05 RTM-REISSUE-IBAN                  PIC X(34).
           05 RTM-COMPANY                       PIC X(02).
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
      *----Suspensions go on BANK-ACCOUNT-MAINT's own trail, so every
      *----change to an account is in one place.
       FD  BANK-ACCOUNT-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS BANK-ACCOUNT-AUDIT-OUT.
       01  BANK-ACCOUNT-AUDIT-OUT.
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
           05 AUDIT-BEFORE-IMAGE               PIC X(34).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(34).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
      *----The re-issued credits, in the payroll's transfer-file
      *----layout and with the same two trailer lines, stamped with
      *----this run's identifier.
       FD  BANK-REISSUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BANK-TRANSFER-OUT.
       01  BANK-TRANSFER-OUT.
           05 BANK-TRANSFER-IBAN                PIC X(34).
           05 FILLER                            PIC X(02).
           05 BANK-TRANSFER-REFERENCE           PIC X(09).
           05 FILLER                            PIC X(02).
           05 BANK-TRANSFER-NAME                PIC X(20).
           05 FILLER                            PIC X(02).
           05 BANK-TRANSFER-AMOUNT              PIC Z(05)9,99.
           05 BANK-TRANSFER-CRLF                PIC X(02).
       01  BANK-TRANSFER-TRAILER.
           05 BANK-TRANSFER-TRAILER-LABEL       PIC X(20).
           05 FILLER                            PIC X(02).
           05 BANK-TRANSFER-TRAILER-COUNT       PIC Z(05)9.
           05 FILLER                            PIC X(02).
           05 BANK-TRANSFER-TRAILER-TOTAL
                   PIC Z(03).Z(02)9,99.
           05 FILLER                            PIC X(38).
           05 BANK-TRANSFER-TRAILER-CRLF        PIC X(02).
       01  BANK-TRANSFER-RUN-TRAILER.
           05 BANK-RUN-TRAILER-LABEL            PIC X(20).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-ID               PIC X(15).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-COMPANY          PIC X(02).
           05 FILLER                            PIC X(02).
           05 BANK-RUN-TRAILER-DEBTOR-IBAN      PIC X(34).
           05 FILLER                            PIC X(01).
           05 BANK-RUN-TRAILER-CRLF             PIC X(02).
      *----Journal lines in the payroll's GL posting layout: a return
      *----puts the money back in the bank and reopens the liability
      *----to the employee; a re-issue pays it out again.
       FD  RETURN-GL-FILE
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
           05 GL-OUT-DR
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 GL-OUT-CR
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 GL-OUT-CRLF                       PIC X(02).
      *----The company this run works for, and its master record:
      *----the account re-issues are paid from and the ledger its
      *----journal goes to.
       FD  COMPANY-PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS COMPANY-PARM-IN.
       01  COMPANY-PARM-IN.
           05 COMPANY-PARM-CODE                 PIC X(02).
           05 COMPANY-PARM-CRLF                 PIC X(02).
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
      *----Three sections: the returns read this run, the credits
      *----re-issued this run, and every return still waiting for a
      *----corrected account.
       FD  BANK-RETURN-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS RETURN-REPORT-OUT.
       01  RETURN-REPORT-OUT.
           05 REPORT-AFM                        PIC X(09).
           05 FILLER                            PIC X(02).
           05 REPORT-NAME                       PIC X(20).
           05 FILLER                            PIC X(02).
           05 REPORT-IBAN                       PIC X(34).
           05 FILLER                            PIC X(02).
           05 REPORT-AMOUNT                     PIC Z(05)9,99.
           05 FILLER                            PIC X(02).
           05 REPORT-TEXT                       PIC X(20).
           05 REPORT-CRLF                       PIC X(02).
       01  RETURN-REPORT-TITLE.
           05 REPORT-TITLE-LINE                 PIC X(100).
           05 REPORT-TITLE-CRLF                 PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 BANK-RETURN-FILE-STATUS          PIC 99.
           05 BANK-SENT-FILE-STATUS            PIC 99.
           05 BANK-RETURN-MASTER-STATUS        PIC 99.
           05 BANK-ACCOUNT-FILE-STATUS         PIC 99.
           05 BANK-ACCOUNT-AUDIT-FILE-STATUS   PIC 99.
           05 BANK-REISSUE-FILE-STATUS         PIC 99.
           05 RETURN-GL-FILE-STATUS            PIC 99.
           05 BANK-RETURN-REPORT-FILE-STATUS   PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 RUN-COMPANY-IBAN                 PIC X(34).
           05 RUN-COMPANY-LEDGER               PIC X(04).
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RETURN-AVAILABLE-SWITCH          PIC X(03) VALUE 'NO'.
           05 SENT-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RTM-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
           05 ACCT-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 RUN-ID                           PIC X(15).
           05 SENT-RUN-ID                      PIC X(15).
           05 SENT-COMPANY                     PIC X(02).
           05 REJECT-CAUSE                     PIC X(20).
      *----The credits of the released transfer file, each matched
      *----at most once.
           05 SENT-COUNT                       COMP PIC 9(04) VALUE 0.
           05 SENT-TABLE OCCURS 5000 TIMES.
               10 SENT-TBL-IBAN                 PIC X(34).
               10 SENT-TBL-REFERENCE            PIC X(09).
               10 SENT-TBL-NAME                 PIC X(20).
               10 SENT-TBL-AMOUNT               COMP PIC 9(06)V99.
               10 SENT-TBL-MATCHED              PIC X(01).
           05 SENT-IDX                         COMP PIC 9(04) VALUE 0.
           05 MATCH-IDX                        COMP PIC 9(04) VALUE 0.
           05 SENT-AMOUNT-NUM                  PIC 9(06)V99 VALUE 0.
      *----The account a re-issue goes to: the employee's last active
      *----account in SEQ order, the one the payroll gives the
      *----remainder to.
           05 REISSUE-IBAN                     PIC X(34).
           05 SUSPEND-SEQ                      PIC 9(02).
           05 RETURN-READ-COUNT                COMP PIC 9(06) VALUE 0.
           05 RETURN-ACCEPTED-COUNT            COMP PIC 9(06) VALUE 0.
           05 RETURN-REJECTED-COUNT            COMP PIC 9(06) VALUE 0.
           05 SUSPENDED-COUNT                  COMP PIC 9(06) VALUE 0.
           05 REISSUED-COUNT                   COMP PIC 9(06) VALUE 0.
           05 AWAITING-COUNT                   COMP PIC 9(06) VALUE 0.
           05 RETURNED-TOTAL                   COMP PIC S9(08)V99
                   VALUE 0.
           05 REISSUED-TOTAL                   COMP PIC S9(08)V99
                   VALUE 0.
           05 AWAITING-TOTAL                   COMP PIC S9(08)V99
                   VALUE 0.
           05 GL-DR-TOTAL                      COMP PIC S9(10)V99
                   VALUE 0.
           05 GL-CR-TOTAL                      COMP PIC S9(10)V99
                   VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
           05 TOTAL-Z                          PIC Z(03).Z(02)9,99-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE BANK-RETURN-MASTER, BANK-ACCOUNT-FILE,
               BANK-ACCOUNT-AUDIT-FILE, BANK-REISSUE-FILE,
               RETURN-GL-FILE, BANK-RETURN-REPORT-FILE.
           IF RETURN-AVAILABLE-SWITCH = 'YES'
              CLOSE BANK-RETURN-FILE, BANK-SENT-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.
           MOVE SPACES TO RUN-ID.
           STRING 'B' RUN-DATE AUDIT-TIME-SAVE
               DELIMITED BY SIZE INTO RUN-ID.

      *----Returns are worked one company at a time, as the payroll
      *----pays them.
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
           MOVE CO-IBAN   TO RUN-COMPANY-IBAN.
           MOVE CO-LEDGER TO RUN-COMPANY-LEDGER.

      *----No return file is a normal run too: it only re-issues
      *----whatever has had its account corrected since last time.
           OPEN INPUT BANK-RETURN-FILE.
           EVALUATE BANK-RETURN-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO RETURN-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO RETURN-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: BANK-RETURN-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----Returns are only matched against the transfer file they
      *----came back from, so that file must be at hand with them.
           IF RETURN-AVAILABLE-SWITCH = 'YES'
              OPEN INPUT BANK-SENT-FILE
              IF BANK-SENT-FILE-STATUS NOT = 0
                 DISPLAY 'ERROR OPENING INPUT FILE: BANK-SENT-FILE!!!'
                 DISPLAY 'STATUS-CODE = ' BANK-SENT-FILE-STATUS
                 CLOSE BANK-RETURN-FILE
                 MOVE 'NO' TO RETURN-AVAILABLE-SWITCH
                 GO TO STOPRUN
              END-IF
           END-IF.

           OPEN I-O BANK-RETURN-MASTER.
           IF BANK-RETURN-MASTER-STATUS = 35
              OPEN OUTPUT BANK-RETURN-MASTER
              CLOSE BANK-RETURN-MASTER
              OPEN I-O BANK-RETURN-MASTER
           END-IF
           IF BANK-RETURN-MASTER-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: BANK-RETURN-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-MASTER-STATUS
              GO TO STOPRUN.

           OPEN I-O BANK-ACCOUNT-FILE.
           IF BANK-ACCOUNT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: BANK-ACCOUNT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-ACCOUNT-FILE-STATUS
              GO TO STOPRUN.

           OPEN EXTEND BANK-ACCOUNT-AUDIT-FILE.
           IF BANK-ACCOUNT-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT BANK-ACCOUNT-AUDIT-FILE
           END-IF
           IF BANK-ACCOUNT-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: BANK-ACCOUNT-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-ACCOUNT-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT BANK-REISSUE-FILE.
           IF BANK-REISSUE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: BANK-REISSUE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-REISSUE-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT RETURN-GL-FILE.
           IF RETURN-GL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: RETURN-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETURN-GL-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT BANK-RETURN-REPORT-FILE.
           IF BANK-RETURN-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: BANK-RETURN-REPORT'
                  '-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-REPORT-FILE-STATUS
              GO TO STOPRUN.

           IF RETURN-AVAILABLE-SWITCH = 'YES'
              PERFORM LOAD-SENT-FILE-RTN
           END-IF.

      *----The released transfer file into the table; its run
      *----identifier line names the run every return must quote and
      *----the company that paid it, which must be this run's (a file
      *----from before companies were kept names none).
       LOAD-SENT-FILE-RTN.
           MOVE SPACES TO SENT-RUN-ID
           MOVE SPACES TO SENT-COMPANY
           MOVE 'NO' TO SENT-EOF-SWITCH
           PERFORM READ-SENT-NEXT-RTN
               UNTIL SENT-EOF-SWITCH = 'YES'
           IF SENT-RUN-ID = SPACES
              DISPLAY '***BANK-SENT-FILE HAS NO RUN ID LINE -- NOT A'
                  ' RELEASED TRANSFER FILE!!!'
              GO TO STOPRUN
           END-IF
           IF SENT-COMPANY NOT = SPACES AND
                   SENT-COMPANY NOT = RUN-COMPANY
              DISPLAY '***BANK-SENT-FILE WAS PAID BY COMPANY '
                  SENT-COMPANY ', NOT ' RUN-COMPANY '!!!'
              GO TO STOPRUN
           END-IF.

       READ-SENT-NEXT-RTN.
           READ BANK-SENT-FILE
               AT END MOVE 'YES' TO SENT-EOF-SWITCH
           END-READ
           IF SENT-EOF-SWITCH NOT = 'YES'
               EVALUATE SENT-TRAILER-LABEL
                 WHEN 'RUN ID'
                   MOVE SENT-TRAILER-RUN-ID TO SENT-RUN-ID
                   MOVE SENT-TRAILER-COMPANY TO SENT-COMPANY
                 WHEN 'BATCH TOTAL'
                   CONTINUE
                 WHEN OTHER
                   IF SENT-COUNT NOT < 5000
                      DISPLAY '***MORE THAN 5000 CREDITS IN'
                          ' BANK-SENT-FILE!!!'
                      GO TO STOPRUN
                   END-IF
                   ADD 1 TO SENT-COUNT
                   MOVE SENT-AMOUNT    TO SENT-AMOUNT-NUM
                   MOVE SENT-IBAN      TO SENT-TBL-IBAN(SENT-COUNT)
                   MOVE SENT-REFERENCE TO
                       SENT-TBL-REFERENCE(SENT-COUNT)
                   MOVE SENT-NAME      TO SENT-TBL-NAME(SENT-COUNT)
                   MOVE SENT-AMOUNT-NUM TO SENT-TBL-AMOUNT(SENT-COUNT)
                   MOVE 'N'            TO SENT-TBL-MATCHED(SENT-COUNT)
               END-EVALUATE
           END-IF.

       MAIN-RTN.
           MOVE SPACES TO RETURN-REPORT-TITLE
           STRING 'BANK RETURNS RECEIVED -- RUN DATE ' RUN-DATE
               '   RUN ID ' RUN-ID '   COMPANY ' RUN-COMPANY
               DELIMITED BY SIZE INTO REPORT-TITLE-LINE
           PERFORM WRITE-REPORT-TITLE-RTN
           IF RETURN-AVAILABLE-SWITCH = 'YES'
               READ BANK-RETURN-FILE
                    AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
               PERFORM PROCESS-ONE-RETURN-RTN
                   UNTIL DATA-REMAINS-SWITCH = 'NO'
           END-IF

      *----Every return still open is tried for re-issue; what cannot
      *----go yet is listed as waiting.
           MOVE SPACES TO RETURN-REPORT-TITLE
           MOVE 'CREDITS RE-ISSUED TO A CORRECTED ACCOUNT' TO
               REPORT-TITLE-LINE
           PERFORM WRITE-REPORT-TITLE-RTN
           MOVE LOW-VALUES TO RTM-KEY
           START BANK-RETURN-MASTER KEY IS NOT < RTM-KEY
               INVALID KEY MOVE 'YES' TO RTM-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RTM-EOF-SWITCH
           END-START
           PERFORM REISSUE-ONE-RETURN-RTN
               UNTIL RTM-EOF-SWITCH = 'YES'

           MOVE SPACES TO RETURN-REPORT-TITLE
           MOVE 'RETURNS AWAITING RE-PAYMENT' TO REPORT-TITLE-LINE
           PERFORM WRITE-REPORT-TITLE-RTN
           MOVE LOW-VALUES TO RTM-KEY
           START BANK-RETURN-MASTER KEY IS NOT < RTM-KEY
               INVALID KEY MOVE 'YES' TO RTM-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RTM-EOF-SWITCH
           END-START
           PERFORM LIST-ONE-AWAITING-RTN
               UNTIL RTM-EOF-SWITCH = 'YES'.

       PROCESS-ONE-RETURN-RTN.
           ADD 1 TO RETURN-READ-COUNT
           PERFORM APPLY-RETURN-RTN THRU APPLY-RETURN-EXIT
           READ BANK-RETURN-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.

      *----A return must quote the run of the transfer file at hand
      *----and match one of its credits on AFM, IBAN and amount;
      *----each credit can come back only once.
       APPLY-RETURN-RTN.
           MOVE SPACES TO REJECT-CAUSE
           MOVE 0 TO MATCH-IDX
           IF RTN-AMOUNT NOT NUMERIC
               MOVE 'BAD AMOUNT' TO REJECT-CAUSE
               GO TO APPLY-RETURN-EXIT
           END-IF
           IF RTN-RUN-ID NOT = SENT-RUN-ID
               MOVE 'RUN ID MISMATCH' TO REJECT-CAUSE
               GO TO APPLY-RETURN-EXIT
           END-IF
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT OR MATCH-IDX NOT = 0
               IF SENT-TBL-REFERENCE(SENT-IDX) = RTN-REFERENCE AND
                       SENT-TBL-IBAN(SENT-IDX) = RTN-IBAN AND
                       SENT-TBL-AMOUNT(SENT-IDX) = RTN-AMOUNT AND
                       SENT-TBL-MATCHED(SENT-IDX) = 'N'
                   MOVE SENT-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE 'NO MATCHING CREDIT' TO REJECT-CAUSE
               GO TO APPLY-RETURN-EXIT
           END-IF
           MOVE RTN-RUN-ID    TO RTM-RUN-ID
           MOVE RTN-REFERENCE TO RTM-AFM
           MOVE RTN-IBAN      TO RTM-IBAN
           READ BANK-RETURN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY RETURNED' TO REJECT-CAUSE
                   GO TO APPLY-RETURN-EXIT
           END-READ
           MOVE 'Y' TO SENT-TBL-MATCHED(MATCH-IDX)
           MOVE RTN-RUN-ID    TO RTM-RUN-ID
           MOVE RTN-REFERENCE TO RTM-AFM
           MOVE RTN-IBAN      TO RTM-IBAN
           MOVE SENT-TBL-NAME(MATCH-IDX) TO RTM-NAME
           MOVE RTN-AMOUNT    TO RTM-AMOUNT
           MOVE RTN-REASON    TO RTM-REASON
           MOVE RUN-DATE      TO RTM-RETURN-DATE
           MOVE 'R'           TO RTM-STATUS
           MOVE 0             TO RTM-REISSUE-DATE
           MOVE SPACES        TO RTM-REISSUE-RUN-ID
           MOVE SPACES        TO RTM-REISSUE-IBAN
           MOVE RUN-COMPANY   TO RTM-COMPANY
           WRITE BANK-RETURN-RECORD
           IF BANK-RETURN-MASTER-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-RETURN-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-MASTER-STATUS
              GO TO STOPRUN
           END-IF
           ADD 1 TO RETURN-ACCEPTED-COUNT
           ADD RTN-AMOUNT TO RETURNED-TOTAL
           PERFORM SUSPEND-ACCOUNT-RTN.
       APPLY-RETURN-EXIT.
           MOVE SPACES        TO RETURN-REPORT-OUT
           MOVE RTN-REFERENCE TO REPORT-AFM
           IF MATCH-IDX NOT = 0
               MOVE SENT-TBL-NAME(MATCH-IDX) TO REPORT-NAME
           END-IF
           MOVE RTN-IBAN      TO REPORT-IBAN
           IF RTN-AMOUNT NUMERIC
               MOVE RTN-AMOUNT TO REPORT-AMOUNT
           END-IF
           IF REJECT-CAUSE = SPACES
               STRING 'RETURNED: ' RTN-REASON
                   DELIMITED BY SIZE INTO REPORT-TEXT
           ELSE
               MOVE REJECT-CAUSE TO REPORT-TEXT
               ADD 1 TO RETURN-REJECTED-COUNT
           END-IF
           PERFORM WRITE-REPORT-LINE-RTN.

      *----Every account of the AFM carrying the bounced IBAN is
      *----suspended so the next payroll stops sending to it; an
      *----IBAN already changed on the master has nothing to suspend.
       SUSPEND-ACCOUNT-RTN.
           MOVE RTN-REFERENCE TO BA-AFM
           MOVE 0 TO BA-SEQ
           START BANK-ACCOUNT-FILE KEY IS NOT < BA-KEY
               INVALID KEY MOVE 'YES' TO ACCT-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO ACCT-EOF-SWITCH
           END-START
           PERFORM SUSPEND-NEXT-ACCOUNT-RTN
               UNTIL ACCT-EOF-SWITCH = 'YES'.

       SUSPEND-NEXT-ACCOUNT-RTN.
           READ BANK-ACCOUNT-FILE NEXT
               AT END MOVE 'YES' TO ACCT-EOF-SWITCH
           END-READ
           IF ACCT-EOF-SWITCH NOT = 'YES'
               IF BA-AFM NOT = RTN-REFERENCE
                   MOVE 'YES' TO ACCT-EOF-SWITCH
               ELSE
                   IF BA-IBAN = RTN-IBAN AND BA-STATUS NOT = 'S'
                       MOVE 'S' TO BA-STATUS
                       REWRITE BANK-ACCOUNT-RECORD
                       IF BANK-ACCOUNT-FILE-STATUS NOT = 0
                          DISPLAY '***ERROR REWRITING BANK-ACCOUNT'
                              '-FILE!!!'
                          DISPLAY 'STATUS-CODE = '
                              BANK-ACCOUNT-FILE-STATUS
                          GO TO STOPRUN
                       END-IF
                       ADD 1 TO SUSPENDED-COUNT
                       PERFORM PRINT-SUSPEND-AUDIT-RTN
                   END-IF
               END-IF
           END-IF.

       PRINT-SUSPEND-AUDIT-RTN.
           MOVE SPACES             TO BANK-ACCOUNT-AUDIT-OUT
           MOVE RUN-DATE           TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE    TO AUDIT-TIME
           MOVE 'S'                TO AUDIT-ACTION
           MOVE BA-AFM             TO AUDIT-AFM
           MOVE BA-SEQ             TO SUSPEND-SEQ
           MOVE SUSPEND-SEQ        TO AUDIT-SEQ
           MOVE BA-IBAN            TO AUDIT-BEFORE-IMAGE
           MOVE BA-IBAN            TO AUDIT-AFTER-IMAGE
           MOVE 'SUSPENDED-RETURN' TO AUDIT-RESULT
           MOVE X'0D0A'            TO AUDIT-CRLF
           WRITE BANK-ACCOUNT-AUDIT-OUT
           IF BANK-ACCOUNT-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-ACCOUNT-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-ACCOUNT-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----An open return goes out again as soon as the employee has
      *----an active account on the master -- a corrected IBAN, or
      *----the old one re-confirmed through BANK-ACCOUNT-MAINT.
       REISSUE-ONE-RETURN-RTN.
           READ BANK-RETURN-MASTER NEXT
               AT END MOVE 'YES' TO RTM-EOF-SWITCH
           END-READ
           IF RTM-EOF-SWITCH NOT = 'YES' AND RTM-STATUS = 'R' AND
                   (RTM-COMPANY = RUN-COMPANY OR RTM-COMPANY = SPACES)
               PERFORM FIND-ACTIVE-ACCOUNT-RTN
               IF REISSUE-IBAN NOT = SPACES
                   PERFORM WRITE-REISSUE-CREDIT-RTN
                   MOVE 'I'          TO RTM-STATUS
                   MOVE RUN-DATE     TO RTM-REISSUE-DATE
                   MOVE RUN-ID       TO RTM-REISSUE-RUN-ID
                   MOVE REISSUE-IBAN TO RTM-REISSUE-IBAN
                   MOVE RUN-COMPANY  TO RTM-COMPANY
                   REWRITE BANK-RETURN-RECORD
                   IF BANK-RETURN-MASTER-STATUS NOT = 0
                      DISPLAY '***ERROR REWRITING BANK-RETURN-MASTER!!!'
                      DISPLAY 'STATUS-CODE = '
                          BANK-RETURN-MASTER-STATUS
                      GO TO STOPRUN
                   END-IF
                   MOVE SPACES       TO RETURN-REPORT-OUT
                   MOVE RTM-AFM      TO REPORT-AFM
                   MOVE RTM-NAME     TO REPORT-NAME
                   MOVE REISSUE-IBAN TO REPORT-IBAN
                   MOVE RTM-AMOUNT   TO REPORT-AMOUNT
                   MOVE RTM-RUN-ID   TO REPORT-TEXT
                   PERFORM WRITE-REPORT-LINE-RTN
               END-IF
           END-IF.

       FIND-ACTIVE-ACCOUNT-RTN.
           MOVE SPACES  TO REISSUE-IBAN
           MOVE RTM-AFM TO BA-AFM
           MOVE 0       TO BA-SEQ
           START BANK-ACCOUNT-FILE KEY IS NOT < BA-KEY
               INVALID KEY MOVE 'YES' TO ACCT-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO ACCT-EOF-SWITCH
           END-START
           PERFORM READ-ACCOUNT-NEXT-RTN
               UNTIL ACCT-EOF-SWITCH = 'YES'.

       READ-ACCOUNT-NEXT-RTN.
           READ BANK-ACCOUNT-FILE NEXT
               AT END MOVE 'YES' TO ACCT-EOF-SWITCH
           END-READ
           IF ACCT-EOF-SWITCH NOT = 'YES'
               IF BA-AFM NOT = RTM-AFM
                   MOVE 'YES' TO ACCT-EOF-SWITCH
               ELSE
                   IF BA-STATUS NOT = 'S'
                       MOVE BA-IBAN TO REISSUE-IBAN
                   END-IF
               END-IF
           END-IF.

       WRITE-REISSUE-CREDIT-RTN.
           MOVE SPACES       TO BANK-TRANSFER-OUT
           MOVE REISSUE-IBAN TO BANK-TRANSFER-IBAN
           MOVE RTM-AFM      TO BANK-TRANSFER-REFERENCE
           MOVE RTM-NAME     TO BANK-TRANSFER-NAME
           MOVE RTM-AMOUNT   TO BANK-TRANSFER-AMOUNT
           MOVE X'0D0A'      TO BANK-TRANSFER-CRLF
           WRITE BANK-TRANSFER-OUT
           IF BANK-REISSUE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-REISSUE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-REISSUE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           ADD 1 TO REISSUED-COUNT
           ADD RTM-AMOUNT TO REISSUED-TOTAL.

       LIST-ONE-AWAITING-RTN.
           READ BANK-RETURN-MASTER NEXT
               AT END MOVE 'YES' TO RTM-EOF-SWITCH
           END-READ
           IF RTM-EOF-SWITCH NOT = 'YES' AND RTM-STATUS = 'R' AND
                   (RTM-COMPANY = RUN-COMPANY OR RTM-COMPANY = SPACES)
               MOVE SPACES     TO RETURN-REPORT-OUT
               MOVE RTM-AFM    TO REPORT-AFM
               MOVE RTM-NAME   TO REPORT-NAME
               MOVE RTM-IBAN   TO REPORT-IBAN
               MOVE RTM-AMOUNT TO REPORT-AMOUNT
               STRING RTM-RETURN-DATE ' ' RTM-REASON
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE-REPORT-LINE-RTN
               ADD 1 TO AWAITING-COUNT
               ADD RTM-AMOUNT TO AWAITING-TOTAL
           END-IF.

       WRITE-REPORT-TITLE-RTN.
           MOVE X'0D0A' TO REPORT-TITLE-CRLF
           WRITE RETURN-REPORT-TITLE
           IF BANK-RETURN-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-RETURN-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES  TO RETURN-REPORT-TITLE
           MOVE ALL '=' TO REPORT-TITLE-LINE
           MOVE X'0D0A' TO REPORT-TITLE-CRLF
           WRITE RETURN-REPORT-TITLE
           IF BANK-RETURN-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-RETURN-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-REPORT-LINE-RTN.
           MOVE X'0D0A' TO REPORT-CRLF
           WRITE RETURN-REPORT-OUT
           IF BANK-RETURN-REPORT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-RETURN-REPORT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-RETURN-REPORT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
      *----The re-issue file closes like the payroll's own transfer
      *----file: batch total, then the run identifier with the paying
      *----company and its account.
           MOVE SPACES         TO BANK-TRANSFER-TRAILER
           MOVE 'BATCH TOTAL'  TO BANK-TRANSFER-TRAILER-LABEL
           MOVE REISSUED-COUNT TO BANK-TRANSFER-TRAILER-COUNT
           MOVE REISSUED-TOTAL TO BANK-TRANSFER-TRAILER-TOTAL
           MOVE X'0D0A'        TO BANK-TRANSFER-TRAILER-CRLF
           WRITE BANK-TRANSFER-TRAILER
           IF BANK-REISSUE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-REISSUE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-REISSUE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE SPACES         TO BANK-TRANSFER-RUN-TRAILER
           MOVE 'RUN ID'       TO BANK-RUN-TRAILER-LABEL
           MOVE RUN-ID         TO BANK-RUN-TRAILER-ID
           MOVE RUN-COMPANY    TO BANK-RUN-TRAILER-COMPANY
           MOVE RUN-COMPANY-IBAN TO BANK-RUN-TRAILER-DEBTOR-IBAN
           MOVE X'0D0A'        TO BANK-RUN-TRAILER-CRLF
           WRITE BANK-TRANSFER-RUN-TRAILER
           IF BANK-REISSUE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING BANK-REISSUE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' BANK-REISSUE-FILE-STATUS
              GO TO STOPRUN
           END-IF

           PERFORM PRINT-GL-POSTING-RTN

           MOVE RETURN-READ-COUNT TO COUNT-Z
           DISPLAY 'BANK RETURNS READ:           ' COUNT-Z
           MOVE RETURN-ACCEPTED-COUNT TO COUNT-Z
           DISPLAY 'BANK RETURNS MATCHED:        ' COUNT-Z
           MOVE RETURN-REJECTED-COUNT TO COUNT-Z
           DISPLAY 'BANK RETURNS REJECTED:       ' COUNT-Z
           MOVE SUSPENDED-COUNT TO COUNT-Z
           DISPLAY 'ACCOUNTS SUSPENDED:          ' COUNT-Z
           MOVE REISSUED-COUNT TO COUNT-Z
           DISPLAY 'CREDITS RE-ISSUED:           ' COUNT-Z
           MOVE REISSUED-TOTAL TO TOTAL-Z
           DISPLAY 'AMOUNT RE-ISSUED:     ' TOTAL-Z
           MOVE AWAITING-COUNT TO COUNT-Z
           DISPLAY 'RETURNS AWAITING RE-PAYMENT: ' COUNT-Z
           MOVE AWAITING-TOTAL TO TOTAL-Z
           DISPLAY 'AMOUNT AWAITING:      ' TOTAL-Z.

      *----Returned money back into the bank against NET SALARIES
      *----PAYABLE, re-issued money out again the other way; the
      *----journal reference is this run's identifier, the same one
      *----the re-issue file carries.
       PRINT-GL-POSTING-RTN.
           MOVE 0 TO GL-DR-TOTAL
           MOVE 0 TO GL-CR-TOTAL
           IF RETURNED-TOTAL NOT = 0
               MOVE SPACES                 TO GL-POSTING-OUT
               MOVE 'BANK'                 TO GL-OUT-ACCOUNT
               MOVE RETURNED-TOTAL         TO GL-OUT-DR
               PERFORM WRITE-GL-LINE-RTN
               MOVE SPACES                 TO GL-POSTING-OUT
               MOVE 'NET SALARIES PAYABLE' TO GL-OUT-ACCOUNT
               MOVE RETURNED-TOTAL         TO GL-OUT-CR
               PERFORM WRITE-GL-LINE-RTN
               ADD RETURNED-TOTAL TO GL-DR-TOTAL
               ADD RETURNED-TOTAL TO GL-CR-TOTAL
           END-IF
           IF REISSUED-TOTAL NOT = 0
               MOVE SPACES                 TO GL-POSTING-OUT
               MOVE 'NET SALARIES PAYABLE' TO GL-OUT-ACCOUNT
               MOVE REISSUED-TOTAL         TO GL-OUT-DR
               PERFORM WRITE-GL-LINE-RTN
               MOVE SPACES                 TO GL-POSTING-OUT
               MOVE 'BANK'                 TO GL-OUT-ACCOUNT
               MOVE REISSUED-TOTAL         TO GL-OUT-CR
               PERFORM WRITE-GL-LINE-RTN
               ADD REISSUED-TOTAL TO GL-DR-TOTAL
               ADD REISSUED-TOTAL TO GL-CR-TOTAL
           END-IF
           MOVE SPACES               TO GL-POSTING-OUT
           MOVE 'TOTALS -- BALANCED' TO GL-OUT-ACCOUNT
           MOVE GL-DR-TOTAL          TO GL-OUT-DR
           MOVE GL-CR-TOTAL          TO GL-OUT-CR
           PERFORM WRITE-GL-LINE-RTN.

       WRITE-GL-LINE-RTN.
           MOVE RUN-DATE TO GL-OUT-DATE
           MOVE RUN-ID   TO GL-OUT-REF
           MOVE RUN-COMPANY-LEDGER TO GL-OUT-LEDGER
           MOVE X'0D0A'  TO GL-OUT-CRLF
           WRITE GL-POSTING-OUT
           IF RETURN-GL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RETURN-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RETURN-GL-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       END PROGRAM BANK-RETURN-PROCESS.
