             RECORD KEY IS BA-KEY
             FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

           SELECT PREFLIGHT-REPORT ASSIGN TO DISK
             FILE STATUS IS PREFLIGHT-REPORT-STATUS.

           05 DEPT-IN-CRLF                      PIC X(02).
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
       FD  DEDUCTION-MASTER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 32 CHARACTERS
           05 LB-TAKEN                          PIC 9(04).
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
      *----The go/no-go listing the operators read before releasing
      *----the payroll step: one line per problem found, one summary
      *----verdict at the bottom.
           05 LEAVE-PARM-FILE-STATUS           PIC 99.
           05 LEAVE-BALANCE-FILE-STATUS        PIC 99.
           05 BANK-ACCOUNT-FILE-STATUS         PIC 99.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 PREFLIGHT-REPORT-STATUS          PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 FILE-EOF-SWITCH                  PIC X(03) VALUE 'NO'.
      *----Every problem recorded raises this count; a nonzero count
      *----is passed back in RETURN-CODE so the scheduler can hold
           PERFORM CHECK-LEAVE-PARM-RTN.
           PERFORM CHECK-LEAVE-BALANCE-RTN.
           PERFORM CHECK-BANK-ACCOUNT-RTN.
           PERFORM CHECK-PAY-RATE-RTN.
           PERFORM CHECK-COMPANY-RTN.

      *----The payroll cannot price a single record without brackets:
      *----the file must be there, hold at least one numeric row, and
              PERFORM PRINT-PROBLEM-RTN
           END-EVALUATE.

      *----The rate master is optional: without it the keyed rates
      *----pay unchecked, which is worth a note, not a hold.
       CHECK-PAY-RATE-RTN.
           OPEN INPUT PAY-RATE-FILE.
           EVALUATE PAY-RATE-FILE-STATUS
             WHEN 0
              MOVE 'OK:    PAY-RATE-FILE OPENS' TO REPORT-TEXT
              PERFORM PRINT-REPORT-LINE-RTN
              CLOSE PAY-RATE-FILE
             WHEN 35
              MOVE SPACES TO REPORT-TEXT
              STRING 'NOTE: PAY-RATE-FILE NOT BUILT -- KEYED HOUR '
                  'RATES WILL NOT BE CHECKED'
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-NOTE-RTN
             WHEN OTHER
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO-GO: PAY-RATE-FILE CANNOT BE OPENED, '
                  'STATUS ' PAY-RATE-FILE-STATUS
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-PROBLEM-RTN
           END-EVALUATE.

      *----The payroll hard-stops without a paying company: the code
      *----must be named in COMPANY-PARM-FILE, held on
      *----COMPANY-MASTER-FILE and not marked inactive there.
       CHECK-COMPANY-RTN.
           MOVE SPACES TO RUN-COMPANY.
           OPEN INPUT COMPANY-PARM-FILE.
           EVALUATE COMPANY-PARM-FILE-STATUS
             WHEN 0
              READ COMPANY-PARM-FILE
                  NOT AT END
                      MOVE COMPANY-PARM-CODE TO RUN-COMPANY
              END-READ
              CLOSE COMPANY-PARM-FILE
              IF RUN-COMPANY = SPACES
                  MOVE 'NO-GO: COMPANY-PARM-FILE NAMES NO COMPANY' TO
                      REPORT-TEXT
                  PERFORM PRINT-PROBLEM-RTN
              ELSE
                  PERFORM CHECK-COMPANY-MASTER-RTN
              END-IF
             WHEN 35
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO-GO: COMPANY-PARM-FILE NOT BUILT -- NO '
                  'PAYING COMPANY'
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-PROBLEM-RTN
             WHEN OTHER
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO-GO: COMPANY-PARM-FILE CANNOT BE OPENED, '
                  'STATUS ' COMPANY-PARM-FILE-STATUS
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-PROBLEM-RTN
           END-EVALUATE.

       CHECK-COMPANY-MASTER-RTN.
           OPEN INPUT COMPANY-MASTER-FILE.
           EVALUATE COMPANY-MASTER-FILE-STATUS
             WHEN 0
              MOVE RUN-COMPANY TO CO-CODE
              READ COMPANY-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO REPORT-TEXT
                      STRING 'NO-GO: COMPANY ' RUN-COMPANY
                          ' IS NOT ON COMPANY-MASTER-FILE'
                          DELIMITED BY SIZE INTO REPORT-TEXT
                      PERFORM PRINT-PROBLEM-RTN
                  NOT INVALID KEY
                      MOVE SPACES TO REPORT-TEXT
                      IF CO-STATUS = 'I'
                          STRING 'NO-GO: COMPANY ' RUN-COMPANY
                              ' IS INACTIVE ON COMPANY-MASTER-FILE'
                              DELIMITED BY SIZE INTO REPORT-TEXT
                          PERFORM PRINT-PROBLEM-RTN
                      ELSE
                          STRING 'OK:    COMPANY ' RUN-COMPANY ' '
                              CO-NAME
                              DELIMITED BY SIZE INTO REPORT-TEXT
                          PERFORM PRINT-REPORT-LINE-RTN
                      END-IF
              END-READ
              CLOSE COMPANY-MASTER-FILE
             WHEN 35
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO-GO: COMPANY-MASTER-FILE NOT BUILT -- COMPANY '
                  RUN-COMPANY ' CANNOT BE FOUND'
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-PROBLEM-RTN
             WHEN OTHER
              MOVE SPACES TO REPORT-TEXT
              STRING 'NO-GO: COMPANY-MASTER-FILE CANNOT BE OPENED, '
                  'STATUS ' COMPANY-MASTER-FILE-STATUS
                  DELIMITED BY SIZE INTO REPORT-TEXT
              PERFORM PRINT-PROBLEM-RTN
           END-EVALUATE.

      *----Plain calendar arithmetic: month 1-12, day within the
      *----month, February 29 only in leap years, and a plausible
      *----century so a keyed 00000000 or 99999999 cannot slip by.
