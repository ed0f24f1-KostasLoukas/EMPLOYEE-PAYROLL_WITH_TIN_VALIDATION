           SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-KEY
             FILE STATUS IS YTD-MASTER-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             RECORD KEY IS CTL-YEAR
             FILE STATUS IS YEAR-END-CONTROL-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-PARM-FILE
           05 YEAR-PARM-CRLF                    PIC X(02).
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
       FD  CERTIFICATE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
      *----master was closed off for.
       FD  YTD-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS YTD-HISTORY-OUT.
       01  YTD-HISTORY-OUT.
           05 YTD-HIST-YEAR                     PIC 9(04).
                   SIGN LEADING SEPARATE.
           05 YTD-HIST-NET                      PIC S9(09)V99
                   SIGN LEADING SEPARATE.
           05 YTD-HIST-COMPANY                  PIC X(02).
           05 YTD-HIST-CRLF                     PIC X(02).
      *----One record per year already rolled over; its presence is
      *----what stops the year-end from running twice.
       01  YEAR-END-CONTROL-RECORD.
           05 CTL-YEAR                          PIC X(04).
           05 CTL-RUN-DATE                      PIC 9(08).
      *----The employers the certificates are issued in the name of,
      *----kept by COMPANY-MAINT.
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
           05 YEAR-PARM-FILE-STATUS            PIC 99.
           05 CERTIFICATE-FILE-STATUS          PIC 99.
           05 YTD-HISTORY-FILE-STATUS          PIC 99.
           05 YEAR-END-CONTROL-FILE-STATUS     PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 YTD-MASTER-EOF-SWITCH            PIC X(03) VALUE 'NO'.
           05 ARCHIVE-EOF-SWITCH               PIC X(03) VALUE 'NO'.
           05 PROCESS-YEAR                     PIC 9(04) VALUE 0.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 EMPLOYEE-COUNT                   COMP PIC 9(06) VALUE 0.
      *----The employer of the certificates in hand; the master
      *----delivers each company's employees together.
           05 CURRENT-COMPANY                  PIC X(02).
           05 CERT-EMPLOYER-NAME               PIC X(30).
           05 CERT-EMPLOYER-AFM                PIC X(09).
           05 COMPANY-COUNT                    COMP PIC 9(04) VALUE 0.
           05 COMPANY-EMPLOYEE-COUNT           COMP PIC 9(06) VALUE 0.
           05 COMPANY-GROSS                    COMP PIC S9(10)V99
                   VALUE 0.
           05 COMPANY-TAXES                    COMP PIC S9(10)V99
       STOPRUN.
           CLOSE YEAR-PARM-FILE, EMPLOYEE-YTD-MASTER,
               CERTIFICATE-FILE, YTD-HISTORY-FILE,
               YEAR-END-CONTROL-FILE, COMPANY-MASTER-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
              GO TO STOPRUN
           END-EVALUATE.

      *----The year-end closes every company's year in the one run
      *----(the master is emptied for all of them together), each
      *----company's certificates and totals under its own name.
           OPEN INPUT COMPANY-MASTER-FILE.
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT CERTIFICATE-FILE.
           IF CERTIFICATE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: CERTIFICATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' YTD-HISTORY-FILE-STATUS
              GO TO STOPRUN.

           MOVE LOW-VALUES TO YTD-KEY
           START EMPLOYEE-YTD-MASTER KEY IS NOT < YTD-KEY
               INVALID KEY MOVE 'YES' TO YTD-MASTER-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO YTD-MASTER-EOF-SWITCH
           END-START.
               UNTIL YTD-MASTER-EOF-SWITCH = 'YES'.

      *----One certificate block plus one archive record per employee
      *----and employer on the year's master: an employee who moved
      *----during the year gets a certificate from each company.
       PROCESS-YTD-RECORD-RTN.
           READ EMPLOYEE-YTD-MASTER NEXT
               AT END MOVE 'YES' TO YTD-MASTER-EOF-SWITCH
           END-READ
           IF YTD-MASTER-EOF-SWITCH NOT = 'YES'
               IF COMPANY-COUNT = 0 OR
                       YTD-COMPANY NOT = CURRENT-COMPANY
                   IF COMPANY-COUNT > 0
                       PERFORM PRINT-COMPANY-SUMMARY-RTN
                   END-IF
                   PERFORM START-COMPANY-RTN
               END-IF
               PERFORM LOOKUP-REGISTRY-NAME-RTN
               PERFORM PRINT-CERTIFICATE-RTN
               PERFORM WRITE-HISTORY-RECORD-RTN
               ADD 1         TO EMPLOYEE-COUNT
               ADD 1         TO COMPANY-EMPLOYEE-COUNT
               ADD YTD-GROSS TO COMPANY-GROSS
               ADD YTD-TAXES TO COMPANY-TAXES
               ADD YTD-NET   TO COMPANY-NET
           END-IF.

      *----A new employer: its name and tax withholding AFM from the
      *----company master, and its totals started afresh.
       START-COMPANY-RTN.
           ADD 1 TO COMPANY-COUNT
           MOVE YTD-COMPANY TO CURRENT-COMPANY
           MOVE YTD-COMPANY TO CO-CODE
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE '*NOT ON COMPANY MASTER*' TO CERT-EMPLOYER-NAME
                   MOVE SPACES TO CERT-EMPLOYER-AFM
               NOT INVALID KEY
                   MOVE CO-NAME    TO CERT-EMPLOYER-NAME
                   MOVE CO-TAX-AFM TO CERT-EMPLOYER-AFM
           END-READ
           MOVE 0 TO COMPANY-EMPLOYEE-COUNT
           MOVE 0 TO COMPANY-GROSS
           MOVE 0 TO COMPANY-TAXES
           MOVE 0 TO COMPANY-NET.

       LOOKUP-REGISTRY-NAME-RTN.
           MOVE SPACES TO CERT-NAME
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYER: ' CERT-EMPLOYER-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYER TAX AFM: ' CERT-EMPLOYER-AFM
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYEE: ' CERT-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           MOVE YTD-GROSS    TO YTD-HIST-GROSS
           MOVE YTD-TAXES    TO YTD-HIST-TAXES
           MOVE YTD-NET      TO YTD-HIST-NET
           MOVE YTD-COMPANY  TO YTD-HIST-COMPANY
           MOVE X'0D0A'      TO YTD-HIST-CRLF
           WRITE YTD-HISTORY-OUT
           IF YTD-HISTORY-FILE-STATUS NOT = 0

           MOVE EMPLOYEE-COUNT TO COUNT-Z
           DISPLAY 'YEAR-END COMPLETE FOR YEAR ' PROCESS-YEAR
           DISPLAY 'EMPLOYEES CERTIFIED: ' COUNT-Z
           MOVE COMPANY-COUNT TO COUNT-Z
           DISPLAY 'EMPLOYERS:           ' COUNT-Z.

      *----Company-level totals for the tax authority submission,
      *----appended after each employer's last certificate.
       PRINT-COMPANY-SUMMARY-RTN.
           MOVE COMPANY-GROSS  TO GROSS-Z
           MOVE COMPANY-TAXES  TO TAXES-Z
           MOVE COMPANY-NET    TO NET-Z
           MOVE COMPANY-EMPLOYEE-COUNT TO COUNT-Z

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'COMPANY TOTALS FOR YEAR ' PROCESS-YEAR
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYER: ' CERT-EMPLOYER-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYER TAX AFM: ' CERT-EMPLOYER-AFM
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE-RTN

           MOVE SPACES TO CERTIFICATE-OUT
           STRING 'EMPLOYEES CERTIFIED: ' COUNT-Z
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
