       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLE-AGEING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RCV-KEY
             FILE STATUS IS RECEIVABLE-MASTER-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT AGEING-LIST-FILE ASSIGN TO DISK
             FILE STATUS IS AGEING-LIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  RECEIVABLE-LIMIT-RECORD REDEFINES RECEIVABLE-RECORD.
           05 FILLER                            PIC X(11).
           05 RCV-LIMIT-TYPE                    PIC X(01).
           05 RCV-LIMIT-AMOUNT                  COMP PIC 9(06)V99.
           05 RCV-LIMIT-SET-DATE                PIC 9(08).
           05 FILLER                            PIC X(29).
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
      *----One line per open overpayment in AFM order, its balance in
      *----the column for its age in days since the overpayment arose,
      *----a subtotal per employee, a subtotal per age column for each
      *----company that raised the items and a grand total per age
      *----column.
       FD  AGEING-LIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 117 CHARACTERS
           DATA RECORD IS AGEING-LIST-OUT.
       01  AGEING-LIST-OUT.
           05 LIST-AFM                         PIC X(09).
           05 FILLER                           PIC X(02).
           05 LIST-NAME                        PIC X(20).
           05 FILLER                           PIC X(02).
           05 LIST-SEQ                         PIC 9(02).
           05 FILLER                           PIC X(02).
           05 LIST-TYPE                        PIC X(01).
           05 FILLER                           PIC X(02).
           05 LIST-ORIGIN-DATE                 PIC 9(08).
           05 FILLER                           PIC X(02).
           05 LIST-AGE                         PIC Z(04)9.
           05 LIST-BUCKET-GROUP.
               10 LIST-BUCKET OCCURS 5 TIMES.
                   15 FILLER                   PIC X(02).
                   15 LIST-BUCKET-AMOUNT       PIC Z(06)9,99.
           05 LIST-CRLF                        PIC X(02).
       01  AGEING-LIST-TOTAL-OUT.
           05 LIST-TOTAL-LABEL                 PIC X(55).
           05 LIST-TOTAL-BUCKET OCCURS 5 TIMES.
               10 FILLER                       PIC X(02).
               10 LIST-TOTAL-AMOUNT            PIC Z(06)9,99.
           05 LIST-TOTAL-CRLF                  PIC X(02).
       01  AGEING-LIST-TITLE.
           05 LIST-TITLE-LINE                  PIC X(115).
           05 LIST-TITLE-CRLF                  PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 RECEIVABLE-MASTER-FILE-STATUS    PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 AGEING-LIST-FILE-STATUS          PIC 99.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 MASTER-EOF-SWITCH                PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 PREVIOUS-AFM                     PIC X(09) VALUE SPACES.
           05 LIST-NAME-SAVE                   PIC X(20).
           05 ITEMS-LISTED-COUNT               COMP PIC 9(06) VALUE 0.
           05 EMPLOYEES-LISTED-COUNT           COMP PIC 9(06) VALUE 0.
           05 COUNT-Z                          PIC Z(05)9.
      *----Upper bound in days of each age column; anything older
      *----than the fourth falls in the last.
           05 BUCKET-LIMIT-TABLE.
               10 BUCKET-LIMIT OCCURS 4 TIMES  COMP PIC 9(05).
           05 BUCKET-IDX                       COMP PIC 9 VALUE 0.
           05 ITEM-BUCKET                      COMP PIC 9 VALUE 0.
           05 EMPLOYEE-BUCKET-TOTAL OCCURS 5 TIMES
                                               COMP PIC 9(09)V99.
           05 GRAND-BUCKET-TOTAL OCCURS 5 TIMES
                                               COMP PIC 9(09)V99.
           05 GRAND-TOTAL                      COMP PIC 9(10)V99
                   VALUE 0.
      *----Age column totals per company the items were raised under;
      *----items from before the company code was kept fall under a
      *----blank code.  Past its capacity the last row takes the
      *----amount.
           05 COMPANY-TOTAL-COUNT              COMP PIC 99 VALUE 0.
           05 COMPANY-TOTAL-TABLE OCCURS 20 TIMES.
               10 COMPANY-TOTAL-CODE            PIC X(02).
               10 COMPANY-BUCKET-TOTAL OCCURS 5 TIMES
                                               COMP PIC 9(09)V99.
           05 COMPANY-IDX                      COMP PIC 99 VALUE 0.
           05 TOTAL-Z                          PIC Z(03).Z(02)9,99-.
      *----Day numbers for the age, counted from a fixed origin with
      *----March as the first month so the leap day falls last in the
      *----year; each division truncates into a whole-number field.
           05 DATE-WORK.
               10 DATE-WORK-YEAR                PIC 9(04).
               10 DATE-WORK-MONTH               PIC 9(02).
               10 DATE-WORK-DAY                 PIC 9(02).
           05 DAY-YEAR                         COMP PIC 9(05) VALUE 0.
           05 DAY-MONTH                        COMP PIC 9(02) VALUE 0.
           05 DAY-TERM                         COMP PIC 9(07) VALUE 0.
           05 DAY-NUMBER                       COMP PIC 9(07) VALUE 0.
           05 RUN-DAY-NUMBER                   COMP PIC 9(07) VALUE 0.
           05 ITEM-AGE                         COMP PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE RECEIVABLE-MASTER, AGEING-LIST-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE 30  TO BUCKET-LIMIT(1).
           MOVE 90  TO BUCKET-LIMIT(2).
           MOVE 180 TO BUCKET-LIMIT(3).
           MOVE 365 TO BUCKET-LIMIT(4).
           MOVE RUN-DATE TO DATE-WORK.
           PERFORM COMPUTE-DAY-NUMBER-RTN.
           MOVE DAY-NUMBER TO RUN-DAY-NUMBER.

           OPEN INPUT RECEIVABLE-MASTER.
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN.

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

           OPEN OUTPUT AGEING-LIST-FILE.
           IF AGEING-LIST-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: AGEING-LIST-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AGEING-LIST-FILE-STATUS
              GO TO STOPRUN.

      *----Full sweep of the master in AFM order.  The limit records
      *----under SEQ 00 are not amounts owed and are passed over.
       MAIN-RTN.
           MOVE SPACES TO AGEING-LIST-TITLE
           STRING 'OVERPAYMENT RECEIVABLE AGEING AS AT ' RUN-DATE
               DELIMITED BY SIZE INTO LIST-TITLE-LINE
           PERFORM WRITE-LIST-TITLE-RTN
           MOVE SPACES TO AGEING-LIST-TITLE
           STRING 'AFM        NAME                  SQ T ORIGIN    '
               '  AGE   0-30 DAYS  31-90 DAYS 91-180 DAYS181-365 DAYS'
               '    OVER 365'
               DELIMITED BY SIZE INTO LIST-TITLE-LINE
           PERFORM WRITE-LIST-TITLE-RTN
           MOVE SPACES  TO AGEING-LIST-TITLE
           MOVE ALL '=' TO LIST-TITLE-LINE
           PERFORM WRITE-LIST-TITLE-RTN

           MOVE LOW-VALUES TO RCV-KEY
           START RECEIVABLE-MASTER KEY IS NOT < RCV-KEY
               INVALID KEY MOVE 'YES' TO MASTER-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO MASTER-EOF-SWITCH
           END-START
           MOVE SPACES TO PREVIOUS-AFM
           PERFORM LIST-ONE-ITEM-RTN
               UNTIL MASTER-EOF-SWITCH = 'YES'
           IF PREVIOUS-AFM NOT = SPACES
               PERFORM PRINT-EMPLOYEE-TOTAL-RTN
           END-IF
           PERFORM PRINT-GRAND-TOTAL-RTN.

       LIST-ONE-ITEM-RTN.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'YES' TO MASTER-EOF-SWITCH
           END-READ
           IF MASTER-EOF-SWITCH NOT = 'YES' AND RCV-SEQ NOT = 0
               IF PREVIOUS-AFM NOT = SPACES AND
                       RCV-AFM NOT = PREVIOUS-AFM
                   PERFORM PRINT-EMPLOYEE-TOTAL-RTN
               END-IF
               IF RCV-AFM NOT = PREVIOUS-AFM
                   PERFORM LOOKUP-REGISTRY-NAME-RTN
                   ADD 1 TO EMPLOYEES-LISTED-COUNT
               END-IF
               MOVE RCV-ORIGIN-DATE TO DATE-WORK
               PERFORM COMPUTE-DAY-NUMBER-RTN
               IF DAY-NUMBER > RUN-DAY-NUMBER
                   MOVE 0 TO ITEM-AGE
               ELSE
                   COMPUTE ITEM-AGE = RUN-DAY-NUMBER - DAY-NUMBER
               END-IF
               MOVE 5 TO ITEM-BUCKET
               PERFORM VARYING BUCKET-IDX FROM 4 BY -1
                       UNTIL BUCKET-IDX < 1
                   IF ITEM-AGE <= BUCKET-LIMIT(BUCKET-IDX)
                       MOVE BUCKET-IDX TO ITEM-BUCKET
                   END-IF
               END-PERFORM
               MOVE SPACES          TO AGEING-LIST-OUT
               MOVE RCV-AFM         TO LIST-AFM
               MOVE LIST-NAME-SAVE  TO LIST-NAME
               MOVE RCV-SEQ         TO LIST-SEQ
               MOVE RCV-TYPE        TO LIST-TYPE
               MOVE RCV-ORIGIN-DATE TO LIST-ORIGIN-DATE
               MOVE ITEM-AGE        TO LIST-AGE
               MOVE RCV-BALANCE     TO LIST-BUCKET-AMOUNT(ITEM-BUCKET)
               MOVE X'0D0A'         TO LIST-CRLF
               WRITE AGEING-LIST-OUT
               IF AGEING-LIST-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR WRITING AGEING-LIST-FILE!!!'
                  DISPLAY 'STATUS-CODE = ' AGEING-LIST-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               MOVE RCV-AFM TO PREVIOUS-AFM
               ADD RCV-BALANCE TO EMPLOYEE-BUCKET-TOTAL(ITEM-BUCKET)
               ADD RCV-BALANCE TO GRAND-BUCKET-TOTAL(ITEM-BUCKET)
               PERFORM FIND-COMPANY-TOTAL-RTN
               ADD RCV-BALANCE TO
                   COMPANY-BUCKET-TOTAL(COMPANY-IDX, ITEM-BUCKET)
               ADD RCV-BALANCE TO GRAND-TOTAL
               ADD 1 TO ITEMS-LISTED-COUNT
           END-IF.

      *----Day number of the date in DATE-WORK: 365 a year plus the
      *----leap days to date, plus the days before the month counted
      *----from March, plus the day.
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

       LOOKUP-REGISTRY-NAME-RTN.
           MOVE SPACES TO LIST-NAME-SAVE
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE RCV-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       MOVE '*NOT IN REGISTRY*' TO LIST-NAME-SAVE
                   NOT INVALID KEY
                       MOVE REG-EMPLOYEE-NAME TO LIST-NAME-SAVE
               END-READ
           ELSE
               MOVE '*NO REGISTRY*' TO LIST-NAME-SAVE
           END-IF.

       PRINT-EMPLOYEE-TOTAL-RTN.
           MOVE SPACES TO AGEING-LIST-TOTAL-OUT
           STRING 'TOTAL OWED BY AFM ' PREVIOUS-AFM ':'
               DELIMITED BY SIZE INTO LIST-TOTAL-LABEL
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 5
               MOVE EMPLOYEE-BUCKET-TOTAL(BUCKET-IDX) TO
                   LIST-TOTAL-AMOUNT(BUCKET-IDX)
               MOVE 0 TO EMPLOYEE-BUCKET-TOTAL(BUCKET-IDX)
           END-PERFORM
           PERFORM WRITE-LIST-TOTAL-RTN
           MOVE SPACES  TO AGEING-LIST-TITLE
           MOVE ALL '-' TO LIST-TITLE-LINE
           PERFORM WRITE-LIST-TITLE-RTN.

       FIND-COMPANY-TOTAL-RTN.
           PERFORM VARYING COMPANY-IDX FROM 1 BY 1
                   UNTIL COMPANY-IDX > COMPANY-TOTAL-COUNT OR
                       COMPANY-TOTAL-CODE(COMPANY-IDX) = RCV-COMPANY
               CONTINUE
           END-PERFORM
           IF COMPANY-IDX > COMPANY-TOTAL-COUNT
               IF COMPANY-TOTAL-COUNT < 20
                   ADD 1 TO COMPANY-TOTAL-COUNT
                   MOVE COMPANY-TOTAL-COUNT TO COMPANY-IDX
                   MOVE RCV-COMPANY TO COMPANY-TOTAL-CODE(COMPANY-IDX)
                   PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                           UNTIL BUCKET-IDX > 5
                       MOVE 0 TO
                           COMPANY-BUCKET-TOTAL(COMPANY-IDX, BUCKET-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY '***MORE THAN 20 COMPANIES -- ' RCV-COMPANY
                       ' TOTALLED WITH ' COMPANY-TOTAL-CODE(20) '!!!'
                   MOVE 20 TO COMPANY-IDX
               END-IF
           END-IF.

       PRINT-COMPANY-TOTAL-RTN.
           MOVE SPACES TO AGEING-LIST-TOTAL-OUT
           IF COMPANY-TOTAL-CODE(COMPANY-IDX) = SPACES
               MOVE 'TOTAL OWED, NO COMPANY RECORDED:' TO
                   LIST-TOTAL-LABEL
           ELSE
               STRING 'TOTAL OWED TO COMPANY '
                   COMPANY-TOTAL-CODE(COMPANY-IDX) ':'
                   DELIMITED BY SIZE INTO LIST-TOTAL-LABEL
           END-IF
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 5
               MOVE COMPANY-BUCKET-TOTAL(COMPANY-IDX, BUCKET-IDX) TO
                   LIST-TOTAL-AMOUNT(BUCKET-IDX)
           END-PERFORM
           PERFORM WRITE-LIST-TOTAL-RTN.

       PRINT-GRAND-TOTAL-RTN.
           PERFORM PRINT-COMPANY-TOTAL-RTN
               VARYING COMPANY-IDX FROM 1 BY 1
               UNTIL COMPANY-IDX > COMPANY-TOTAL-COUNT
           MOVE SPACES TO AGEING-LIST-TOTAL-OUT
           MOVE 'TOTAL OWED BY AGE:' TO LIST-TOTAL-LABEL
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 5
               MOVE GRAND-BUCKET-TOTAL(BUCKET-IDX) TO
                   LIST-TOTAL-AMOUNT(BUCKET-IDX)
           END-PERFORM
           PERFORM WRITE-LIST-TOTAL-RTN
           MOVE SPACES TO AGEING-LIST-TITLE
           MOVE GRAND-TOTAL TO TOTAL-Z
           STRING 'TOTAL OVERPAYMENTS OWED: ' TOTAL-Z
               DELIMITED BY SIZE INTO LIST-TITLE-LINE
           PERFORM WRITE-LIST-TITLE-RTN.

       WRITE-LIST-TOTAL-RTN.
           MOVE X'0D0A' TO LIST-TOTAL-CRLF
           WRITE AGEING-LIST-TOTAL-OUT
           IF AGEING-LIST-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING AGEING-LIST-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AGEING-LIST-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       WRITE-LIST-TITLE-RTN.
           MOVE X'0D0A' TO LIST-TITLE-CRLF
           WRITE AGEING-LIST-TITLE
           IF AGEING-LIST-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING AGEING-LIST-FILE!!!'
              DISPLAY 'STATUS-CODE = ' AGEING-LIST-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           MOVE ITEMS-LISTED-COUNT TO COUNT-Z
           DISPLAY 'OVERPAYMENT ITEMS LISTED:    ' COUNT-Z
           MOVE EMPLOYEES-LISTED-COUNT TO COUNT-Z
           DISPLAY 'EMPLOYEES OWING:             ' COUNT-Z
           MOVE GRAND-TOTAL TO TOTAL-Z
           DISPLAY 'TOTAL OWED:    ' TOTAL-Z.

       END PROGRAM RECEIVABLE-AGEING.
