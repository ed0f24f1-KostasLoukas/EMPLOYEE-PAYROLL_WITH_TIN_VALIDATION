           SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-KEY
             FILE STATUS IS YTD-MASTER-FILE-STATUS.

           SELECT TAX-BRACKET-FILE ASSIGN TO DISK
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT TAX-PROFILE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TXP-KEY
             FILE STATUS IS TAX-PROFILE-FILE-STATUS.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO DISK
             FILE STATUS IS SETTLEMENT-REPORT-FILE-STATUS.

           SELECT SETTLEMENT-ADJ-FILE ASSIGN TO DISK
             FILE STATUS IS SETTLEMENT-ADJ-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-PARM-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----Which year is being settled and which cost center the
           05 SETTLEMENT-PARM-CRLF              PIC X(02).
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
           05 TAX-BRACKET-IN-CRLF               PIC X(02).
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
      *----The dependants and reduction category TAX-PROFILE-MAINT
      *----keeps per AFM, effective-dated; the year is settled on the
      *----profile in force at 31 December.
       FD  TAX-PROFILE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS TAX-PROFILE-RECORD.
       01  TAX-PROFILE-RECORD.
           05 TXP-KEY.
               10 TXP-AFM                       PIC X(09).
               10 TXP-EFFECTIVE-DATE            PIC 9(08).
           05 TXP-CHILDREN                      PIC 9(02).
           05 TXP-CATEGORY                      PIC X(01).
           05 TXP-ENTERED-DATE                  PIC 9(08).
       FD  SETTLEMENT-REPORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS SETTLEMENT-REPORT-OUT.
       01  SETTLEMENT-REPORT-OUT.
           05 SETTLE-AFM                        PIC X(09).
           05 SETTLE-WITHHELD
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 SETTLE-REDUCTION
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 SETTLE-TRUE-TAX
                   PIC Z(02).Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 FILLER                            PIC X(02).
           05 SETTLE-WITHHELD-TITLE             PIC X(14).
           05 FILLER                            PIC X(02).
           05 SETTLE-REDUCTION-TITLE            PIC X(14).
           05 FILLER                            PIC X(02).
           05 SETTLE-TRUE-TITLE                 PIC X(14).
           05 FILLER                            PIC X(02).
           05 SETTLE-DIFF-TITLE                 PIC X(14).
           05 SETTLE-ACTION-TITLE               PIC X(07).
           05 SETTLE-TITLE-CRLF                 PIC X(02).
       01  SETTLEMENT-REPORT-DASHES.
           05 SETTLE-DASHES                     PIC X(120).
           05 SETTLE-DASHES-CRLF                PIC X(02).
      *----The adjustment records in the payroll's own PAYROLL-IN
      *----layout (type 'A', signed amount), wrapped in a branch
       01  SETTLEMENT-ADJ-HEADER REDEFINES SETTLEMENT-ADJ-OUT.
           05 ADJ-HDR-BRANCH-CODE              PIC X(04).
           05 ADJ-HDR-PREP-DATE                PIC 9(08).
           05 ADJ-HDR-COMPANY                  PIC X(02).
           05 FILLER                           PIC X(23).
           05 ADJ-HDR-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
       01  SETTLEMENT-ADJ-TRAILER REDEFINES SETTLEMENT-ADJ-OUT.
           05 FILLER                           PIC X(11).
           05 ADJ-TRL-RECORD-TYPE              PIC X(01).
           05 FILLER                           PIC X(15).
      *----The employer whose withholding this run settles: each
      *----company settles the tax it withheld itself against its
      *----share of the employee's tax for the year, and its
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
      *----Every code on it is read at the start, to find the YTD
      *----records an employee has under the other employers.
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
           05 SETTLEMENT-PARM-FILE-STATUS      PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 SETTLEMENT-REPORT-FILE-STATUS    PIC 99.
           05 SETTLEMENT-ADJ-FILE-STATUS       PIC 99.
           05 COMPANY-PARM-FILE-STATUS         PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 RUN-COMPANY                      PIC X(02).
           05 RUN-COMPANY-NAME                 PIC X(30).
           05 RUN-COMPANY-TAX-AFM              PIC X(09).
           05 EMPLOYEE-COMPANY                 PIC X(02).
           05 COMPANY-EOF-SWITCH               PIC X(03) VALUE 'NO'.
           05 COMPANY-CODE-COUNT               COMP PIC 99 VALUE 0.
           05 COMPANY-CODE-TABLE OCCURS 20 TIMES
                                               PIC X(02).
           05 COMPANY-CODE-IDX                 COMP PIC 99 VALUE 0.
      *----The employee's year under every employer that holds a YTD
      *----record for the AFM.  The tax is worked once on the
      *----combined gross and shared out in proportion to each
      *----employer's gross, the last employer in code order taking
      *----the rounding; this company settles its own share only.
           05 THIS-AFM                         PIC X(09).
           05 OWN-YTD-GROSS                    COMP PIC S9(09)V99
                   VALUE 0.
           05 OWN-YTD-TAXES                    COMP PIC S9(09)V99
                   VALUE 0.
           05 HOLDER-COUNT                     COMP PIC 99 VALUE 0.
           05 HOLDER-TABLE OCCURS 20 TIMES.
               10 HOLDER-COMPANY                PIC X(02).
               10 HOLDER-GROSS                  COMP PIC S9(09)V99.
           05 HOLDER-IDX                       COMP PIC 99 VALUE 0.
           05 TAX-BEFORE-SHARE                 COMP PIC S9(09)V99
                   VALUE 0.
           05 ALLOC-AMOUNT                     COMP PIC S9(09)V99
                   VALUE 0.
           05 ALLOC-PART                       COMP PIC S9(09)V99
                   VALUE 0.
           05 ALLOC-REMAINDER                  COMP PIC S9(09)V99
                   VALUE 0.
           05 ALLOC-SHARE                      COMP PIC S9(09)V99
                   VALUE 0.
           05 MOVER-COUNT                      COMP PIC 9(06) VALUE 0.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 TAX-PROFILE-FILE-STATUS          PIC 99.
           05 TAX-PROFILE-AVAILABLE-SWITCH     PIC X(03) VALUE 'NO'.
           05 TXP-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
           05 TXP-FOUND-SWITCH                 PIC X(03) VALUE 'NO'.
           05 PROFILE-AS-AT-DATE               PIC 9(08) VALUE 0.
      *----TAX-REDUCTION-SUBRTN's parameters.
           05 TXR-CHILDREN                     PIC 9(02).
           05 TXR-CATEGORY                     PIC X(01).
           05 TXR-ANNUAL-INCOME                PIC 9(09)V99.
           05 TXR-ANNUAL-REDUCTION             PIC 9(07)V99.
           05 TXR-STATUS                       PIC X(07).
      *----The dependants' reduction allowed against the year's tax,
      *----already taken off TRUE-ANNUAL-TAX.
           05 ANNUAL-TAX-REDUCTION             COMP PIC 9(09)V99
                   VALUE 0.
           05 YTD-MASTER-EOF-SWITCH            PIC X(03) VALUE 'NO'.
           05 TAX-BRACKET-EOF-SWITCH           PIC X(03) VALUE 'NO'.
           05 TAX-BRACKET-IDX                  COMP PIC 99 VALUE 0.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           IF TAX-PROFILE-AVAILABLE-SWITCH = 'YES'
              CLOSE TAX-PROFILE-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
                  ' FOR THE ADJUSTMENT RECORDS!!!'
              GO TO STOPRUN.

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
           MOVE CO-NAME    TO RUN-COMPANY-NAME.
           MOVE CO-TAX-AFM TO RUN-COMPANY-TAX-AFM.
           MOVE LOW-VALUES TO CO-CODE.
           START COMPANY-MASTER-FILE KEY IS NOT < CO-CODE
               INVALID KEY MOVE 'YES' TO COMPANY-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO COMPANY-EOF-SWITCH
           END-START.
           PERFORM LOAD-COMPANY-CODE-RTN
               UNTIL COMPANY-EOF-SWITCH = 'YES'.
           CLOSE COMPANY-MASTER-FILE.

      *----This run must see the year's YTD master before
      *----PAYROLL-YEAR-END empties it; an empty master settles
      *----nobody and says so in the counts.
              GO TO STOPRUN
           END-EVALUATE.

      *----Without a tax profile master nobody is due a reduction, as
      *----in the payroll; a damaged one stops the run.
           OPEN INPUT TAX-PROFILE-FILE.
           EVALUATE TAX-PROFILE-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO TAX-PROFILE-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO TAX-PROFILE-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.
           COMPUTE PROFILE-AS-AT-DATE = PROCESS-YEAR * 10000 + 1231.

           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           IF SETTLEMENT-REPORT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: SETTLEMENT-REPORT'
           PERFORM PRINT-REPORT-TITLE-RTN.
           PERFORM WRITE-ADJ-HEADER-RTN.

           MOVE RUN-COMPANY TO YTD-COMPANY
           MOVE LOW-VALUES  TO YTD-AFM
           START EMPLOYEE-YTD-MASTER KEY IS NOT < YTD-KEY
               INVALID KEY MOVE 'YES' TO YTD-MASTER-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO YTD-MASTER-EOF-SWITCH
           END-START.

       LOAD-COMPANY-CODE-RTN.
           READ COMPANY-MASTER-FILE NEXT
               AT END MOVE 'YES' TO COMPANY-EOF-SWITCH
           END-READ
           IF COMPANY-EOF-SWITCH NOT = 'YES'
               IF COMPANY-CODE-COUNT < 20
                   ADD 1 TO COMPANY-CODE-COUNT
                   MOVE CO-CODE TO
                       COMPANY-CODE-TABLE(COMPANY-CODE-COUNT)
               ELSE
                   DISPLAY '***COMPANY-MASTER-FILE HAS MORE THAN 20'
                       ' COMPANIES -- ' CO-CODE ' NOT COMBINED!!!'
               END-IF
           END-IF.

      *----Reads one TAX-BRACKET-FILE record into the table, as the
      *----payroll itself loads it.
       LOAD-TAX-BRACKET-RTN.
               DELIMITED BY SIZE INTO SETTLE-DASHES
           MOVE X'0D0A' TO SETTLE-DASHES-CRLF
           PERFORM WRITE-REPORT-DASHES-RTN
           MOVE SPACES TO SETTLEMENT-REPORT-DASHES
           STRING 'EMPLOYER: ' RUN-COMPANY ' ' RUN-COMPANY-NAME
               '  TAX AFM: ' RUN-COMPANY-TAX-AFM
               DELIMITED BY SIZE INTO SETTLE-DASHES
           MOVE X'0D0A' TO SETTLE-DASHES-CRLF
           PERFORM WRITE-REPORT-DASHES-RTN
           MOVE SPACES              TO SETTLEMENT-REPORT-TITLE
           MOVE '   AFM'            TO SETTLE-AFM-TITLE
           MOVE 'EMPLOYEE NAME'     TO SETTLE-NAME-TITLE
           MOVE '  ANNUAL GROSS'    TO SETTLE-GROSS-TITLE
           MOVE '  TAX WITHHELD'    TO SETTLE-WITHHELD-TITLE
           MOVE ' TAX REDUCTION'    TO SETTLE-REDUCTION-TITLE
           MOVE 'TRUE ANNUAL TAX'   TO SETTLE-TRUE-TITLE
           MOVE '    DIFFERENCE'    TO SETTLE-DIFF-TITLE
           MOVE 'ACTION '           TO SETTLE-ACTION-TITLE
           MOVE SPACES    TO SETTLEMENT-ADJ-OUT
           MOVE 'SETL'    TO ADJ-HDR-BRANCH-CODE
           MOVE RUN-DATE  TO ADJ-HDR-PREP-DATE
           MOVE RUN-COMPANY TO ADJ-HDR-COMPANY
           MOVE 'H'       TO ADJ-HDR-RECORD-TYPE
           MOVE X'0D0A'   TO ADJ-OUT-CRLF
           WRITE SETTLEMENT-ADJ-OUT
               UNTIL YTD-MASTER-EOF-SWITCH = 'YES'.

      *----One employee: true annual tax on the year's gross from the
      *----unscaled brackets, less the dependants' reduction, compared
      *----against what the periods actually withheld.  For an
      *----employee who moved during the year the tax and the
      *----reduction are worked on the gross from every employer,
      *----and this company settles its share against the tax it
      *----withheld itself.
       PROCESS-YTD-RECORD-RTN.
           READ EMPLOYEE-YTD-MASTER NEXT
               AT END MOVE 'YES' TO YTD-MASTER-EOF-SWITCH
           END-READ
           IF YTD-MASTER-EOF-SWITCH NOT = 'YES'
               IF YTD-COMPANY NOT = RUN-COMPANY
                   MOVE 'YES' TO YTD-MASTER-EOF-SWITCH
               END-IF
           END-IF
           IF YTD-MASTER-EOF-SWITCH NOT = 'YES'
               ADD 1 TO EMPLOYEE-COUNT
               MOVE YTD-AFM   TO THIS-AFM
               MOVE YTD-GROSS TO OWN-YTD-GROSS
               MOVE YTD-TAXES TO OWN-YTD-TAXES
               PERFORM COMBINE-EMPLOYERS-RTN
               PERFORM LOOKUP-REGISTRY-NAME-RTN
               PERFORM CALCULATE-ANNUAL-TAX-RTN
               MOVE 0 TO ANNUAL-TAX-REDUCTION
               IF TAX-PROFILE-AVAILABLE-SWITCH = 'YES'
                   PERFORM APPLY-ANNUAL-REDUCTION-RTN
               END-IF
               IF HOLDER-COUNT > 1
                   ADD 1 TO MOVER-COUNT
                   PERFORM SHARE-ANNUAL-TAX-RTN
               END-IF
               COMPUTE TAX-DIFFERENCE =
                   OWN-YTD-TAXES - TRUE-ANNUAL-TAX
               PERFORM PRINT-SETTLEMENT-LINE-RTN
               IF TAX-DIFFERENCE NOT = 0
                   PERFORM WRITE-ADJ-RECORD-RTN
               END-IF
           END-IF.

      *----The year's gross under every company on the master, read
      *----at random; the record of this company is read back last
      *----so the sweep carries on from it.
       COMBINE-EMPLOYERS-RTN.
           MOVE 0 TO HOLDER-COUNT
           MOVE 0 TO ANNUAL-GROSS
           PERFORM COMBINE-ONE-EMPLOYER-RTN
               VARYING COMPANY-CODE-IDX FROM 1 BY 1
               UNTIL COMPANY-CODE-IDX > COMPANY-CODE-COUNT
           MOVE RUN-COMPANY TO YTD-COMPANY
           MOVE THIS-AFM    TO YTD-AFM
           READ EMPLOYEE-YTD-MASTER KEY IS YTD-KEY
               INVALID KEY
                   DISPLAY '***ERROR RE-READING EMPLOYEE-YTD-MASTER'
                       ' FOR AFM ' THIS-AFM '!!!'
                   DISPLAY 'STATUS-CODE = ' YTD-MASTER-FILE-STATUS
                   GO TO STOPRUN
           END-READ.

       COMBINE-ONE-EMPLOYER-RTN.
           MOVE COMPANY-CODE-TABLE(COMPANY-CODE-IDX) TO YTD-COMPANY
           MOVE THIS-AFM TO YTD-AFM
           READ EMPLOYEE-YTD-MASTER KEY IS YTD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO HOLDER-COUNT
                   MOVE YTD-COMPANY TO HOLDER-COMPANY(HOLDER-COUNT)
                   MOVE YTD-GROSS   TO HOLDER-GROSS(HOLDER-COUNT)
                   ADD YTD-GROSS TO ANNUAL-GROSS
           END-READ.

      *----This company's part of the tax before the reduction and of
      *----the reduction, each shared out on its own so the parts
      *----of every employer add back to the whole.
       SHARE-ANNUAL-TAX-RTN.
           COMPUTE ALLOC-AMOUNT = TRUE-ANNUAL-TAX + ANNUAL-TAX-REDUCTION
           PERFORM ALLOCATE-SHARE-RTN
           MOVE ALLOC-SHARE TO TAX-BEFORE-SHARE
           MOVE ANNUAL-TAX-REDUCTION TO ALLOC-AMOUNT
           PERFORM ALLOCATE-SHARE-RTN
           MOVE ALLOC-SHARE TO ANNUAL-TAX-REDUCTION
           COMPUTE TRUE-ANNUAL-TAX =
               TAX-BEFORE-SHARE - ANNUAL-TAX-REDUCTION.

       ALLOCATE-SHARE-RTN.
           MOVE 0            TO ALLOC-SHARE
           MOVE ALLOC-AMOUNT TO ALLOC-REMAINDER
           PERFORM VARYING HOLDER-IDX FROM 1 BY 1
                   UNTIL HOLDER-IDX > HOLDER-COUNT
               IF HOLDER-IDX = HOLDER-COUNT
                   MOVE ALLOC-REMAINDER TO ALLOC-PART
               ELSE
                   IF ANNUAL-GROSS = 0
                       MOVE 0 TO ALLOC-PART
                   ELSE
                       COMPUTE ALLOC-PART ROUNDED = ALLOC-AMOUNT *
                           HOLDER-GROSS(HOLDER-IDX) / ANNUAL-GROSS
                   END-IF
                   SUBTRACT ALLOC-PART FROM ALLOC-REMAINDER
               END-IF
               IF HOLDER-COMPANY(HOLDER-IDX) = RUN-COMPANY
                   MOVE ALLOC-PART TO ALLOC-SHARE
               END-IF
           END-PERFORM.

      *----The same marginal walk CALCULATE-TAXES-RTN makes in the
      *----payroll, but against the raw annual thresholds.
       CALCULATE-ANNUAL-TAX-RTN.
                   PREVIOUS-THRESHOLD
           END-PERFORM.

      *----The reduction the payroll spread over the periods, worked
      *----once on the whole year by the same TAX-REDUCTION-SUBRTN and
      *----limited to the tax it reduces.
       APPLY-ANNUAL-REDUCTION-RTN.
           MOVE 'NO' TO TXP-FOUND-SWITCH
           MOVE YTD-AFM TO TXP-AFM
           MOVE 0 TO TXP-EFFECTIVE-DATE
           START TAX-PROFILE-FILE KEY IS NOT < TXP-KEY
               INVALID KEY MOVE 'YES' TO TXP-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO TXP-EOF-SWITCH
           END-START
           PERFORM READ-TAX-PROFILE-NEXT-RTN
               UNTIL TXP-EOF-SWITCH = 'YES'
           IF TXP-FOUND-SWITCH = 'YES' AND TRUE-ANNUAL-TAX > 0
               MOVE ANNUAL-GROSS TO TXR-ANNUAL-INCOME
               CALL 'TAX-REDUCTION-SUBRTN' USING BY REFERENCE
                       TXR-CHILDREN, TXR-CATEGORY, TXR-ANNUAL-INCOME,
                       TXR-ANNUAL-REDUCTION, TXR-STATUS
               IF TXR-STATUS = 'VALID'
                   MOVE TXR-ANNUAL-REDUCTION TO ANNUAL-TAX-REDUCTION
                   IF ANNUAL-TAX-REDUCTION > TRUE-ANNUAL-TAX
                       MOVE TRUE-ANNUAL-TAX TO ANNUAL-TAX-REDUCTION
                   END-IF
                   SUBTRACT ANNUAL-TAX-REDUCTION FROM TRUE-ANNUAL-TAX
               END-IF
           END-IF.

       READ-TAX-PROFILE-NEXT-RTN.
           READ TAX-PROFILE-FILE NEXT
               AT END MOVE 'YES' TO TXP-EOF-SWITCH
           END-READ
           IF TXP-EOF-SWITCH NOT = 'YES'
               IF TXP-AFM NOT = YTD-AFM OR
                       TXP-EFFECTIVE-DATE > PROFILE-AS-AT-DATE
                   MOVE 'YES' TO TXP-EOF-SWITCH
               ELSE
                   MOVE 'YES' TO TXP-FOUND-SWITCH
                   MOVE TXP-CHILDREN TO TXR-CHILDREN
                   MOVE TXP-CATEGORY TO TXR-CATEGORY
               END-IF
           END-IF.

       LOOKUP-REGISTRY-NAME-RTN.
           MOVE SPACES TO EMPLOYEE-NAME-SAVE
           MOVE SPACES TO EMPLOYEE-COMPANY
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE YTD-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                       MOVE '*NOT IN REGISTRY*' TO EMPLOYEE-NAME-SAVE
                   NOT INVALID KEY
                       MOVE REG-EMPLOYEE-NAME TO EMPLOYEE-NAME-SAVE
                       MOVE REG-COMPANY       TO EMPLOYEE-COMPANY
               END-READ
           END-IF.

           MOVE SPACES             TO SETTLEMENT-REPORT-OUT
           MOVE YTD-AFM            TO SETTLE-AFM
           MOVE EMPLOYEE-NAME-SAVE TO SETTLE-NAME
           MOVE OWN-YTD-GROSS      TO SETTLE-GROSS
           MOVE OWN-YTD-TAXES      TO SETTLE-WITHHELD
           MOVE ANNUAL-TAX-REDUCTION TO SETTLE-REDUCTION
           MOVE TRUE-ANNUAL-TAX    TO SETTLE-TRUE-TAX
           MOVE TAX-DIFFERENCE     TO SETTLE-DIFFERENCE
           EVALUATE TRUE
           END-IF

           MOVE EMPLOYEE-COUNT TO COUNT-Z
           DISPLAY 'COMPANY ' RUN-COMPANY ' ' RUN-COMPANY-NAME
           DISPLAY 'EMPLOYEES SETTLED FOR YEAR ' PROCESS-YEAR ': '
               COUNT-Z
           MOVE MOVER-COUNT TO COUNT-Z
           DISPLAY 'OF WHOM WITH MORE THAN ONE EMPLOYER: ' COUNT-Z
           MOVE ADJ-WRITTEN-COUNT TO COUNT-Z
           DISPLAY 'ADJUSTMENT RECORDS WRITTEN: ' COUNT-Z
           MOVE SKIPPED-LARGE-COUNT TO COUNT-Z
