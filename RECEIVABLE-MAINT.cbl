       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS RECEIVABLE-TRANS-FILE-STATUS.

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

           SELECT RECEIVABLE-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS RECEIVABLE-AUDIT-FILE-STATUS.

           SELECT RECEIVABLE-GL-FILE ASSIGN TO DISK
             FILE STATUS IS RECEIVABLE-GL-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----One maintenance transaction per record: 'A' adds an
      *----overpayment found outside the payroll (a double payment,
      *----pay for days not worked) under the next free SEQ, with the
      *----date and reference it arose from; 'L' sets the employee's
      *----agreed recovery per run, zero removing it so the statutory
      *----share applies again; 'W' writes an item off.
       FD  RECEIVABLE-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS RECEIVABLE-TRANS-IN.
       01  RECEIVABLE-TRANS-IN.
           05 TRANS-ACTION                     PIC X(01).
           05 TRANS-AFM                        PIC X(09).
           05 TRANS-SEQ                        PIC 9(02).
           05 TRANS-AMOUNT                     PIC 9(06)V99.
           05 TRANS-DATE                       PIC 9(08).
           05 TRANS-REF                        PIC X(15).
           05 TRANS-CRLF                       PIC X(02).
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
      *----Before/after image of every applied (or rejected)
      *----transaction, appended across runs; RUN-VOID adds its own
      *----lines when it backs a run's recoveries out.
       FD  RECEIVABLE-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS RECEIVABLE-AUDIT-OUT.
       01  RECEIVABLE-AUDIT-OUT.
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
           05 AUDIT-BEFORE-IMAGE               PIC X(40).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(40).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
      *----Journal lines in the payroll's GL posting layout: an
      *----overpayment added here takes the overpaid salary back off
      *----expense onto the receivable; a write-off moves what is left
      *----of an item from the receivable to its own expense account.
       FD  RECEIVABLE-GL-FILE
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
      *----The employing companies: each employee's overpayment is
      *----journalled to the ledger of the company the registry has
      *----them on.
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
           05 RECEIVABLE-TRANS-FILE-STATUS     PIC 99.
           05 RECEIVABLE-MASTER-FILE-STATUS    PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 RECEIVABLE-AUDIT-FILE-STATUS     PIC 99.
           05 RECEIVABLE-GL-FILE-STATUS        PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 COMPANY-MASTER-AVAILABLE-SWITCH  PIC X(03) VALUE 'NO'.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 RCV-EOF-SWITCH                   PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 RUN-ID                           PIC X(15).
           05 TRANS-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 TRANS-APPLIED-COUNT              COMP PIC 9(06) VALUE 0.
           05 TRANS-REJECTED-COUNT             COMP PIC 9(06) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
           05 RCV-SEQ-HIGH                     COMP PIC 9(03) VALUE 0.
           05 AUDIT-SEQ-SAVE                   PIC 9(02) VALUE 0.
      *----Work image matching the master record past the key, all in
      *----display form, for the audit trail's before/after columns.
      *----A limit record shows its set date and agreed amount in the
      *----origin date and original columns.
           05 BEFORE-IMAGE.
               10 BEFORE-TYPE                   PIC X(01).
               10 BEFORE-ORIGIN-DATE            PIC 9(08).
               10 BEFORE-ORIGIN-REF             PIC X(15).
               10 BEFORE-ORIGINAL               PIC 9(06)V99.
               10 BEFORE-BALANCE                PIC 9(06)V99.
           05 AFTER-IMAGE.
               10 AFTER-TYPE                    PIC X(01).
               10 AFTER-ORIGIN-DATE             PIC 9(08).
               10 AFTER-ORIGIN-REF              PIC X(15).
               10 AFTER-ORIGINAL                PIC 9(06)V99.
               10 AFTER-BALANCE                 PIC 9(06)V99.
           05 AUDIT-RESULT-TEXT                PIC X(16).
           05 ADDED-TOTAL                      COMP PIC S9(09)V99
                   VALUE 0.
           05 WRITTEN-OFF-TOTAL                COMP PIC S9(09)V99
                   VALUE 0.
      *----This run's additions and write-offs by ledger, one
      *----balanced journal block per ledger.
           05 LEDGER-COUNT                     COMP PIC 99 VALUE 0.
           05 LEDGER-TABLE OCCURS 10 TIMES.
               10 LEDGER-CODE                   PIC X(04).
               10 LEDGER-ADDED                  COMP PIC S9(09)V99.
               10 LEDGER-WRITTEN-OFF            COMP PIC S9(09)V99.
           05 LEDGER-IDX                       COMP PIC 99 VALUE 0.
           05 THIS-LEDGER                      PIC X(04).
           05 ITEM-COMPANY                     PIC X(02).
           05 GL-DR-TOTAL                      COMP PIC S9(10)V99
                   VALUE 0.
           05 GL-CR-TOTAL                      COMP PIC S9(10)V99
                   VALUE 0.
           05 TOTAL-Z                          PIC Z(03).Z(02)9,99-.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM PRINT-GL-POSTING-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE RECEIVABLE-TRANS-FILE, RECEIVABLE-MASTER,
               RECEIVABLE-AUDIT-FILE, RECEIVABLE-GL-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           IF COMPANY-MASTER-AVAILABLE-SWITCH = 'YES'
              CLOSE COMPANY-MASTER-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.
           MOVE SPACES TO RUN-ID.
           STRING 'O' RUN-DATE AUDIT-TIME-SAVE
               DELIMITED BY SIZE INTO RUN-ID.

           OPEN INPUT RECEIVABLE-TRANS-FILE.
           IF RECEIVABLE-TRANS-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: RECEIVABLE-TRANS-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-TRANS-FILE-STATUS
              GO TO STOPRUN.

      *----The master may not exist yet if no payroll has posted an
      *----overpayment; create it rather than failing.
           OPEN I-O RECEIVABLE-MASTER.
           IF RECEIVABLE-MASTER-FILE-STATUS = 35
              OPEN OUTPUT RECEIVABLE-MASTER
              CLOSE RECEIVABLE-MASTER
              OPEN I-O RECEIVABLE-MASTER
           END-IF
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN.

      *----An overpayment can only be raised against an employee the
      *----registry knows; a registry not built yet rejects adds.
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

      *----Without a company master every line goes out with no
      *----ledger, as before companies were kept.
           OPEN INPUT COMPANY-MASTER-FILE.
           EVALUATE COMPANY-MASTER-FILE-STATUS
             WHEN 0
              MOVE 'YES' TO COMPANY-MASTER-AVAILABLE-SWITCH
             WHEN 35
              MOVE 'NO' TO COMPANY-MASTER-AVAILABLE-SWITCH
             WHEN OTHER
              DISPLAY 'ERROR OPENING FILE: COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-EVALUATE.

      *----The audit trail appends across runs.
           OPEN EXTEND RECEIVABLE-AUDIT-FILE.
           IF RECEIVABLE-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT RECEIVABLE-AUDIT-FILE
           END-IF
           IF RECEIVABLE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: RECEIVABLE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           OPEN OUTPUT RECEIVABLE-GL-FILE.
           IF RECEIVABLE-GL-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE: RECEIVABLE-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-GL-FILE-STATUS
              GO TO STOPRUN.

           READ RECEIVABLE-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

       MAIN-RTN.
           PERFORM PROCESS-TRANSACTION-RTN
               UNTIL DATA-REMAINS-SWITCH = 'NO'.

       PROCESS-TRANSACTION-RTN.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO AFTER-IMAGE
           MOVE SPACES TO AUDIT-RESULT-TEXT
           MOVE TRANS-SEQ TO AUDIT-SEQ-SAVE
           EVALUATE TRANS-ACTION
             WHEN 'A'
               PERFORM APPLY-ADD-RTN THRU APPLY-ADD-EXIT
             WHEN 'L'
               PERFORM APPLY-LIMIT-RTN THRU APPLY-LIMIT-EXIT
             WHEN 'W'
               PERFORM APPLY-WRITE-OFF-RTN THRU APPLY-WRITE-OFF-EXIT
             WHEN OTHER
               MOVE 'BAD ACTION' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
           END-EVALUATE
           PERFORM PRINT-AUDIT-RECORD
           READ RECEIVABLE-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *----An add must carry a checksum-valid AFM on the registry --
      *----a leaver may still owe, so the status is not checked -- a
      *----positive amount and a reference to what it arose from.  It
      *----takes the next SEQ after the employee's existing items.
       APPLY-ADD-RTN.
           PERFORM CHECK-AFM-RTN THRU CHECK-AFM-EXIT
           IF AUDIT-RESULT-TEXT NOT = SPACES
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-AMOUNT NOT NUMERIC OR TRANS-DATE NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-AMOUNT = 0
               MOVE 'ZERO AMOUNT' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-REF = SPACES
               MOVE 'NO REFERENCE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-DATE > RUN-DATE
               MOVE 'FUTURE DATE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           PERFORM FIND-NEXT-SEQ-RTN
           IF RCV-SEQ-HIGH > 99
               MOVE 'NO SEQ LEFT' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE SPACES         TO RECEIVABLE-RECORD
           MOVE TRANS-AFM      TO RCV-AFM
           MOVE RCV-SEQ-HIGH   TO RCV-SEQ
           MOVE 'M'            TO RCV-TYPE
           IF TRANS-DATE = 0
               MOVE RUN-DATE   TO RCV-ORIGIN-DATE
           ELSE
               MOVE TRANS-DATE TO RCV-ORIGIN-DATE
           END-IF
           MOVE TRANS-REF      TO RCV-ORIGIN-REF
           MOVE TRANS-AMOUNT   TO RCV-ORIGINAL
           MOVE TRANS-AMOUNT   TO RCV-BALANCE
           MOVE 0              TO RCV-LAST-RECOVERY
           PERFORM FIND-REGISTRY-COMPANY-RTN
           MOVE ITEM-COMPANY   TO RCV-COMPANY
           WRITE RECEIVABLE-RECORD
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE RCV-SEQ TO AUDIT-SEQ-SAVE
           PERFORM SAVE-AFTER-IMAGE-RTN
           ADD RCV-BALANCE TO ADDED-TOTAL
           PERFORM FIND-LEDGER-RTN
           ADD RCV-BALANCE TO LEDGER-ADDED(LEDGER-IDX)
           MOVE 'ADDED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-ADD-EXIT.
           EXIT.

      *----The agreed amount replaces the statutory share for this
      *----employee only; it is kept under SEQ 00 and removed again by
      *----a zero amount.
       APPLY-LIMIT-RTN.
           PERFORM CHECK-AFM-RTN THRU CHECK-AFM-EXIT
           IF AUDIT-RESULT-TEXT NOT = SPACES
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-LIMIT-EXIT
           END-IF
           IF TRANS-AMOUNT NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-LIMIT-EXIT
           END-IF
           MOVE 0 TO AUDIT-SEQ-SAVE
           MOVE TRANS-AFM TO RCV-AFM
           MOVE 0         TO RCV-SEQ
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH = 'YES'
               PERFORM SAVE-BEFORE-IMAGE-RTN
               IF TRANS-AMOUNT = 0
                   DELETE RECEIVABLE-MASTER RECORD
                   IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR DELETING FROM RECEIVABLE-MASTER'
                          '!!!'
                      DISPLAY 'STATUS-CODE = '
                          RECEIVABLE-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   MOVE 'LIMIT REMOVED' TO AUDIT-RESULT-TEXT
               ELSE
                   MOVE TRANS-AMOUNT TO RCV-LIMIT-AMOUNT
                   MOVE RUN-DATE     TO RCV-LIMIT-SET-DATE
                   REWRITE RECEIVABLE-RECORD
                   IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR REWRITING RECEIVABLE-MASTER!!!'
                      DISPLAY 'STATUS-CODE = '
                          RECEIVABLE-MASTER-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   PERFORM SAVE-AFTER-IMAGE-RTN
                   MOVE 'LIMIT CHANGED' TO AUDIT-RESULT-TEXT
               END-IF
           ELSE
               IF TRANS-AMOUNT = 0
                   MOVE 'NO LIMIT SET' TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
                   GO TO APPLY-LIMIT-EXIT
               END-IF
               MOVE SPACES       TO RECEIVABLE-RECORD
               MOVE TRANS-AFM    TO RCV-AFM
               MOVE 0            TO RCV-SEQ
               MOVE 'L'          TO RCV-LIMIT-TYPE
               MOVE TRANS-AMOUNT TO RCV-LIMIT-AMOUNT
               MOVE RUN-DATE     TO RCV-LIMIT-SET-DATE
               WRITE RECEIVABLE-RECORD
               IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
                  DISPLAY '***ERROR WRITING RECEIVABLE-MASTER!!!'
                  DISPLAY 'STATUS-CODE = '
                      RECEIVABLE-MASTER-FILE-STATUS
                  GO TO STOPRUN
               END-IF
               PERFORM SAVE-AFTER-IMAGE-RTN
               MOVE 'LIMIT SET' TO AUDIT-RESULT-TEXT
           END-IF
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-LIMIT-EXIT.
           EXIT.

      *----What is left of the item comes off the master and is
      *----journalled as written off; the limit record is not an
      *----item and cannot be written off.
       APPLY-WRITE-OFF-RTN.
           IF TRANS-SEQ NOT NUMERIC OR TRANS-SEQ = 0
               MOVE 'BAD SEQ' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-WRITE-OFF-EXIT
           END-IF
           MOVE TRANS-AFM TO RCV-AFM
           MOVE TRANS-SEQ TO RCV-SEQ
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-WRITE-OFF-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           ADD RCV-BALANCE TO WRITTEN-OFF-TOTAL
           PERFORM FIND-LEDGER-RTN
           ADD RCV-BALANCE TO LEDGER-WRITTEN-OFF(LEDGER-IDX)
           DELETE RECEIVABLE-MASTER RECORD
           IF RECEIVABLE-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM RECEIVABLE-MASTER!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'WRITTEN OFF' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-WRITE-OFF-EXIT.
           EXIT.

       CHECK-AFM-RTN.
           MOVE TRANS-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'BAD AFM' TO AUDIT-RESULT-TEXT
               GO TO CHECK-AFM-EXIT
           END-IF
           IF AFM-REGISTRY-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'REGISTRY ABSENT' TO AUDIT-RESULT-TEXT
               GO TO CHECK-AFM-EXIT
           END-IF
           MOVE TRANS-AFM TO REG-AFM
           READ AFM-REGISTRY-FILE
               INVALID KEY
                   MOVE 'NOT IN REGISTRY' TO AUDIT-RESULT-TEXT
           END-READ.
       CHECK-AFM-EXIT.
           EXIT.

      *----Highest SEQ the employee holds, plus one; cleared items are
      *----off the master, so a number may be given out again once
      *----the item that had it is gone.
       FIND-NEXT-SEQ-RTN.
           MOVE 0 TO RCV-SEQ-HIGH
           MOVE TRANS-AFM TO RCV-AFM
           MOVE 0         TO RCV-SEQ
           START RECEIVABLE-MASTER KEY IS NOT < RCV-KEY
               INVALID KEY MOVE 'YES' TO RCV-EOF-SWITCH
               NOT INVALID KEY MOVE 'NO' TO RCV-EOF-SWITCH
           END-START
           PERFORM READ-NEXT-SEQ-RTN
               UNTIL RCV-EOF-SWITCH = 'YES'
           ADD 1 TO RCV-SEQ-HIGH.

       READ-NEXT-SEQ-RTN.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'YES' TO RCV-EOF-SWITCH
           END-READ
           IF RCV-EOF-SWITCH NOT = 'YES'
               IF RCV-AFM NOT = TRANS-AFM
                   MOVE 'YES' TO RCV-EOF-SWITCH
               ELSE
                   MOVE RCV-SEQ TO RCV-SEQ-HIGH
               END-IF
           END-IF.

       READ-MASTER-RTN.
           READ RECEIVABLE-MASTER
               INVALID KEY
                   MOVE 'NO' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ.

       SAVE-BEFORE-IMAGE-RTN.
           IF RCV-SEQ = 0
               MOVE RCV-LIMIT-TYPE     TO BEFORE-TYPE
               MOVE RCV-LIMIT-SET-DATE TO BEFORE-ORIGIN-DATE
               MOVE SPACES             TO BEFORE-ORIGIN-REF
               MOVE RCV-LIMIT-AMOUNT   TO BEFORE-ORIGINAL
               MOVE 0                  TO BEFORE-BALANCE
           ELSE
               MOVE RCV-TYPE           TO BEFORE-TYPE
               MOVE RCV-ORIGIN-DATE    TO BEFORE-ORIGIN-DATE
               MOVE RCV-ORIGIN-REF     TO BEFORE-ORIGIN-REF
               MOVE RCV-ORIGINAL       TO BEFORE-ORIGINAL
               MOVE RCV-BALANCE        TO BEFORE-BALANCE
           END-IF.

       SAVE-AFTER-IMAGE-RTN.
           IF RCV-SEQ = 0
               MOVE RCV-LIMIT-TYPE     TO AFTER-TYPE
               MOVE RCV-LIMIT-SET-DATE TO AFTER-ORIGIN-DATE
               MOVE SPACES             TO AFTER-ORIGIN-REF
               MOVE RCV-LIMIT-AMOUNT   TO AFTER-ORIGINAL
               MOVE 0                  TO AFTER-BALANCE
           ELSE
               MOVE RCV-TYPE           TO AFTER-TYPE
               MOVE RCV-ORIGIN-DATE    TO AFTER-ORIGIN-DATE
               MOVE RCV-ORIGIN-REF     TO AFTER-ORIGIN-REF
               MOVE RCV-ORIGINAL       TO AFTER-ORIGINAL
               MOVE RCV-BALANCE        TO AFTER-BALANCE
           END-IF.

       PRINT-AUDIT-RECORD.
           MOVE SPACES            TO RECEIVABLE-AUDIT-OUT
           MOVE RUN-DATE          TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE   TO AUDIT-TIME
           MOVE TRANS-ACTION      TO AUDIT-ACTION
           MOVE TRANS-AFM         TO AUDIT-AFM
           MOVE AUDIT-SEQ-SAVE    TO AUDIT-SEQ
           MOVE BEFORE-IMAGE      TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE       TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-RESULT-TEXT TO AUDIT-RESULT
           MOVE X'0D0A'           TO AUDIT-CRLF
           WRITE RECEIVABLE-AUDIT-OUT
           IF RECEIVABLE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RECEIVABLE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

      *----The ledger of the company that raised the item: its own
      *----company code, or for items from before the code was kept
      *----the registry company, then that company's ledger on the
      *----master.  Found or added in LEDGER-TABLE; past its capacity
      *----the last row takes the amount.
       FIND-LEDGER-RTN.
           MOVE SPACES TO THIS-LEDGER
           IF RCV-COMPANY NOT = SPACES
               MOVE RCV-COMPANY TO ITEM-COMPANY
           ELSE
               PERFORM FIND-REGISTRY-COMPANY-RTN
           END-IF
           IF ITEM-COMPANY NOT = SPACES AND
                   COMPANY-MASTER-AVAILABLE-SWITCH = 'YES'
               MOVE ITEM-COMPANY TO CO-CODE
               READ COMPANY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO-LEDGER TO THIS-LEDGER
               END-READ
           END-IF
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT OR
                       LEDGER-CODE(LEDGER-IDX) = THIS-LEDGER
               CONTINUE
           END-PERFORM
           IF LEDGER-IDX > LEDGER-COUNT
               IF LEDGER-COUNT < 10
                   ADD 1 TO LEDGER-COUNT
                   MOVE LEDGER-COUNT TO LEDGER-IDX
                   MOVE THIS-LEDGER  TO LEDGER-CODE(LEDGER-IDX)
                   MOVE 0 TO LEDGER-ADDED(LEDGER-IDX)
                   MOVE 0 TO LEDGER-WRITTEN-OFF(LEDGER-IDX)
               ELSE
                   DISPLAY '***MORE THAN 10 LEDGERS -- ' THIS-LEDGER
                       ' POSTED WITH ' LEDGER-CODE(10) '!!!'
                   MOVE 10 TO LEDGER-IDX
               END-IF
           END-IF.

      *----The employee's company on the registry, blank when the
      *----registry is not there or does not hold the employee.
       FIND-REGISTRY-COMPANY-RTN.
           MOVE SPACES TO ITEM-COMPANY
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE TRANS-AFM TO REG-AFM
               READ AFM-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-COMPANY TO ITEM-COMPANY
               END-READ
           END-IF.

      *----Overpayments raised here come back off salary expense onto
      *----the receivable; write-offs leave the receivable for their
      *----own expense account.  The reference is this run's
      *----identifier.  Each ledger gets its own block closed by its
      *----own balanced totals line.
       PRINT-GL-POSTING-RTN.
           IF LEDGER-COUNT = 0
               MOVE SPACES               TO GL-POSTING-OUT
               MOVE 'TOTALS -- BALANCED' TO GL-OUT-ACCOUNT
               MOVE 0                    TO GL-OUT-DR
               MOVE 0                    TO GL-OUT-CR
               PERFORM WRITE-GL-LINE-RTN
           END-IF
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               PERFORM PRINT-LEDGER-POSTING-RTN
           END-PERFORM.

       PRINT-LEDGER-POSTING-RTN.
           MOVE 0 TO GL-DR-TOTAL
           MOVE 0 TO GL-CR-TOTAL
           IF LEDGER-ADDED(LEDGER-IDX) NOT = 0
               MOVE SPACES                   TO GL-POSTING-OUT
               MOVE 'OVERPAYMENT RECEIVABLE' TO GL-OUT-ACCOUNT
               MOVE LEDGER-ADDED(LEDGER-IDX) TO GL-OUT-DR
               PERFORM WRITE-GL-LINE-RTN
               MOVE SPACES                   TO GL-POSTING-OUT
               MOVE 'SALARY EXPENSE'         TO GL-OUT-ACCOUNT
               MOVE LEDGER-ADDED(LEDGER-IDX) TO GL-OUT-CR
               PERFORM WRITE-GL-LINE-RTN
               ADD LEDGER-ADDED(LEDGER-IDX) TO GL-DR-TOTAL
               ADD LEDGER-ADDED(LEDGER-IDX) TO GL-CR-TOTAL
           END-IF
           IF LEDGER-WRITTEN-OFF(LEDGER-IDX) NOT = 0
               MOVE SPACES                   TO GL-POSTING-OUT
               MOVE 'OVERPAYMENT WRITTEN OFF' TO GL-OUT-ACCOUNT
               MOVE LEDGER-WRITTEN-OFF(LEDGER-IDX) TO GL-OUT-DR
               PERFORM WRITE-GL-LINE-RTN
               MOVE SPACES                   TO GL-POSTING-OUT
               MOVE 'OVERPAYMENT RECEIVABLE' TO GL-OUT-ACCOUNT
               MOVE LEDGER-WRITTEN-OFF(LEDGER-IDX) TO GL-OUT-CR
               PERFORM WRITE-GL-LINE-RTN
               ADD LEDGER-WRITTEN-OFF(LEDGER-IDX) TO GL-DR-TOTAL
               ADD LEDGER-WRITTEN-OFF(LEDGER-IDX) TO GL-CR-TOTAL
           END-IF
           MOVE SPACES               TO GL-POSTING-OUT
           MOVE 'TOTALS -- BALANCED' TO GL-OUT-ACCOUNT
           MOVE GL-DR-TOTAL          TO GL-OUT-DR
           MOVE GL-CR-TOTAL          TO GL-OUT-CR
           PERFORM WRITE-GL-LINE-RTN.

       WRITE-GL-LINE-RTN.
           MOVE RUN-DATE TO GL-OUT-DATE
           MOVE RUN-ID   TO GL-OUT-REF
           IF LEDGER-COUNT > 0
               MOVE LEDGER-CODE(LEDGER-IDX) TO GL-OUT-LEDGER
           END-IF
           MOVE X'0D0A'  TO GL-OUT-CRLF
           WRITE GL-POSTING-OUT
           IF RECEIVABLE-GL-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING RECEIVABLE-GL-FILE!!!'
              DISPLAY 'STATUS-CODE = ' RECEIVABLE-GL-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'RECEIVABLE TRANSACTIONS READ:     '
               TRANS-READ-COUNT.
           DISPLAY 'RECEIVABLE TRANSACTIONS APPLIED:  '
               TRANS-APPLIED-COUNT.
           DISPLAY 'RECEIVABLE TRANSACTIONS REJECTED: '
               TRANS-REJECTED-COUNT.
           MOVE ADDED-TOTAL TO TOTAL-Z
           DISPLAY 'OVERPAYMENTS ADDED:     ' TOTAL-Z.
           MOVE WRITTEN-OFF-TOTAL TO TOTAL-Z
           DISPLAY 'OVERPAYMENTS WRITTEN OFF: ' TOTAL-Z.

       END PROGRAM RECEIVABLE-MAINT.
