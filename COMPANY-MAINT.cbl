       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-TRANS-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT COMPANY-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS COMPANY-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----One maintenance transaction per record: 'A' adds an
      *----employing company, 'C' changes the named fields (blank
      *----leaves the old value standing), 'D' deletes one keyed in
      *----by mistake.  A company that stops employing is set to
      *----status 'I' rather than deleted, since its history, YTD
      *----and certificates still hang off the code.
       FD  COMPANY-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS COMPANY-TRANS-IN.
       01  COMPANY-TRANS-IN.
           05 TRANS-ACTION                     PIC X(01).
           05 TRANS-CODE                       PIC X(02).
           05 TRANS-NAME                       PIC X(30).
           05 TRANS-EFKA-REG                   PIC X(10).
           05 TRANS-TAX-AFM                    PIC X(09).
           05 TRANS-IBAN                       PIC X(34).
           05 TRANS-LEDGER                     PIC X(04).
           05 TRANS-STATUS                     PIC X(01).
           05 TRANS-CRLF                       PIC X(02).
      *----One record per employing company (legal entity): its
      *----employer EFKA registration, the AFM it withholds tax
      *----under, the account salaries are paid from and the ledger
      *----its journal posts to.  Every run, YTD, period stamp and
      *----pay-history record carries CO-CODE.
       FD  COMPANY-MASTER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05 CO-CODE                          PIC X(02).
           05 CO-NAME                          PIC X(30).
           05 CO-EFKA-REG                      PIC X(10).
           05 CO-TAX-AFM                       PIC X(09).
           05 CO-IBAN                          PIC X(34).
           05 CO-LEDGER                        PIC X(04).
           05 CO-STATUS                        PIC X(01).
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
      *----transaction, appended across runs, as the other
      *----maintenance programs keep theirs.
       FD  COMPANY-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS COMPANY-AUDIT-OUT.
       01  COMPANY-AUDIT-OUT.
           05 AUDIT-DATE                       PIC 9(08).
           05 FILLER                           PIC X(01).
           05 AUDIT-TIME                       PIC 9(06).
           05 FILLER                           PIC X(02).
           05 AUDIT-ACTION                     PIC X(01).
           05 FILLER                           PIC X(02).
           05 AUDIT-CODE                       PIC X(02).
           05 FILLER                           PIC X(02).
           05 AUDIT-BEFORE-IMAGE               PIC X(58).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(58).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 COMPANY-TRANS-FILE-STATUS        PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 COMPANY-AUDIT-FILE-STATUS        PIC 99.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 REGISTRY-EOF-SWITCH              PIC X(03) VALUE 'NO'.
           05 COMPANY-IN-USE-SWITCH            PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 TRANS-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 TRANS-APPLIED-COUNT              COMP PIC 9(06) VALUE 0.
           05 TRANS-REJECTED-COUNT             COMP PIC 9(06) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
           05 IBAN                             PIC X(34).
           05 IBAN-STATUS                      PIC X(07).
           05 IBAN-CAUSE                       PIC X(40).
      *----Work image of the identifiers money and filings move on
      *----(the name is on the master for anyone who needs it), for
      *----the audit trail's before/after columns.
           05 BEFORE-IMAGE.
               10 BEFORE-EFKA-REG               PIC X(10).
               10 BEFORE-TAX-AFM                PIC X(09).
               10 BEFORE-IBAN                   PIC X(34).
               10 BEFORE-LEDGER                 PIC X(04).
               10 BEFORE-STATUS                 PIC X(01).
           05 AFTER-IMAGE.
               10 AFTER-EFKA-REG                PIC X(10).
               10 AFTER-TAX-AFM                 PIC X(09).
               10 AFTER-IBAN                    PIC X(34).
               10 AFTER-LEDGER                  PIC X(04).
               10 AFTER-STATUS                  PIC X(01).
           05 AUDIT-RESULT-TEXT                PIC X(16).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE COMPANY-TRANS-FILE, COMPANY-MASTER-FILE,
               COMPANY-AUDIT-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.

           OPEN INPUT COMPANY-TRANS-FILE.
           IF COMPANY-TRANS-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: COMPANY-TRANS-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-TRANS-FILE-STATUS
              GO TO STOPRUN.

      *----The master may not exist yet on the first maintenance run;
      *----create it rather than failing.
           OPEN I-O COMPANY-MASTER-FILE.
           IF COMPANY-MASTER-FILE-STATUS = 35
              OPEN OUTPUT COMPANY-MASTER-FILE
              CLOSE COMPANY-MASTER-FILE
              OPEN I-O COMPANY-MASTER-FILE
           END-IF
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN.

      *----The registry is only read to stop a delete of a company
      *----employees still belong to; none built yet means none do.
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

      *----The audit trail appends across runs.
           OPEN EXTEND COMPANY-AUDIT-FILE.
           IF COMPANY-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT COMPANY-AUDIT-FILE
           END-IF
           IF COMPANY-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: COMPANY-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           READ COMPANY-TRANS-FILE
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
           EVALUATE TRANS-ACTION
             WHEN 'A'
               PERFORM APPLY-ADD-RTN THRU APPLY-ADD-EXIT
             WHEN 'C'
               PERFORM APPLY-CHANGE-RTN THRU APPLY-CHANGE-EXIT
             WHEN 'D'
               PERFORM APPLY-DELETE-RTN THRU APPLY-DELETE-EXIT
             WHEN OTHER
               MOVE 'BAD ACTION' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
           END-EVALUATE
           PERFORM PRINT-AUDIT-RECORD
           READ COMPANY-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *----An add must carry a code not already on file, a name, a
      *----ten-digit EFKA employer registration, a checksum-valid tax
      *----AFM (the same AFM-VALIDATION-SUBRTN used for employees), a
      *----valid paying IBAN and a ledger code.
       APPLY-ADD-RTN.
           IF TRANS-CODE = SPACES
               MOVE 'NO COMPANY CODE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-CODE TO CO-CODE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH = 'YES'
               MOVE 'ALREADY ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-NAME = SPACES
               MOVE 'NO NAME' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-EFKA-REG NOT NUMERIC
               MOVE 'BAD EFKA REG' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-TAX-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'BAD TAX AFM' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-IBAN TO IBAN
           CALL 'IBAN-VALIDATION-SUBRTN' USING BY REFERENCE
                   IBAN, IBAN-STATUS, IBAN-CAUSE
           IF IBAN-STATUS NOT = 'VALID'
               MOVE 'BAD IBAN' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-LEDGER = SPACES
               MOVE 'NO LEDGER' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-CODE     TO CO-CODE
           MOVE TRANS-NAME     TO CO-NAME
           MOVE TRANS-EFKA-REG TO CO-EFKA-REG
           MOVE TRANS-TAX-AFM  TO CO-TAX-AFM
           MOVE TRANS-IBAN     TO CO-IBAN
           MOVE TRANS-LEDGER   TO CO-LEDGER
           IF TRANS-STATUS = SPACE
               MOVE 'A' TO CO-STATUS
           ELSE
               MOVE TRANS-STATUS TO CO-STATUS
           END-IF
           WRITE COMPANY-MASTER-RECORD
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'ADDED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-ADD-EXIT.
           EXIT.

      *----A change keeps any field the transaction leaves blank, and
      *----validates the ones it carries as an add would.
       APPLY-CHANGE-RTN.
           MOVE TRANS-CODE TO CO-CODE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           IF TRANS-EFKA-REG NOT = SPACES AND
                   TRANS-EFKA-REG NOT NUMERIC
               MOVE 'BAD EFKA REG' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF TRANS-TAX-AFM NOT = SPACES
               MOVE TRANS-TAX-AFM TO AFM
               CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                       AFM, AFM-STATUS, AFM-CAUSE
               IF AFM-STATUS NOT = 'VALID'
                   MOVE 'BAD TAX AFM' TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF
           IF TRANS-IBAN NOT = SPACES
               MOVE TRANS-IBAN TO IBAN
               CALL 'IBAN-VALIDATION-SUBRTN' USING BY REFERENCE
                       IBAN, IBAN-STATUS, IBAN-CAUSE
               IF IBAN-STATUS NOT = 'VALID'
                   MOVE 'BAD IBAN' TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF
           IF TRANS-NAME NOT = SPACES
               MOVE TRANS-NAME TO CO-NAME
           END-IF
           IF TRANS-EFKA-REG NOT = SPACES
               MOVE TRANS-EFKA-REG TO CO-EFKA-REG
           END-IF
           IF TRANS-TAX-AFM NOT = SPACES
               MOVE TRANS-TAX-AFM TO CO-TAX-AFM
           END-IF
           IF TRANS-IBAN NOT = SPACES
               MOVE TRANS-IBAN TO CO-IBAN
           END-IF
           IF TRANS-LEDGER NOT = SPACES
               MOVE TRANS-LEDGER TO CO-LEDGER
           END-IF
           IF TRANS-STATUS NOT = SPACE
               MOVE TRANS-STATUS TO CO-STATUS
           END-IF
           REWRITE COMPANY-MASTER-RECORD
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR REWRITING COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'CHANGED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-CHANGE-EXIT.
           EXIT.

      *----A delete is refused while any employee on the registry
      *----names the company, as current or as the one moved from.
       APPLY-DELETE-RTN.
           MOVE TRANS-CODE TO CO-CODE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-DELETE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           PERFORM CHECK-COMPANY-IN-USE-RTN
           IF COMPANY-IN-USE-SWITCH = 'YES'
               MOVE 'EMPLOYEES ON IT' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-DELETE-EXIT
           END-IF
           DELETE COMPANY-MASTER-FILE
           IF COMPANY-MASTER-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM COMPANY-MASTER-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-MASTER-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'DELETED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-DELETE-EXIT.
           EXIT.

       CHECK-COMPANY-IN-USE-RTN.
           MOVE 'NO' TO COMPANY-IN-USE-SWITCH
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
               MOVE 'NO' TO REGISTRY-EOF-SWITCH
               MOVE LOW-VALUES TO REG-AFM
               START AFM-REGISTRY-FILE KEY IS NOT < REG-AFM
                   INVALID KEY
                       MOVE 'YES' TO REGISTRY-EOF-SWITCH
               END-START
               PERFORM SCAN-REGISTRY-RTN
                   UNTIL REGISTRY-EOF-SWITCH = 'YES' OR
                         COMPANY-IN-USE-SWITCH = 'YES'
           END-IF.

       SCAN-REGISTRY-RTN.
           READ AFM-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO REGISTRY-EOF-SWITCH
               NOT AT END
                   IF REG-COMPANY = TRANS-CODE OR
                           REG-PRIOR-COMPANY = TRANS-CODE
                       MOVE 'YES' TO COMPANY-IN-USE-SWITCH
                   END-IF
           END-READ.

       READ-MASTER-RTN.
           READ COMPANY-MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ.

       SAVE-BEFORE-IMAGE-RTN.
           MOVE CO-EFKA-REG TO BEFORE-EFKA-REG
           MOVE CO-TAX-AFM  TO BEFORE-TAX-AFM
           MOVE CO-IBAN     TO BEFORE-IBAN
           MOVE CO-LEDGER   TO BEFORE-LEDGER
           MOVE CO-STATUS   TO BEFORE-STATUS.

       SAVE-AFTER-IMAGE-RTN.
           MOVE CO-EFKA-REG TO AFTER-EFKA-REG
           MOVE CO-TAX-AFM  TO AFTER-TAX-AFM
           MOVE CO-IBAN     TO AFTER-IBAN
           MOVE CO-LEDGER   TO AFTER-LEDGER
           MOVE CO-STATUS   TO AFTER-STATUS.

       PRINT-AUDIT-RECORD.
           MOVE SPACES            TO COMPANY-AUDIT-OUT
           MOVE RUN-DATE          TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE   TO AUDIT-TIME
           MOVE TRANS-ACTION      TO AUDIT-ACTION
           MOVE TRANS-CODE        TO AUDIT-CODE
           MOVE BEFORE-IMAGE      TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE       TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-RESULT-TEXT TO AUDIT-RESULT
           MOVE X'0D0A'           TO AUDIT-CRLF
           WRITE COMPANY-AUDIT-OUT
           IF COMPANY-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING COMPANY-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' COMPANY-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'COMPANY TRANSACTIONS READ:     ' TRANS-READ-COUNT.
           DISPLAY 'COMPANY TRANSACTIONS APPLIED:  '
               TRANS-APPLIED-COUNT.
           DISPLAY 'COMPANY TRANSACTIONS REJECTED: '
               TRANS-REJECTED-COUNT.

       END PROGRAM COMPANY-MAINT.
