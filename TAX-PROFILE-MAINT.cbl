       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-PROFILE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PROFILE-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS TAX-PROFILE-TRANS-FILE-STATUS.

           SELECT TAX-PROFILE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TXP-KEY
             FILE STATUS IS TAX-PROFILE-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT TAX-PROFILE-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS TAX-PROFILE-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----One maintenance transaction per record: 'A' adds a profile
      *----taking effect on the given date, 'C' corrects the children
      *----and category of an existing effective date, 'D' deletes
      *----one.  A new child or a change of category is a new
      *----effective date, so the profile that taxed earlier periods
      *----stays on file for the year-end settlement.
       FD  TAX-PROFILE-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS TAX-PROFILE-TRANS-IN.
       01  TAX-PROFILE-TRANS-IN.
           05 TRANS-ACTION                     PIC X(01).
           05 TRANS-AFM                        PIC X(09).
           05 TRANS-EFFECTIVE-DATE             PIC 9(08).
           05 TRANS-CHILDREN                   PIC 9(02).
           05 TRANS-CATEGORY                   PIC X(01).
           05 TRANS-CRLF                       PIC X(02).
      *----Each employee's tax situation, effective-dated: the profile
      *----in force on a date is the record with the latest effective
      *----date on or before it.  TXP-CATEGORY is blank or a
      *----reduction category TAX-REDUCTION-SUBRTN knows ('D' =
      *----disability of 80% or more).
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
       FD  TAX-PROFILE-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS TAX-PROFILE-AUDIT-OUT.
       01  TAX-PROFILE-AUDIT-OUT.
           05 AUDIT-DATE                       PIC 9(08).
           05 FILLER                           PIC X(01).
           05 AUDIT-TIME                       PIC 9(06).
           05 FILLER                           PIC X(02).
           05 AUDIT-ACTION                     PIC X(01).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFM                        PIC X(09).
           05 FILLER                           PIC X(02).
           05 AUDIT-EFFECTIVE-DATE             PIC X(08).
           05 FILLER                           PIC X(02).
           05 AUDIT-BEFORE-IMAGE               PIC X(11).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(11).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 TAX-PROFILE-TRANS-FILE-STATUS    PIC 99.
           05 TAX-PROFILE-FILE-STATUS          PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 TAX-PROFILE-AUDIT-FILE-STATUS    PIC 99.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 TRANS-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 TRANS-APPLIED-COUNT              COMP PIC 9(06) VALUE 0.
           05 TRANS-REJECTED-COUNT             COMP PIC 9(06) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
      *----TAX-REDUCTION-SUBRTN's parameters; the category is checked
      *----by asking it for the reduction on nil income.
           05 TXR-CHILDREN                     PIC 9(02).
           05 TXR-CATEGORY                     PIC X(01).
           05 TXR-ANNUAL-INCOME                PIC 9(09)V99.
           05 TXR-ANNUAL-REDUCTION             PIC 9(07)V99.
           05 TXR-STATUS                       PIC X(07).
      *----Work image matching the master record past the key, in
      *----display form, for the audit trail's before/after columns.
           05 BEFORE-IMAGE.
               10 BEFORE-CHILDREN               PIC 9(02).
               10 BEFORE-CATEGORY               PIC X(01).
               10 BEFORE-ENTERED-DATE           PIC 9(08).
           05 AFTER-IMAGE.
               10 AFTER-CHILDREN                PIC 9(02).
               10 AFTER-CATEGORY                PIC X(01).
               10 AFTER-ENTERED-DATE            PIC 9(08).
           05 AUDIT-RESULT-TEXT                PIC X(16).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE TAX-PROFILE-TRANS-FILE, TAX-PROFILE-FILE,
               TAX-PROFILE-AUDIT-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.

           OPEN INPUT TAX-PROFILE-TRANS-FILE.
           IF TAX-PROFILE-TRANS-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: TAX-PROFILE-TRANS-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-TRANS-FILE-STATUS
              GO TO STOPRUN.

      *----The master may not exist yet on the first maintenance run;
      *----create it rather than failing, as REGISTRY-MAINT does for
      *----the registry.
           OPEN I-O TAX-PROFILE-FILE.
           IF TAX-PROFILE-FILE-STATUS = 35
              OPEN OUTPUT TAX-PROFILE-FILE
              CLOSE TAX-PROFILE-FILE
              OPEN I-O TAX-PROFILE-FILE
           END-IF
           IF TAX-PROFILE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN.

      *----A profile may only attach to a real employee; a registry
      *----not built yet rejects adds rather than waving them through.
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
           OPEN EXTEND TAX-PROFILE-AUDIT-FILE.
           IF TAX-PROFILE-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT TAX-PROFILE-AUDIT-FILE
           END-IF
           IF TAX-PROFILE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: TAX-PROFILE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           READ TAX-PROFILE-TRANS-FILE
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
           READ TAX-PROFILE-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *----An add must carry a checksum-valid AFM on the registry and
      *----active, a numeric effective date, a numeric number of
      *----children, a category the reduction rules know, and a key
      *----not already on file.
       APPLY-ADD-RTN.
           MOVE TRANS-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'BAD AFM' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF AFM-REGISTRY-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'REGISTRY ABSENT' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-AFM TO REG-AFM
           READ AFM-REGISTRY-FILE
               INVALID KEY
                   MOVE 'NOT IN REGISTRY' TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
                   GO TO APPLY-ADD-EXIT
           END-READ
           IF REG-STATUS = 'I'
               MOVE 'NOT ACTIVE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-EFFECTIVE-DATE = 0
               MOVE 'NO EFF DATE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           PERFORM VALIDATE-PROFILE-FIELDS-RTN
           IF AUDIT-RESULT-TEXT NOT = SPACES
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-AFM            TO TXP-AFM
           MOVE TRANS-EFFECTIVE-DATE TO TXP-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH = 'YES'
               MOVE 'ALREADY ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-AFM            TO TXP-AFM
           MOVE TRANS-EFFECTIVE-DATE TO TXP-EFFECTIVE-DATE
           MOVE TRANS-CHILDREN       TO TXP-CHILDREN
           MOVE TRANS-CATEGORY       TO TXP-CATEGORY
           MOVE RUN-DATE             TO TXP-ENTERED-DATE
           WRITE TAX-PROFILE-RECORD
           IF TAX-PROFILE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'ADDED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-ADD-EXIT.
           EXIT.

      *----A change replaces both the children and the category keyed
      *----for an effective date; a blank category is a valid 'none'.
       APPLY-CHANGE-RTN.
           MOVE TRANS-AFM            TO TXP-AFM
           MOVE TRANS-EFFECTIVE-DATE TO TXP-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           PERFORM VALIDATE-PROFILE-FIELDS-RTN
           IF AUDIT-RESULT-TEXT NOT = SPACES
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE TRANS-CHILDREN TO TXP-CHILDREN
           MOVE TRANS-CATEGORY TO TXP-CATEGORY
           MOVE RUN-DATE       TO TXP-ENTERED-DATE
           REWRITE TAX-PROFILE-RECORD
           IF TAX-PROFILE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR REWRITING TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'CHANGED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-DELETE-RTN.
           MOVE TRANS-AFM            TO TXP-AFM
           MOVE TRANS-EFFECTIVE-DATE TO TXP-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-DELETE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           DELETE TAX-PROFILE-FILE
           IF TAX-PROFILE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM TAX-PROFILE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'DELETED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-DELETE-EXIT.
           EXIT.

      *----Leaves AUDIT-RESULT-TEXT spaces when the children and the
      *----category are acceptable to the reduction rules.
       VALIDATE-PROFILE-FIELDS-RTN.
           IF TRANS-CHILDREN NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
           ELSE
               MOVE TRANS-CHILDREN TO TXR-CHILDREN
               MOVE TRANS-CATEGORY TO TXR-CATEGORY
               MOVE 0              TO TXR-ANNUAL-INCOME
               CALL 'TAX-REDUCTION-SUBRTN' USING BY REFERENCE
                       TXR-CHILDREN, TXR-CATEGORY, TXR-ANNUAL-INCOME,
                       TXR-ANNUAL-REDUCTION, TXR-STATUS
               IF TXR-STATUS NOT = 'VALID'
                   MOVE 'BAD CATEGORY' TO AUDIT-RESULT-TEXT
               END-IF
           END-IF.

       READ-MASTER-RTN.
           READ TAX-PROFILE-FILE
               INVALID KEY
                   MOVE 'NO' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ.

       SAVE-BEFORE-IMAGE-RTN.
           MOVE TXP-CHILDREN     TO BEFORE-CHILDREN
           MOVE TXP-CATEGORY     TO BEFORE-CATEGORY
           MOVE TXP-ENTERED-DATE TO BEFORE-ENTERED-DATE.

       SAVE-AFTER-IMAGE-RTN.
           MOVE TXP-CHILDREN     TO AFTER-CHILDREN
           MOVE TXP-CATEGORY     TO AFTER-CATEGORY
           MOVE TXP-ENTERED-DATE TO AFTER-ENTERED-DATE.

       PRINT-AUDIT-RECORD.
           MOVE SPACES               TO TAX-PROFILE-AUDIT-OUT
           MOVE RUN-DATE             TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE      TO AUDIT-TIME
           MOVE TRANS-ACTION         TO AUDIT-ACTION
           MOVE TRANS-AFM            TO AUDIT-AFM
           MOVE TRANS-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE
           MOVE BEFORE-IMAGE         TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE          TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-RESULT-TEXT    TO AUDIT-RESULT
           MOVE X'0D0A'              TO AUDIT-CRLF
           WRITE TAX-PROFILE-AUDIT-OUT
           IF TAX-PROFILE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING TAX-PROFILE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' TAX-PROFILE-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'TAX PROFILE TRANSACTIONS READ:     '
               TRANS-READ-COUNT.
           DISPLAY 'TAX PROFILE TRANSACTIONS APPLIED:  '
               TRANS-APPLIED-COUNT.
           DISPLAY 'TAX PROFILE TRANSACTIONS REJECTED: '
               TRANS-REJECTED-COUNT.

       END PROGRAM TAX-PROFILE-MAINT.
