       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RATE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RATE-TRANS-FILE ASSIGN TO DISK
             FILE STATUS IS PAY-RATE-TRANS-FILE-STATUS.

           SELECT PAY-RATE-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RATE-KEY
             FILE STATUS IS PAY-RATE-FILE-STATUS.

           SELECT AFM-REGISTRY-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT PAY-RATE-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS PAY-RATE-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----One maintenance transaction per record: 'A' adds a rate
      *----taking effect on the given date, 'C' corrects the rate of
      *----an existing effective date, 'D' deletes one.  The
      *----AFM+EFFECTIVE-DATE pair is the master key, so a raise is
      *----always a new record and the rates already in force stay on
      *----file for the periods they priced.
       FD  PAY-RATE-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS PAY-RATE-TRANS-IN.
       01  PAY-RATE-TRANS-IN.
           05 TRANS-ACTION                     PIC X(01).
           05 TRANS-AFM                        PIC X(09).
           05 TRANS-EFFECTIVE-DATE             PIC 9(08).
           05 TRANS-HOUR-RATE                  PIC 99V99.
           05 TRANS-CRLF                       PIC X(02).
      *----The contracted hourly rate per AFM, effective-dated: the
      *----rate in force for a period is the record with the latest
      *----effective date on or before the period end.  A record keyed
      *----in after its own effective date is marked for the retro
      *----pass ('P'), which stamps it 'D' once the back pay is out.
      *----For an employee who moved company the pass runs once per
      *----company: 'N' once the current company's share is paid,
      *----'O' once the prior company's, and 'D' when both are.
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
      *----transaction, appended across runs, as REGISTRY-MAINT and
      *----DEDUCTION-MAINT keep theirs.
       FD  PAY-RATE-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS PAY-RATE-AUDIT-OUT.
       01  PAY-RATE-AUDIT-OUT.
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
           05 AUDIT-BEFORE-IMAGE               PIC X(13).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(13).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05 PAY-RATE-TRANS-FILE-STATUS       PIC 99.
           05 PAY-RATE-FILE-STATUS             PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 PAY-RATE-AUDIT-FILE-STATUS       PIC 99.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           05 TRANS-READ-COUNT                 COMP PIC 9(06) VALUE 0.
           05 TRANS-APPLIED-COUNT              COMP PIC 9(06) VALUE 0.
           05 TRANS-REJECTED-COUNT             COMP PIC 9(06) VALUE 0.
           05 RETRO-PENDING-COUNT              COMP PIC 9(06) VALUE 0.
           05 AFM                              PIC X(09).
           05 AFM-STATUS                       PIC X(07).
           05 AFM-CAUSE                        PIC X(40).
      *----Work image matching the master record past the key, in
      *----display form, for the audit trail's before/after columns.
           05 BEFORE-IMAGE.
               10 BEFORE-HOUR-RATE              PIC 99V99.
               10 BEFORE-ENTERED-DATE           PIC 9(08).
               10 BEFORE-RETRO-STATUS           PIC X(01).
           05 AFTER-IMAGE.
               10 AFTER-HOUR-RATE               PIC 99V99.
               10 AFTER-ENTERED-DATE            PIC 9(08).
               10 AFTER-RETRO-STATUS            PIC X(01).
           05 AUDIT-RESULT-TEXT                PIC X(16).

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-RTN.
           PERFORM MAIN-RTN.
           PERFORM FINAL-RTN.
           PERFORM STOPRUN.

       STOPRUN.
           CLOSE PAY-RATE-TRANS-FILE, PAY-RATE-FILE,
               PAY-RATE-AUDIT-FILE.
           IF AFM-REGISTRY-AVAILABLE-SWITCH = 'YES'
              CLOSE AFM-REGISTRY-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
           INITIALIZE WS-VARIABLES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE AUDIT-TIME-SAVE = RUN-TIME / 100.

           OPEN INPUT PAY-RATE-TRANS-FILE.
           IF PAY-RATE-TRANS-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE: PAY-RATE-TRANS-FILE'
                  '!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-TRANS-FILE-STATUS
              GO TO STOPRUN.

      *----The master may not exist yet on the first maintenance run;
      *----create it rather than failing, as REGISTRY-MAINT does for
      *----the registry.
           OPEN I-O PAY-RATE-FILE.
           IF PAY-RATE-FILE-STATUS = 35
              OPEN OUTPUT PAY-RATE-FILE
              CLOSE PAY-RATE-FILE
              OPEN I-O PAY-RATE-FILE
           END-IF
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN.

      *----A rate may only attach to a real employee; a registry not
      *----built yet rejects adds rather than waving them through.
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
           OPEN EXTEND PAY-RATE-AUDIT-FILE.
           IF PAY-RATE-AUDIT-FILE-STATUS = 35
              OPEN OUTPUT PAY-RATE-AUDIT-FILE
           END-IF
           IF PAY-RATE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY 'ERROR OPENING FILE: PAY-RATE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-AUDIT-FILE-STATUS
              GO TO STOPRUN.

           READ PAY-RATE-TRANS-FILE
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
           READ PAY-RATE-TRANS-FILE
                AT END MOVE 'NO' TO DATA-REMAINS-SWITCH.
           IF DATA-REMAINS-SWITCH NOT = 'NO'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *----An add must carry a checksum-valid AFM on the registry and
      *----active, a numeric effective date and a nonzero rate, and a
      *----key not already on file.
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
           IF TRANS-EFFECTIVE-DATE NOT NUMERIC OR
                   TRANS-HOUR-RATE NOT NUMERIC
               MOVE 'NOT NUMERIC' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-EFFECTIVE-DATE = 0
               MOVE 'NO EFF DATE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           IF TRANS-HOUR-RATE = 0
               MOVE 'ZERO RATE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-AFM            TO RATE-AFM
           MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH = 'YES'
               MOVE 'ALREADY ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-ADD-EXIT
           END-IF
           MOVE TRANS-AFM            TO RATE-AFM
           MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           MOVE TRANS-HOUR-RATE      TO RATE-HOUR-RATE
           PERFORM STAMP-RETRO-STATUS-RTN
           WRITE PAY-RATE-RECORD
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'ADDED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-ADD-EXIT.
           EXIT.

      *----A change corrects the rate keyed for an effective date.
      *----Once the retro pass has paid back pay off a record, in
      *----full ('D') or for one company's share ('N' or 'O'), its
      *----rate is history: a further correction goes in as a new
      *----effective date, not as a silent rewrite of what was paid.
       APPLY-CHANGE-RTN.
           MOVE TRANS-AFM            TO RATE-AFM
           MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           IF RATE-RETRO-STATUS = 'D' OR 'N' OR 'O'
               MOVE 'RETRO ALREADY PD' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF TRANS-HOUR-RATE NOT NUMERIC OR TRANS-HOUR-RATE = 0
               MOVE 'ZERO RATE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE TRANS-HOUR-RATE TO RATE-HOUR-RATE
           PERFORM STAMP-RETRO-STATUS-RTN
           REWRITE PAY-RATE-RECORD
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR REWRITING PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           PERFORM SAVE-AFTER-IMAGE-RTN
           MOVE 'CHANGED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-DELETE-RTN.
           MOVE TRANS-AFM            TO RATE-AFM
           MOVE TRANS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           PERFORM READ-MASTER-RTN
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-DELETE-EXIT
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-RTN
           IF RATE-RETRO-STATUS = 'D' OR 'N' OR 'O'
               MOVE 'RETRO ALREADY PD' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-DELETE-EXIT
           END-IF
           DELETE PAY-RATE-FILE
           IF PAY-RATE-FILE-STATUS NOT = 0
              DISPLAY '***ERROR DELETING FROM PAY-RATE-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-FILE-STATUS
              GO TO STOPRUN
           END-IF
           MOVE 'DELETED' TO AUDIT-RESULT-TEXT
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-DELETE-EXIT.
           EXIT.

      *----A rate keyed in on or after its own effective date only
      *----prices periods still to be run; one keyed in late may
      *----reprice periods already paid at the old rate, so it is
      *----queued for RETRO-PAY to work out.
       STAMP-RETRO-STATUS-RTN.
           MOVE RUN-DATE TO RATE-ENTERED-DATE
           IF RATE-EFFECTIVE-DATE < RUN-DATE
               MOVE 'P' TO RATE-RETRO-STATUS
               ADD 1 TO RETRO-PENDING-COUNT
           ELSE
               MOVE SPACE TO RATE-RETRO-STATUS
           END-IF.

       READ-MASTER-RTN.
           READ PAY-RATE-FILE
               INVALID KEY
                   MOVE 'NO' TO RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ.

       SAVE-BEFORE-IMAGE-RTN.
           MOVE RATE-HOUR-RATE    TO BEFORE-HOUR-RATE
           MOVE RATE-ENTERED-DATE TO BEFORE-ENTERED-DATE
           MOVE RATE-RETRO-STATUS TO BEFORE-RETRO-STATUS.

       SAVE-AFTER-IMAGE-RTN.
           MOVE RATE-HOUR-RATE    TO AFTER-HOUR-RATE
           MOVE RATE-ENTERED-DATE TO AFTER-ENTERED-DATE
           MOVE RATE-RETRO-STATUS TO AFTER-RETRO-STATUS.

       PRINT-AUDIT-RECORD.
           MOVE SPACES               TO PAY-RATE-AUDIT-OUT
           MOVE RUN-DATE             TO AUDIT-DATE
           MOVE AUDIT-TIME-SAVE      TO AUDIT-TIME
           MOVE TRANS-ACTION         TO AUDIT-ACTION
           MOVE TRANS-AFM            TO AUDIT-AFM
           MOVE TRANS-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE
           MOVE BEFORE-IMAGE         TO AUDIT-BEFORE-IMAGE
           MOVE AFTER-IMAGE          TO AUDIT-AFTER-IMAGE
           MOVE AUDIT-RESULT-TEXT    TO AUDIT-RESULT
           MOVE X'0D0A'              TO AUDIT-CRLF
           WRITE PAY-RATE-AUDIT-OUT
           IF PAY-RATE-AUDIT-FILE-STATUS NOT = 0
              DISPLAY '***ERROR WRITING PAY-RATE-AUDIT-FILE!!!'
              DISPLAY 'STATUS-CODE = ' PAY-RATE-AUDIT-FILE-STATUS
              GO TO STOPRUN
           END-IF.

       FINAL-RTN.
           DISPLAY 'PAY RATE TRANSACTIONS READ:     ' TRANS-READ-COUNT.
           DISPLAY 'PAY RATE TRANSACTIONS APPLIED:  '
               TRANS-APPLIED-COUNT.
           DISPLAY 'PAY RATE TRANSACTIONS REJECTED: '
               TRANS-REJECTED-COUNT.
           DISPLAY 'BACK-DATED RATES QUEUED FOR RETRO-PAY: '
               RETRO-PENDING-COUNT.

       END PROGRAM PAY-RATE-MAINT.
