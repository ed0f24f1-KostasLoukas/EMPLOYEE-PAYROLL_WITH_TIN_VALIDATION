             RECORD KEY IS REG-AFM
             FILE STATUS IS AFM-REGISTRY-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CO-CODE
             FILE STATUS IS COMPANY-MASTER-FILE-STATUS.

           SELECT REGISTRY-AUDIT-FILE ASSIGN TO DISK
             FILE STATUS IS REGISTRY-AUDIT-FILE-STATUS.

      *----dates leave the old value standing), 'D' deletes.  On a
      *----'C', TRANS-TERM-DATE 99999999 clears the termination date
      *----(the rehire case -- zero would just keep the stale date).
      *----TRANS-COMPANY names the employing company; on a 'C' a
      *----different code is a move between companies taking effect
      *----on TRANS-COMPANY-FROM.
       FD  REGISTRY-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS REGISTRY-TRANS-IN.
       01  REGISTRY-TRANS-IN.
           05 TRANS-ACTION                     PIC X(01).
           05 TRANS-HIRE-DATE                  PIC 9(08).
           05 TRANS-TERM-DATE                  PIC 9(08).
           05 TRANS-STATUS                     PIC X(01).
           05 TRANS-COMPANY                    PIC X(02).
           05 TRANS-COMPANY-FROM               PIC 9(08).
           05 TRANS-CRLF                       PIC X(02).
      *----REG-COMPANY is the employing company since
      *----REG-COMPANY-FROM.  After a move REG-PRIOR-COMPANY keeps the
      *----one left, so it can still pay the periods up to the move.
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
      *----Before/after image of every applied (or rejected)
      *----transaction, appended across runs so the trail is complete.
       FD  REGISTRY-AUDIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 151 CHARACTERS
           DATA RECORD IS REGISTRY-AUDIT-OUT.
       01  REGISTRY-AUDIT-OUT.
           05 AUDIT-DATE                       PIC 9(08).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFM                        PIC X(09).
           05 FILLER                           PIC X(02).
           05 AUDIT-BEFORE-IMAGE               PIC X(49).
           05 FILLER                           PIC X(02).
           05 AUDIT-AFTER-IMAGE                PIC X(49).
           05 FILLER                           PIC X(02).
           05 AUDIT-RESULT                     PIC X(16).
           05 AUDIT-CRLF                       PIC X(02).
           05 REGISTRY-TRANS-FILE-STATUS       PIC 99.
           05 AFM-REGISTRY-FILE-STATUS         PIC 99.
           05 REGISTRY-AUDIT-FILE-STATUS       PIC 99.
           05 COMPANY-MASTER-FILE-STATUS       PIC 99.
           05 COMPANY-MASTER-AVAILABLE-SWITCH  PIC X(03) VALUE 'NO'.
           05 COMPANY-CHECK-RESULT             PIC X(16).
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
               10 BEFORE-HIRE-DATE              PIC 9(08).
               10 BEFORE-TERM-DATE              PIC 9(08).
               10 BEFORE-STATUS                 PIC X(01).
               10 BEFORE-COMPANY                PIC X(02).
               10 BEFORE-COMPANY-FROM           PIC 9(08).
               10 BEFORE-PRIOR-COMPANY          PIC X(02).
           05 AFTER-IMAGE.
               10 AFTER-NAME                    PIC X(20).
               10 AFTER-HIRE-DATE               PIC 9(08).
               10 AFTER-TERM-DATE               PIC 9(08).
               10 AFTER-STATUS                  PIC X(01).
               10 AFTER-COMPANY                 PIC X(02).
               10 AFTER-COMPANY-FROM            PIC 9(08).
               10 AFTER-PRIOR-COMPANY           PIC X(02).
           05 AUDIT-RESULT-TEXT                PIC X(16).

       PROCEDURE DIVISION.
       STOPRUN.
           CLOSE REGISTRY-TRANS-FILE, AFM-REGISTRY-FILE,
               REGISTRY-AUDIT-FILE.
           IF COMPANY-MASTER-AVAILABLE-SWITCH = 'YES'
              CLOSE COMPANY-MASTER-FILE
           END-IF.
           STOP RUN.

       INITIALIZE-RTN.
              DISPLAY 'STATUS-CODE = ' AFM-REGISTRY-FILE-STATUS
              GO TO STOPRUN.

      *----Company codes are checked against the company master; a
      *----master not built yet rejects any transaction naming one.
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
           OPEN EXTEND REGISTRY-AUDIT-FILE.
           IF REGISTRY-AUDIT-FILE-STATUS = 35
           END-IF.

      *----An add must carry a checksum-valid AFM (the same
      *----AFM-VALIDATION-SUBRTN the payroll uses), must not already
      *----be on file, and must name an active company on the company
      *----master.  The company holds from TRANS-COMPANY-FROM, or from
      *----the hire date when that is left zero.
       APPLY-ADD-RTN.
           MOVE TRANS-AFM TO AFM
           CALL 'AFM-VALIDATION-SUBRTN' USING BY REFERENCE
                   AFM, AFM-STATUS, AFM-CAUSE
           PERFORM CHECK-COMPANY-RTN
           IF AFM-STATUS NOT = 'VALID'
               MOVE 'BAD AFM' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
           ELSE
               IF COMPANY-CHECK-RESULT NOT = SPACES
                   MOVE COMPANY-CHECK-RESULT TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
               ELSE
                   MOVE TRANS-AFM TO REG-AFM
                   PERFORM READ-REGISTRY-RTN
                   IF RECORD-FOUND-SWITCH = 'YES'
                       MOVE 'ALREADY ON FILE' TO AUDIT-RESULT-TEXT
                       ADD 1 TO TRANS-REJECTED-COUNT
                   ELSE
                       MOVE TRANS-NAME      TO REG-EMPLOYEE-NAME
                       MOVE TRANS-HIRE-DATE TO REG-HIRE-DATE
                       MOVE TRANS-TERM-DATE TO REG-TERM-DATE
                       IF TRANS-STATUS = SPACE
                           MOVE 'A' TO REG-STATUS
                       ELSE
                           MOVE TRANS-STATUS TO REG-STATUS
                       END-IF
                       MOVE TRANS-COMPANY   TO REG-COMPANY
                       IF TRANS-COMPANY-FROM NUMERIC AND
                               TRANS-COMPANY-FROM NOT = 0
                           MOVE TRANS-COMPANY-FROM TO REG-COMPANY-FROM
                       ELSE
                           MOVE TRANS-HIRE-DATE TO REG-COMPANY-FROM
                       END-IF
                       MOVE SPACES          TO REG-PRIOR-COMPANY
                       WRITE AFM-REGISTRY-RECORD
                       IF AFM-REGISTRY-FILE-STATUS NOT = 0
                          DISPLAY '***ERROR WRITING AFM-REGISTRY-FILE'
                              '!!!'
                          DISPLAY 'STATUS-CODE = '
                              AFM-REGISTRY-FILE-STATUS
                          GO TO STOPRUN
                       END-IF
                       PERFORM SAVE-AFTER-IMAGE-RTN
                       MOVE 'ADDED' TO AUDIT-RESULT-TEXT
                       ADD 1 TO TRANS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

      *----A change keeps any field the transaction leaves blank (name,
      *----status, company) or zero (dates).  A company other than the
      *----current one is a move: it needs the date the move takes
      *----effect, and the company left is kept as the prior one so
      *----that it can still pay the periods up to the move.
       APPLY-CHANGE-RTN.
           MOVE TRANS-AFM TO REG-AFM
           PERFORM READ-REGISTRY-RTN
           MOVE SPACES TO COMPANY-CHECK-RESULT
           IF RECORD-FOUND-SWITCH = 'YES' AND
                   TRANS-COMPANY NOT = SPACES AND
                   TRANS-COMPANY NOT = REG-COMPANY
               PERFORM CHECK-COMPANY-RTN
               IF COMPANY-CHECK-RESULT = SPACES AND
                       (TRANS-COMPANY-FROM NOT NUMERIC OR
                        TRANS-COMPANY-FROM = 0)
                   MOVE 'NO MOVE DATE' TO COMPANY-CHECK-RESULT
               END-IF
           END-IF
           IF RECORD-FOUND-SWITCH NOT = 'YES'
               MOVE 'NOT ON FILE' TO AUDIT-RESULT-TEXT
               ADD 1 TO TRANS-REJECTED-COUNT
           ELSE
               IF COMPANY-CHECK-RESULT NOT = SPACES
                   PERFORM SAVE-BEFORE-IMAGE-RTN
                   MOVE COMPANY-CHECK-RESULT TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-REJECTED-COUNT
               ELSE
                   PERFORM SAVE-BEFORE-IMAGE-RTN
                   IF TRANS-NAME NOT = SPACES
                       MOVE TRANS-NAME TO REG-EMPLOYEE-NAME
                   END-IF
                   IF TRANS-HIRE-DATE NOT = 0
                       MOVE TRANS-HIRE-DATE TO REG-HIRE-DATE
                   END-IF
                   IF TRANS-TERM-DATE = 99999999
                       MOVE 0 TO REG-TERM-DATE
                   ELSE
                       IF TRANS-TERM-DATE NOT = 0
                           MOVE TRANS-TERM-DATE TO REG-TERM-DATE
                       END-IF
                   END-IF
                   IF TRANS-STATUS NOT = SPACE
                       MOVE TRANS-STATUS TO REG-STATUS
                   END-IF
                   IF TRANS-COMPANY NOT = SPACES AND
                           TRANS-COMPANY NOT = REG-COMPANY
                       MOVE REG-COMPANY        TO REG-PRIOR-COMPANY
                       MOVE TRANS-COMPANY      TO REG-COMPANY
                       MOVE TRANS-COMPANY-FROM TO REG-COMPANY-FROM
                   END-IF
                   REWRITE AFM-REGISTRY-RECORD
                   IF AFM-REGISTRY-FILE-STATUS NOT = 0
                      DISPLAY '***ERROR REWRITING AFM-REGISTRY-FILE!!!'
                      DISPLAY 'STATUS-CODE = ' AFM-REGISTRY-FILE-STATUS
                      GO TO STOPRUN
                   END-IF
                   PERFORM SAVE-AFTER-IMAGE-RTN
                   MOVE 'CHANGED' TO AUDIT-RESULT-TEXT
                   ADD 1 TO TRANS-APPLIED-COUNT
               END-IF
           END-IF.

       APPLY-DELETE-RTN.
                   MOVE 'YES' TO RECORD-FOUND-SWITCH
           END-READ.

      *----Leaves COMPANY-CHECK-RESULT blank when TRANS-COMPANY is an
      *----active company on the master, otherwise the reject reason.
       CHECK-COMPANY-RTN.
           MOVE SPACES TO COMPANY-CHECK-RESULT
           IF COMPANY-MASTER-AVAILABLE-SWITCH NOT = 'YES'
               MOVE 'COMPANY ABSENT' TO COMPANY-CHECK-RESULT
           ELSE
               MOVE TRANS-COMPANY TO CO-CODE
               READ COMPANY-MASTER-FILE
                   INVALID KEY
                       MOVE 'BAD COMPANY' TO COMPANY-CHECK-RESULT
                   NOT INVALID KEY
                       IF CO-STATUS = 'I'
                           MOVE 'COMPANY INACTIVE'
                               TO COMPANY-CHECK-RESULT
                       END-IF
               END-READ
           END-IF.

       SAVE-BEFORE-IMAGE-RTN.
           MOVE REG-EMPLOYEE-NAME TO BEFORE-NAME
           MOVE REG-HIRE-DATE     TO BEFORE-HIRE-DATE
           MOVE REG-TERM-DATE     TO BEFORE-TERM-DATE
           MOVE REG-STATUS        TO BEFORE-STATUS
           MOVE REG-COMPANY       TO BEFORE-COMPANY
           MOVE REG-COMPANY-FROM  TO BEFORE-COMPANY-FROM
           MOVE REG-PRIOR-COMPANY TO BEFORE-PRIOR-COMPANY.

       SAVE-AFTER-IMAGE-RTN.
           MOVE REG-EMPLOYEE-NAME TO AFTER-NAME
           MOVE REG-HIRE-DATE     TO AFTER-HIRE-DATE
           MOVE REG-TERM-DATE     TO AFTER-TERM-DATE
           MOVE REG-STATUS        TO AFTER-STATUS
           MOVE REG-COMPANY       TO AFTER-COMPANY
           MOVE REG-COMPANY-FROM  TO AFTER-COMPANY-FROM
           MOVE REG-PRIOR-COMPANY TO AFTER-PRIOR-COMPANY.

       PRINT-AUDIT-RECORD.
           MOVE SPACES            TO REGISTRY-AUDIT-OUT
