      *----master key; the split is a fixed amount ('A') or a
      *----percentage of the net ('P'), and the employee's
      *----highest-SEQ account always receives whatever remains.
      *----An account the bank has bounced a credit from is suspended
      *----('S') by BANK-RETURN-PROCESS; a change carrying the IBAN
      *----(corrected, or re-confirmed after a name fix) releases it.
       FD  BANK-ACCOUNT-TRANS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 61 CHARACTERS
           05 TRANS-CRLF                       PIC X(02).
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
      *----Before/after image of every applied (or rejected)
      *----transaction, appended across runs, as REGISTRY-MAINT and
      *----DEDUCTION-MAINT keep theirs.
           05 DATA-REMAINS-SWITCH              PIC X(02) VALUE SPACES.
           05 RECORD-FOUND-SWITCH              PIC X(03) VALUE 'NO'.
           05 AFM-REGISTRY-AVAILABLE-SWITCH    PIC X(03) VALUE 'NO'.
           05 RELEASED-SWITCH                  PIC X(03) VALUE 'NO'.
           05 RUN-DATE                         PIC 9(08) VALUE 0.
           05 RUN-TIME                         PIC 9(08) VALUE 0.
           05 AUDIT-TIME-SAVE                  PIC 9(06) VALUE 0.
           MOVE TRANS-SPLIT-TYPE TO BA-SPLIT-TYPE
           MOVE TRANS-AMOUNT     TO BA-AMOUNT
           MOVE TRANS-PCT        TO BA-PCT
           MOVE SPACE            TO BA-STATUS
           PERFORM VALIDATE-ACCOUNT-FIELDS-RTN
           IF AUDIT-RESULT-TEXT NOT = SPACES
               ADD 1 TO TRANS-REJECTED-COUNT
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE BA-IBAN TO BEFORE-IMAGE
           MOVE 'NO' TO RELEASED-SWITCH
           IF TRANS-IBAN NOT = SPACES
               MOVE TRANS-IBAN TO IBAN
               CALL 'IBAN-VALIDATION-SUBRTN' USING BY REFERENCE
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               MOVE TRANS-IBAN TO BA-IBAN
               IF BA-STATUS = 'S'
                   MOVE SPACE TO BA-STATUS
                   MOVE 'YES' TO RELEASED-SWITCH
               END-IF
           END-IF
           IF TRANS-SPLIT-TYPE NOT = SPACE
               MOVE TRANS-SPLIT-TYPE TO BA-SPLIT-TYPE
              GO TO STOPRUN
           END-IF
           MOVE BA-IBAN TO AFTER-IMAGE
           IF RELEASED-SWITCH = 'YES'
               MOVE 'CHANGED-RELEASED' TO AUDIT-RESULT-TEXT
           ELSE
               MOVE 'CHANGED' TO AUDIT-RESULT-TEXT
           END-IF
           ADD 1 TO TRANS-APPLIED-COUNT.
       APPLY-CHANGE-EXIT.
           EXIT.
