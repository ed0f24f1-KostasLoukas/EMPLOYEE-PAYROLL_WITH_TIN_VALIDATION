           05 INQUIRY-PARM-CRLF                 PIC X(02).
       FD  PAY-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PAY-HISTORY-RECORD.
       01  PAY-HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-AFM                      PIC X(09).
               10 HIST-PERIOD-END               PIC 9(08).
               10 HIST-MODE                     PIC X(05).
               10 HIST-COMPANY                  PIC X(02).
           05 HIST-NAME                         PIC X(20).
           05 HIST-GROSS                        COMP PIC S9(08)V99.
           05 HIST-EFKA                         COMP PIC S9(08)V99.
           05 HIST-TAXES                        COMP PIC S9(08)V99.
           05 HIST-DEDUCTIONS                   COMP PIC S9(08)V99.
           05 HIST-NET                          COMP PIC S9(08)V99.
           05 HIST-EMPLOYER-EFKA                COMP PIC S9(08)V99.
           05 HIST-COST-CENTER                  PIC X(04).
           05 HIST-RATED-HOURS                  COMP PIC S9(07)V99.
       FD  HISTORY-INQUIRY-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS HISTORY-INQUIRY-OUT.
       01  HISTORY-INQUIRY-OUT.
           05 INQ-AFM                           PIC X(09).
           05 FILLER                            PIC X(02).
           05 INQ-MODE                          PIC X(05).
           05 FILLER                            PIC X(02).
           05 INQ-COMPANY                       PIC X(02).
           05 FILLER                            PIC X(02).
           05 INQ-GROSS                         PIC Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 INQ-EFKA                          PIC Z(03).Z(02)9,99-.
           05 FILLER                            PIC X(02).
           05 INQ-MODE-TITLE                    PIC X(05).
           05 FILLER                            PIC X(02).
           05 INQ-COMPANY-TITLE                 PIC X(02).
           05 FILLER                            PIC X(02).
           05 INQ-GROSS-TITLE                   PIC X(11).
           05 FILLER                            PIC X(02).
           05 INQ-EFKA-TITLE                    PIC X(11).
           05 INQ-NET-TITLE                     PIC X(11).
           05 INQ-TITLE-CRLF                    PIC X(02).
       01  HISTORY-INQUIRY-DASHES.
           05 INQ-DASHES                        PIC X(117).
           05 INQ-DASHES-CRLF                   PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
               MOVE SELECT-AFM        TO HIST-AFM
               MOVE SELECT-FROM-DATE  TO HIST-PERIOD-END
               MOVE LOW-VALUES        TO HIST-MODE
               MOVE LOW-VALUES        TO HIST-COMPANY
           END-IF
           START PAY-HISTORY-FILE KEY IS NOT < HIST-KEY
               INVALID KEY MOVE 'YES' TO HISTORY-EOF-SWITCH
           MOVE 'EMPLOYEE NAME'  TO INQ-NAME-TITLE
           MOVE 'PERIOD  '       TO INQ-PERIOD-TITLE
           MOVE 'MODE '          TO INQ-MODE-TITLE
           MOVE 'CO'             TO INQ-COMPANY-TITLE
           MOVE '      GROSS'    TO INQ-GROSS-TITLE
           MOVE '       EFKA'    TO INQ-EFKA-TITLE
           MOVE '      TAXES'    TO INQ-TAXES-TITLE
                   MOVE HIST-NAME        TO INQ-NAME
                   MOVE HIST-PERIOD-END  TO INQ-PERIOD-END
                   MOVE HIST-MODE        TO INQ-MODE
                   MOVE HIST-COMPANY     TO INQ-COMPANY
                   MOVE HIST-GROSS       TO INQ-GROSS
                   MOVE HIST-EFKA        TO INQ-EFKA
                   MOVE HIST-TAXES       TO INQ-TAXES
           MOVE 'TOTALS FOR PERIODS'  TO INQ-NAME
           MOVE SPACES              TO INQ-PERIOD-END
           MOVE SPACES              TO INQ-MODE
           MOVE SPACES              TO INQ-COMPANY
           MOVE EMP-GROSS-TOTAL     TO INQ-GROSS
           MOVE EMP-EFKA-TOTAL      TO INQ-EFKA
           MOVE EMP-TAXES-TOTAL     TO INQ-TAXES
