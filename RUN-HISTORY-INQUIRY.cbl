       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS RUN-HISTORY-RECORD.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-ID                         PIC X(15).
           05 RH-NET                            PIC S9(08)V99
                   SIGN LEADING SEPARATE.
           05 RH-RECON-BALANCED                 PIC X(03).
           05 RH-COMPANY                        PIC X(02).
       FD  RUN-HISTORY-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 134 CHARACTERS
           DATA RECORD IS HISTORY-REPORT-OUT.
       01  HISTORY-REPORT-OUT.
           05 RPT-RUN-ID                        PIC X(15).
           05 FILLER                            PIC X(02).
           05 RPT-COMPANY                       PIC X(02).
           05 FILLER                            PIC X(02).
           05 RPT-MODE                          PIC X(05).
           05 FILLER                            PIC X(02).
           05 RPT-START-TYPE                    PIC X(07).
       01  HISTORY-REPORT-TITLE.
           05 RPT-RUN-ID-TITLE                  PIC X(15).
           05 FILLER                            PIC X(02).
           05 RPT-COMPANY-TITLE                 PIC X(02).
           05 FILLER                            PIC X(02).
           05 RPT-MODE-TITLE                    PIC X(05).
           05 FILLER                            PIC X(02).
           05 RPT-TYPE-TITLE                    PIC X(07).
           05 RPT-RECON-TITLE                   PIC X(03).
           05 RPT-TITLE-CRLF                    PIC X(02).
       01  HISTORY-REPORT-DASHES.
           05 RPT-DASHES                        PIC X(132).
           05 RPT-DASHES-CRLF                   PIC X(02).
       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
       PRINT-REPORT-TITLE-RTN.
           MOVE SPACES           TO HISTORY-REPORT-TITLE
           MOVE 'RUN ID'         TO RPT-RUN-ID-TITLE
           MOVE 'CO'             TO RPT-COMPANY-TITLE
           MOVE 'MODE '          TO RPT-MODE-TITLE
           MOVE 'START  '        TO RPT-TYPE-TITLE
           MOVE 'STATUS   '      TO RPT-STATUS-TITLE
           IF HISTORY-EOF-SWITCH NOT = 'YES'
               MOVE SPACES             TO HISTORY-REPORT-OUT
               MOVE RH-RUN-ID          TO RPT-RUN-ID
               MOVE RH-COMPANY         TO RPT-COMPANY
               MOVE RH-MODE            TO RPT-MODE
               MOVE RH-START-TYPE      TO RPT-START-TYPE
               MOVE RH-STATUS          TO RPT-STATUS
