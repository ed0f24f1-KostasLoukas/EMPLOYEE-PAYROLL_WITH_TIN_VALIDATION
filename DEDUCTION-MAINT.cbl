           05 DED-PRIORITY                      PIC 9(02).
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
      *----transaction, appended across runs so the trail is complete,
      *----the same convention REGISTRY-MAINT keeps for the registry.
