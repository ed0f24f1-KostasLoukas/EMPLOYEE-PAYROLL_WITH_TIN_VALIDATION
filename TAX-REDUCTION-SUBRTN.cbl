       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REDUCTION-SUBRTN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      *----The statutory annual reduction of the tax on salary income
      *----by number of dependent children, none to four; each child
      *----past the fourth adds CHILD-STEP-AMOUNT.
       01  REDUCTION-TABLE.
           05 FILLER                        PIC 9(04) VALUE 0777.
           05 FILLER                        PIC 9(04) VALUE 0810.
           05 FILLER                        PIC 9(04) VALUE 0900.
           05 FILLER                        PIC 9(04) VALUE 1120.
           05 FILLER                        PIC 9(04) VALUE 1340.
       01  REDUCTION-TABLE-ARRAY REDEFINES REDUCTION-TABLE.
           05 BASE-REDUCTION OCCURS 5 TIMES PIC 9(04).
       01  WS-VARIABLES.
           05  CHILD-STEP-AMOUNT            PIC 9(04) VALUE 0220.
      *----Above TAPER-THRESHOLD the reduction falls by TAPER-AMOUNT
      *----for every TAPER-PER of income, except for five or more
      *----children, where it is kept whole.
           05  TAPER-THRESHOLD              PIC 9(06) VALUE 12000.
           05  TAPER-AMOUNT                 PIC 9(04) VALUE 20.
           05  TAPER-PER                    PIC 9(04) VALUE 1000.
           05  TAPER-CHILDREN-LIMIT         PIC 9(02) VALUE 4.
      *----Fixed reduction for a taxpayer with a disability of 80% or
      *----more (category 'D'), added after the taper.
           05  DISABILITY-AMOUNT            PIC 9(04) VALUE 0200.
           05  TABLE-IDX                    PIC 9(02) VALUE 0.
           05  TAPER-REDUCTION              PIC 9(07)V99 VALUE 0.
           05  REDUCTION-CHILDREN           PIC 9(02) VALUE 0.
           05  TAPERED-AMOUNT               PIC 9(07)V99 VALUE 0.
       LINKAGE SECTION.
       01  TXR-CHILDREN                     PIC  9(002).
       01  TXR-CATEGORY                     PIC  X(001).
       01  TXR-ANNUAL-INCOME                PIC  9(009)V99.
       01  TXR-ANNUAL-REDUCTION             PIC  9(007)V99.
       01  TXR-STATUS                       PIC  X(007).

      *----Returns the annual reduction for the profile on an annual
      *----taxable income.  The caller limits it to the tax it is
      *----reducing and, for a pay period, takes its share of the
      *----year.  An unknown category is INVALID with no reduction.
      *----The tax brackets already tax everyone as a taxpayer with
      *----no dependants, and an employee with no profile is given
      *----no reduction, so the amount returned is the statutory
      *----reduction over and above the no-dependant one: a profile
      *----of no children and no category returns 0, the same as no
      *----profile at all.
       PROCEDURE DIVISION USING TXR-CHILDREN, TXR-CATEGORY,
               TXR-ANNUAL-INCOME, TXR-ANNUAL-REDUCTION, TXR-STATUS.
           MOVE 0       TO TXR-ANNUAL-REDUCTION
           MOVE 'VALID' TO TXR-STATUS
           IF TXR-CHILDREN NOT NUMERIC
               MOVE 'INVALID' TO TXR-STATUS
               GOBACK
           END-IF
           EVALUATE TXR-CATEGORY
             WHEN SPACE
             WHEN 'D'
               CONTINUE
             WHEN OTHER
               MOVE 'INVALID' TO TXR-STATUS
               GOBACK
           END-EVALUATE
           PERFORM CALCULATE-REDUCTION-RTN.
           GOBACK.

       CALCULATE-REDUCTION-RTN.
           MOVE TXR-CHILDREN TO REDUCTION-CHILDREN
           PERFORM TAPERED-REDUCTION-RTN
           MOVE TAPERED-AMOUNT TO TXR-ANNUAL-REDUCTION
           MOVE 0 TO REDUCTION-CHILDREN
           PERFORM TAPERED-REDUCTION-RTN
           IF TAPERED-AMOUNT > TXR-ANNUAL-REDUCTION
               MOVE 0 TO TXR-ANNUAL-REDUCTION
           ELSE
               SUBTRACT TAPERED-AMOUNT FROM TXR-ANNUAL-REDUCTION
           END-IF
           IF TXR-CATEGORY = 'D'
               ADD DISABILITY-AMOUNT TO TXR-ANNUAL-REDUCTION
           END-IF.

      *----The statutory reduction for REDUCTION-CHILDREN children
      *----after the income taper.
       TAPERED-REDUCTION-RTN.
           IF REDUCTION-CHILDREN > 4
               COMPUTE TAPERED-AMOUNT =
                   BASE-REDUCTION(5) +
                   (REDUCTION-CHILDREN - 4) * CHILD-STEP-AMOUNT
           ELSE
               COMPUTE TABLE-IDX = REDUCTION-CHILDREN + 1
               MOVE BASE-REDUCTION(TABLE-IDX) TO TAPERED-AMOUNT
           END-IF
           IF REDUCTION-CHILDREN NOT > TAPER-CHILDREN-LIMIT AND
                   TXR-ANNUAL-INCOME > TAPER-THRESHOLD
               COMPUTE TAPER-REDUCTION ROUNDED =
                   (TXR-ANNUAL-INCOME - TAPER-THRESHOLD) *
                   TAPER-AMOUNT / TAPER-PER
               IF TAPER-REDUCTION > TAPERED-AMOUNT
                   MOVE 0 TO TAPERED-AMOUNT
               ELSE
                   SUBTRACT TAPER-REDUCTION FROM TAPERED-AMOUNT
               END-IF
           END-IF.
       END PROGRAM TAX-REDUCTION-SUBRTN.
