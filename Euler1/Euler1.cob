      * asks for a single case at the terminal as it always has, so
      * the monthly calc can be one scheduled evening step instead
      * of a typing session.
      * Limits run to twelve digits. Every case is computed by
      * inclusion-exclusion across the divisor list: the sum of the
      * multiples of each divisor below the limit, less those of the
      * least common multiple of each pair, plus each triple, and so
      * on - a handful of multiplications however big the limit.
      * A case whose limit is below the loop limit (1,000,000 unless
      * a LOOP-LIMIT=n line in the parameter file says otherwise,
      * from that line on; 0 turns the loop off) is also summed the
      * old way, number by number through Factor, and the two sums
      * compared. Each results line says which method produced it
      * (FORMULA, or FORMULA+LOOP with the loop's own sum beside it),
      * the elapsed seconds for the case, and MISMATCH when the two
      * sums disagree - the run then ends with return code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER1.
       AUTHOR.  Jesse Racine.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.
       FD ResultFile.
       01 ResultRec PIC X(200).
       WORKING-STORAGE SECTION.
       01 Counter PIC 9(12).
       01 Total    PIC 9(24)  VALUE ZEROS.
       01 WS-Limit PIC 9(12).
       01 WS-Divisor-Count PIC 9 VALUE ZERO.
       01 WS-Divisor-Table.
           02 WS-Divisor OCCURS 5 TIMES PIC 999.
       01 WS-Skip-Count PIC 9(4) VALUE ZERO.
       01 WS-Overflow-Switch PIC X VALUE "N".
           88 Total-Overflowed VALUE "Y".
       01 WS-Mismatch-Count PIC 9(4) VALUE ZERO.
      * Cases with a limit below this are also run through the loop
      * and the two sums compared; zero runs no loop at all.
       01 WS-Loop-Limit PIC 9(12) VALUE 1000000.
       01 WS-Loop-State PIC X VALUE "N".
           88 Loop-Was-Run VALUE "Y".
      * Inclusion-exclusion: one term per non-empty subset of the
      * divisors, the subset picked by the bits of WS-Mask.
       01 WS-Formula-Sum PIC S9(26).
       01 WS-Mask PIC 9(2) COMP.
       01 WS-Mask-Max PIC 9(2) COMP.
       01 WS-Mask-Bits PIC 9(2) COMP.
       01 WS-Mask-Rest PIC 9(2) COMP.
       01 WS-Mask-Bit PIC 9(1) COMP.
       01 WS-Subset-Size PIC 9(1) COMP.
       01 WS-Subset-Lcm PIC 9(18).
       01 WS-Subset-Live PIC X.
           88 Subset-Is-Live VALUE "Y".
       01 WS-Gcd-A PIC 9(18).
       01 WS-Gcd-B PIC 9(18).
       01 WS-Gcd-Rem PIC 9(18).
       01 WS-Gcd-Quot PIC 9(18).
       01 WS-Multiple-Count PIC 9(12).
       01 WS-Term PIC 9(26).
      * Elapsed time for a case, in hundredths of a second since
      * midnight.
       01 WS-Clock PIC 9(8).
       01 WS-Clock-Parts REDEFINES WS-Clock.
           02 WS-Clock-Hour PIC 9(2).
           02 WS-Clock-Min PIC 9(2).
           02 WS-Clock-Sec PIC 9(2).
           02 WS-Clock-Hund PIC 9(2).
       01 WS-Start-Hund PIC 9(7).
       01 WS-End-Hund PIC 9(7).
       01 WS-Elapsed PIC 9(5)V99.
       01 WS-Case-Is-Good PIC X.
           88 Case-Is-Good VALUE "Y".
       01 WS-Parm-Limit PIC X(13).
       01 WS-Parm-Count PIC X(2).
       01 WS-Parm-Div-Text.
           02 WS-Parm-Div OCCURS 5 TIMES PIC X(4).
       01 WS-Result-Line.
           02 WS-R-Case PIC 9(4).
           02 FILLER PIC X(7) VALUE " LIMIT=".
           02 WS-R-Limit PIC 9(12).
           02 FILLER PIC X(10) VALUE " DIVISORS=".
           02 WS-R-Divs PIC X(20).
           02 FILLER PIC X(5) VALUE " SUM=".
           02 WS-R-Sum PIC 9(24).
           02 FILLER PIC X(8) VALUE " METHOD=".
           02 WS-R-Method PIC X(12).
           02 FILLER PIC X(6) VALUE " SECS=".
           02 WS-R-Secs PIC ZZZZ9.99.
           02 FILLER PIC X(10) VALUE " LOOP-SUM=".
           02 WS-R-Loop-Sum PIC X(24).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-R-Flag PIC X(12).
       01 WS-Loop-Sum-Show PIC 9(24).
       01 WS-Div-List PIC X(20).
       01 WS-Div-Ptr PIC 99 COMP.
       01 WS-Num-Text PIC X(13).
       01 WS-Num-Value PIC 9(12).
       01 WS-Num-Digits PIC 9(2) COMP.
       01 WS-Num-Bad-Chars PIC 9(2) COMP.
       01 WS-Number-Is-Good PIC X.
           02 WS-E-Count PIC 9(4).
           02 FILLER PIC X(9) VALUE " CASE(S) ".
           02 WS-E-Skipped PIC 9(4).
           02 FILLER PIC X(9) VALUE " SKIPPED ".
           02 WS-E-Mismatched PIC 9(4).
           02 FILLER PIC X(9) VALUE " MISMATCH".
       PROCEDURE DIVISION.
           Begin.
               OPEN INPUT ParmFile
                   READ ParmFile
                       AT END SET EndOfParmFile TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ParmRec = SPACE OR
                                       ParmRec(1:1) = "*"
                                   CONTINUE
                               WHEN ParmRec(1:11) = "LOOP-LIMIT="
                                   PERFORM Set-Loop-Limit
                               WHEN OTHER
                                   PERFORM Run-One-Case
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE WS-Case-Count TO WS-E-Count
               MOVE WS-Skip-Count TO WS-E-Skipped
               MOVE WS-Mismatch-Count TO WS-E-Mismatched
               MOVE WS-End-Line TO ResultRec
               WRITE ResultRec
               CLOSE ResultFile
               DISPLAY "EULER1: " WS-Case-Count " case(s) run, "
                   WS-Skip-Count " skipped - see EULER1-RESULTS.DAT"
               IF WS-Mismatch-Count > ZERO
                   DISPLAY "EULER1: *** WARNING *** "
                       WS-Mismatch-Count " case(s) where the formula "
                       "and the loop disagree - flagged MISMATCH"
                   MOVE 8 TO RETURN-CODE
               END-IF.

      * LOOP-LIMIT=n sets the loop limit for the cases after it. A
      * value that does not parse is reported and the limit left as
      * it was.
           Set-Loop-Limit.
               MOVE ParmRec(12:13) TO WS-Num-Text
               PERFORM Parse-Parm-Number
               IF Number-Is-Good
                   MOVE WS-Num-Value TO WS-Loop-Limit
               ELSE
                   DISPLAY "EULER1: *** WARNING *** bad LOOP-LIMIT "
                       "line ignored: " ParmRec(1:40)
               END-IF.

      * Parses limit;count;divisors, edits them, and computes. A
      * case that fails its edits (or overflows Total's picture)
                   INTO WS-Parm-Limit WS-Parm-Count
                       WS-Parm-Div(1) WS-Parm-Div(2) WS-Parm-Div(3)
                       WS-Parm-Div(4) WS-Parm-Div(5)
               MOVE SPACE TO WS-R-Method
               MOVE SPACE TO WS-R-Loop-Sum
               MOVE ZERO TO WS-Elapsed
               PERFORM Edit-Case-Parms
               IF Case-Is-Good
                   PERFORM Compute-Case
                   IF Total-Overflowed
                       MOVE "OVERFLOW" TO WS-R-Flag
                       MOVE ZEROS TO WS-Formula-Sum
                       ADD 1 TO WS-Skip-Count
                   END-IF
                   IF Loop-Was-Run AND NOT Total-Overflowed
                       MOVE Total TO WS-Loop-Sum-Show
                       MOVE WS-Loop-Sum-Show TO WS-R-Loop-Sum
                       IF Total NOT = WS-Formula-Sum
                           MOVE "MISMATCH" TO WS-R-Flag
                           ADD 1 TO WS-Mismatch-Count
                       END-IF
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-Formula-Sum
                   ADD 1 TO WS-Skip-Count
               END-IF
               MOVE WS-Case-Count TO WS-R-Case
               MOVE WS-Limit TO WS-R-Limit
               MOVE WS-Div-List TO WS-R-Divs
               MOVE WS-Formula-Sum TO WS-R-Sum
               MOVE WS-Elapsed TO WS-R-Secs
               MOVE WS-Result-Line TO ResultRec
               WRITE ResultRec
               IF WS-Result-Status NOT = "00"
                   END-STRING
               END-PERFORM.

      * Digits and blanks only, at least one digit and no more than
      * the twelve a limit can hold - then NUMVAL does the
      * conversion. Anything else marks the number bad instead of
      * quietly converting to zero or losing digits.
           Parse-Parm-Number.
               MOVE "N" TO WS-Number-Is-Good
               MOVE ZERO TO WS-Num-Value
               INSPECT WS-Num-Text TALLYING
                   WS-Num-Bad-Chars FOR ALL SPACE
               ADD WS-Num-Digits TO WS-Num-Bad-Chars
               IF WS-Num-Digits > ZERO AND WS-Num-Digits < 13
                       AND WS-Num-Bad-Chars = 13
                   COMPUTE WS-Num-Value =
                       FUNCTION NUMVAL(WS-Num-Text)
                   MOVE "Y" TO WS-Number-Is-Good
                   DISPLAY "Enter divisor " WS-Sub ": "
                   ACCEPT WS-Divisor(WS-Sub)
               END-PERFORM
               PERFORM Compute-Case
               IF Total-Overflowed
                   DISPLAY "EULER1: *** ERROR *** total "
                       "overflowed Total's picture, aborting"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF Loop-Was-Run
                   IF Total = WS-Formula-Sum
                       DISPLAY "Loop method agrees"
                   ELSE
                       DISPLAY "EULER1: *** WARNING *** the loop "
                           "method gives " Total " - MISMATCH"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE WS-Formula-Sum TO Total
               DISPLAY "Sum of multiples below " WS-Limit " = " Total
               MOVE WS-Elapsed TO WS-R-Secs
               DISPLAY "Method " WS-R-Method ", elapsed seconds "
                   WS-R-Secs.

      * One case by formula, and by the loop as well when the limit
      * is below the loop limit - the formula's sum lands in
      * WS-Formula-Sum, the loop's in Total - timed from start to
      * finish into WS-Elapsed.
           Compute-Case.
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Clock
               COMPUTE WS-Start-Hund = ((WS-Clock-Hour * 60
                   + WS-Clock-Min) * 60 + WS-Clock-Sec) * 100
                   + WS-Clock-Hund
               MOVE "N" TO WS-Overflow-Switch
               MOVE "N" TO WS-Loop-State
               MOVE "FORMULA" TO WS-R-Method
               PERFORM Formula-Sum
               IF WS-Limit < WS-Loop-Limit AND NOT Total-Overflowed
                   MOVE "Y" TO WS-Loop-State
                   MOVE "FORMULA+LOOP" TO WS-R-Method
                   MOVE ZEROS TO Total
                   PERFORM Factor VARYING Counter FROM 1 BY 1 UNTIL
                       Counter = WS-Limit OR Total-Overflowed
               END-IF
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-Clock
               COMPUTE WS-End-Hund = ((WS-Clock-Hour * 60
                   + WS-Clock-Min) * 60 + WS-Clock-Sec) * 100
                   + WS-Clock-Hund
               IF WS-End-Hund < WS-Start-Hund
                   ADD 8640000 TO WS-End-Hund
               END-IF
               COMPUTE WS-Elapsed = (WS-End-Hund - WS-Start-Hund) / 100.

      * Inclusion-exclusion over every non-empty subset of the
      * divisors: the multiples of the subset's least common
      * multiple below the limit, added for a subset of odd size and
      * taken away for one of even size. A subset whose LCM reaches
      * the limit has no multiples below it and adds nothing.
           Formula-Sum.
               MOVE ZERO TO WS-Formula-Sum
               COMPUTE WS-Mask-Max = 2 ** WS-Divisor-Count - 1
               PERFORM Formula-Term VARYING WS-Mask FROM 1 BY 1
                   UNTIL WS-Mask > WS-Mask-Max OR Total-Overflowed.

           Formula-Term.
               MOVE 1 TO WS-Subset-Lcm
               MOVE ZERO TO WS-Subset-Size
               MOVE "Y" TO WS-Subset-Live
               MOVE WS-Mask TO WS-Mask-Bits
               PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Divisor-Count
                   DIVIDE WS-Mask-Bits BY 2 GIVING WS-Mask-Rest
                       REMAINDER WS-Mask-Bit
                   MOVE WS-Mask-Rest TO WS-Mask-Bits
                   IF WS-Mask-Bit = 1 AND Subset-Is-Live
                       ADD 1 TO WS-Subset-Size
                       PERFORM Lcm-Step
                       IF WS-Subset-Lcm >= WS-Limit OR
                               WS-Subset-Lcm = ZERO
                           MOVE "N" TO WS-Subset-Live
                       END-IF
                   END-IF
               END-PERFORM
               IF Subset-Is-Live
                   COMPUTE WS-Multiple-Count =
                       (WS-Limit - 1) / WS-Subset-Lcm
                   COMPUTE WS-Term = WS-Subset-Lcm * WS-Multiple-Count
                       * (WS-Multiple-Count + 1) / 2
                       ON SIZE ERROR
                           MOVE "Y" TO WS-Overflow-Switch
                   END-COMPUTE
                   IF FUNCTION MOD(WS-Subset-Size, 2) = 1
                       ADD WS-Term TO WS-Formula-Sum
                           ON SIZE ERROR
                               MOVE "Y" TO WS-Overflow-Switch
                       END-ADD
                   ELSE
                       SUBTRACT WS-Term FROM WS-Formula-Sum
                   END-IF
               END-IF.

      * Folds WS-Divisor(WS-Sub) into the subset's LCM: the LCM of
      * a and b is a / gcd(a, b) * b, the gcd by Euclid.
           Lcm-Step.
               MOVE WS-Subset-Lcm TO WS-Gcd-A
               MOVE WS-Divisor(WS-Sub) TO WS-Gcd-B
               PERFORM UNTIL WS-Gcd-B = ZERO
                   DIVIDE WS-Gcd-A BY WS-Gcd-B GIVING WS-Gcd-Quot
                       REMAINDER WS-Gcd-Rem
                   MOVE WS-Gcd-B TO WS-Gcd-A
                   MOVE WS-Gcd-Rem TO WS-Gcd-B
               END-PERFORM
               COMPUTE WS-Subset-Lcm =
                   WS-Subset-Lcm / WS-Gcd-A * WS-Divisor(WS-Sub).

           Factor.
               MOVE "N" TO WS-Is-Multiple
