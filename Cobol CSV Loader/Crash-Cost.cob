      * Economic cost of crashes, for grant applications and the
      * council's budget requests. Prices every crash in sorted.dat
      * at comprehensive (KABCO) unit costs and prints
      * CRASH-COST.RPT: cost by year, by zone, by corridor and by
      * LocCode, then the 25 costliest locations.
      * CRASH-COST-PARMS.DAT holds the unit costs, one line per
      * year they take effect:
      *   YYYY;K;A;B;C;O;PDO   whole dollars - K A B C O per person
      *                        of that severity, PDO per crash
      *   USE-YEAR=YYYY        optional - price at the set in
      *                        effect that year (default this year)
      * The set applied is the latest one effective on or before
      * USE-YEAR, and every crash of every year is priced at it, so
      * the years compare in the same dollars. Its year is printed
      * at the head of every page.
      * A crash is priced from its PERSON-DATA.DAT rows: the unit
      * cost of each person's Severity, summed - a Severity other
      * than K A B C O is taken as O. A crash none of whose persons
      * was hurt (all O) is a property-damage-only crash and costs
      * the PDO figure. A crash with no person rows falls back to
      * its own flags: FatalityBool gives one K, else InjuryBool
      * one B (the severity cannot be told), else PDO.
      * A crash at a LocCode that is a CORRIDOR-MASTER.DAT point
      * counts to that corridor - to both, where two corridors
      * cross - as Corridor-Report counts them.
      * CRASH-COST.DAT gets every crash's price, one line each:
      *   CrashID LocCode TYear TMonth cost basis unit-cost-year
      * basis P (person rows) or F (crash flags); Countermeasure-
      * Eval reads it to state a treatment's result in dollars.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Cost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SortedFile ASSIGN TO "sorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT ParmFile ASSIGN TO "CRASH-COST-PARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Parm-Status.

       SELECT PersonDataFile ASSIGN TO "PERSON-DATA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Person-Status.

       SELECT CorridorFile ASSIGN TO "CORRIDOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Corr-Status.

       SELECT CostFile ASSIGN TO "CRASH-COST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cost-Status.

       SELECT ReportFile ASSIGN TO "CRASH-COST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD PersonDataFile.
       01 PersonRec.
       88 EndOfPersonFile VALUE HIGH-VALUES.
       02 PD-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 PD-Seq PIC 9(2).
       02 FILLER PIC X(1).
       02 PD-Type PIC X(12).
       02 FILLER PIC X(1).
       02 PD-Severity PIC X(1).
       02 FILLER PIC X(1).
       02 PD-Age PIC X(3).
       02 FILLER PIC X(1).
       02 PD-Sex PIC X(1).

       FD CorridorFile.
       01 CorridorRec PIC X(80).
       88 EndOfCorridorFile VALUE HIGH-VALUES.

       FD CostFile.
       01 CostRec.
       02 CC-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 CC-LocCode PIC X(8).
       02 FILLER PIC X(1).
       02 CC-TYear PIC X(4).
       02 FILLER PIC X(1).
       02 CC-TMonth PIC X(2).
       02 FILLER PIC X(1).
       02 CC-Cost PIC 9(11).
       02 FILLER PIC X(1).
       02 CC-Basis PIC X(1).
       02 FILLER PIC X(1).
       02 CC-Unit-Year PIC 9(4).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Sorted-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Person-Status PIC X(2).
       01 WS-Corr-Status PIC X(2).
       01 WS-Cost-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfSortedFile VALUE "Y".
       01 WS-Today PIC 9(8).
       01 WS-Use-Year PIC 9(4).

      * The unit-cost sets, one per effective year, and the set
      * applied. Cost 1-5 is per K A B C O person, 6 per PDO crash.
       01 WS-Set-Table.
           02 WS-Set-Entry OCCURS 50 TIMES.
               03 WS-ST-Year PIC 9(4).
               03 WS-ST-Cost PIC 9(9) OCCURS 6 TIMES.
       01 WS-Sets-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Set-Sub PIC 9(2) COMP.
       01 WS-Best-Set PIC 9(2) COMP VALUE ZERO.
       01 WS-Bad-Parm-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Unit-Year PIC 9(4) VALUE ZERO.
       01 WS-Unit-Costs.
           02 WS-Unit-Cost PIC 9(9) OCCURS 6 TIMES.
       01 WS-Parm-Fields.
           02 WS-PF-Text PIC X(10) OCCURS 7 TIMES.
       01 WS-Field-Sub PIC 9(1).

       01 WS-Num-Text PIC X(10).
       01 WS-Num-Len PIC 9(2) COMP.
       01 WS-Num-Max PIC 9(2) COMP.
       01 WS-Num-Value PIC 9(10).
       01 WS-Num-Valid PIC X(1).
           88 Number-Is-Valid VALUE "Y".
       01 WS-Line-Result PIC X(1).
           88 Line-Is-Good VALUE "Y".
           88 Line-Is-Bad VALUE "N".

      * One entry per crash that has person rows: the summed person
      * costs and how many of its persons were hurt (K-C).
       01 WS-Person-Table.
           02 WS-PC-Entry OCCURS 5000 TIMES.
               03 WS-PC-CrashID PIC 9(5).
               03 WS-PC-Cost PIC 9(11) COMP.
               03 WS-PC-Hurt PIC 9(3) COMP.
       01 WS-PC-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-PC-Sub PIC 9(4) COMP.
       01 WS-Sev-Codes PIC X(5) VALUE "KABCO".
       01 WS-Sev-Col PIC 9(1).
       01 WS-Person-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Odd-Sev-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Person-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-No-Persons PIC X(1) VALUE "N".
           88 Person-Data-Missing VALUE "Y".

      * Corridor points, from the P lines of CORRIDOR-MASTER.DAT.
       01 WS-Point-Table.
           02 WS-PT-Entry OCCURS 2000 TIMES.
               03 WS-PT-Corridor PIC X(8).
               03 WS-PT-Code PIC X(8).
       01 WS-Points-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Point-Sub PIC 9(4) COMP.
       01 WS-Corr-Type PIC X(1).
       01 WS-Corr-Field-1 PIC X(8).
       01 WS-Corr-Field-2 PIC X(30).

      * Every total the report prints, one table for all four
      * breakdowns: kind Y year, Z zone, C corridor, L LocCode.
      * Printed and Ranked mark the entries already pulled by the
      * ordered print passes.
       01 WS-Total-Table.
           02 WS-TT-Entry OCCURS 5400 TIMES.
               03 WS-TT-Kind PIC X(1).
               03 WS-TT-Key PIC X(8).
               03 WS-TT-Name PIC X(40).
               03 WS-TT-Crashes PIC 9(7) COMP.
               03 WS-TT-Flagged PIC 9(7) COMP.
               03 WS-TT-Cost PIC 9(13) COMP-3.
               03 WS-TT-Printed PIC X(1).
               03 WS-TT-Ranked PIC X(1).
       01 WS-TT-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-TT-Sub PIC 9(4) COMP.
       01 WS-Best-Sub PIC 9(4) COMP.
       01 WS-Total-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-Acc-Kind PIC X(1).
       01 WS-Acc-Key PIC X(8).
       01 WS-Acc-Name PIC X(40).
       01 WS-Rank PIC 9(5) COMP.
       01 WS-Pull-Switch PIC X(1).
           88 Pull-Is-Done VALUE "Y".

      * The crash in hand.
       01 WS-Crash-Cost PIC 9(11).
       01 WS-Crash-Basis PIC X(1).
       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-From-Persons PIC 9(7) COMP VALUE ZERO.
       01 WS-From-Flags PIC 9(7) COMP VALUE ZERO.
       01 WS-PDO-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Grand-Cost PIC 9(13) COMP-3 VALUE ZERO.
       01 WS-Average PIC 9(11).
       01 WS-Percent PIC 9(3)V9.

      * Paging - every page opens with the run and unit-cost
      * headings, and a section that runs over repeats its own.
       01 WS-Page-Count PIC 9(5) VALUE ZERO.
       01 WS-Line-Count PIC 9(3) COMP VALUE 99.
       01 WS-Page-Lines PIC 9(3) COMP VALUE 56.
       01 WS-Repeat-Head PIC X(1) VALUE "N".
           88 Section-Head-Repeats VALUE "Y".
       01 WS-Print-Line PIC X(132).
       01 WS-Separator PIC X(132) VALUE ALL "=".

       01 WS-Title-Line.
           02 FILLER PIC X(50) VALUE "ECONOMIC COST OF CRASHES".
           02 FILLER PIC X(10) VALUE "RUN DATE ".
           02 WS-TL-Date PIC 9999/99/99.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "PAGE ".
           02 WS-TL-Page PIC ZZZZ9.
       01 WS-Unit-Year-Line.
           02 FILLER PIC X(24) VALUE "UNIT-COST YEAR APPLIED: ".
           02 WS-UY-Year PIC 9(4).
           02 FILLER PIC X(14) VALUE " - ALL FIGURES".
           02 FILLER PIC X(4) VALUE " IN ".
           02 WS-UY-Year-2 PIC 9(4).
           02 FILLER PIC X(37) VALUE
               " DOLLARS (COMPREHENSIVE, KABCO BASIS)".
       01 WS-Unit-Cost-Line.
           02 FILLER PIC X(2) VALUE "K ".
           02 WS-UC-K PIC $$$$,$$$,$$9.
           02 FILLER PIC X(4) VALUE "  A ".
           02 WS-UC-A PIC $$$$,$$$,$$9.
           02 FILLER PIC X(4) VALUE "  B ".
           02 WS-UC-B PIC $$$$,$$$,$$9.
           02 FILLER PIC X(4) VALUE "  C ".
           02 WS-UC-C PIC $$$$,$$$,$$9.
           02 FILLER PIC X(4) VALUE "  O ".
           02 WS-UC-O PIC $$$$,$$$,$$9.
           02 FILLER PIC X(15) VALUE "  PDO PER CRASH".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-UC-PDO PIC $$$$,$$$,$$9.
       01 WS-Section-Line.
           02 FILLER PIC X(4) VALUE "*** ".
           02 WS-SL-Text PIC X(40).
           02 WS-SL-Continued PIC X(12).
       01 WS-Column-Head.
           02 FILLER PIC X(5) VALUE "RANK".
           02 FILLER PIC X(10) VALUE "KEY".
           02 FILLER PIC X(42) VALUE "NAME".
           02 FILLER PIC X(15) VALUE "CRASHES   FLAGS".
           02 FILLER PIC X(19) VALUE "         TOTAL COST".
           02 FILLER PIC X(16) VALUE "   AVG PER CRASH".
           02 FILLER PIC X(9) VALUE "  % TOTAL".
       01 WS-Detail-Line.
           02 WS-D-Rank PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Key PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Name PIC X(40).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Crashes PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-D-Flagged PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-D-Cost PIC $$,$$$,$$$,$$$,$$9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-D-Average PIC $$$,$$$,$$$,$$9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Percent PIC ZZ9.9.
       01 WS-Rank-Edit PIC ZZ9.
       01 WS-None-Line PIC X(40) VALUE "    (NONE)".
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(50).
           02 WS-CL-Count PIC ZZZ,ZZ9.
       01 WS-Money-Line.
           02 WS-ML-Label PIC X(50).
           02 WS-ML-Amount PIC $$,$$$,$$$,$$$,$$9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:4) TO WS-Use-Year
           PERFORM Load-Unit-Costs THRU Load-Unit-Costs-Exit
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           PERFORM Load-Person-Costs THRU Load-Person-Costs-Exit
           PERFORM Load-Corridors THRU Load-Corridors-Exit
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Crash-Cost: unable to open sorted.dat, "
                   "status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CostFile
           IF WS-Cost-Status NOT = "00"
               DISPLAY "Crash-Cost: unable to open CRASH-COST.DAT, "
                   "status " WS-Cost-Status
               CLOSE SortedFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Price-One-Crash
                       PERFORM Total-One-Crash
                           THRU Total-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE SortedFile
           CLOSE CostFile
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Crash-Cost: unable to open CRASH-COST.RPT, "
                   "status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "COST BY YEAR" TO WS-SL-Text
           MOVE "Y" TO WS-Acc-Kind
           PERFORM Write-Breakdown
           MOVE "COST BY ZONE" TO WS-SL-Text
           MOVE "Z" TO WS-Acc-Kind
           PERFORM Write-Breakdown
           MOVE "COST BY CORRIDOR" TO WS-SL-Text
           MOVE "C" TO WS-Acc-Kind
           PERFORM Write-Breakdown
           MOVE "COST BY LOCATION CODE" TO WS-SL-Text
           MOVE "L" TO WS-Acc-Kind
           PERFORM Write-Breakdown
           PERFORM Write-Costliest
           PERFORM Write-Summary
           CLOSE ReportFile
           DISPLAY "Crash-Cost: " WS-Read-Count " crashes priced at "
               WS-Unit-Year " unit costs - " WS-From-Persons
               " from person rows, " WS-From-Flags
               " from crash flags"
           IF WS-Bad-Parm-Count > ZERO OR Person-Data-Missing
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Person-Overflow > ZERO
               DISPLAY "Crash-Cost: *** WARNING *** person table "
                   "full - " WS-Person-Overflow " person row(s) not "
                   "priced; their crashes fell back to crash flags"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-Total-Overflow > ZERO
               DISPLAY "Crash-Cost: *** WARNING *** total table "
                   "full - " WS-Total-Overflow " total(s) left off "
                   "the report"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Reads every unit-cost set, then picks the one in effect for
      * USE-YEAR. No usable set at all and nothing can be priced.
       Load-Unit-Costs.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               DISPLAY "Crash-Cost: unable to open "
                   "CRASH-COST-PARMS.DAT, status " WS-Parm-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Unit-Costs-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END
                       IF ParmRec NOT = SPACE AND
                               ParmRec(1:1) NOT = "*"
                           PERFORM Load-One-Parm-Line
                               THRU Load-One-Parm-Line-Exit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile
           PERFORM VARYING WS-Set-Sub FROM 1 BY 1
                   UNTIL WS-Set-Sub > WS-Sets-Used
               IF WS-ST-Year(WS-Set-Sub) NOT > WS-Use-Year
                   IF WS-Best-Set = ZERO
                       MOVE WS-Set-Sub TO WS-Best-Set
                   ELSE
                       IF WS-ST-Year(WS-Set-Sub) NOT <
                               WS-ST-Year(WS-Best-Set)
                           MOVE WS-Set-Sub TO WS-Best-Set
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Best-Set = ZERO
               DISPLAY "Crash-Cost: no unit-cost set in "
                   "CRASH-COST-PARMS.DAT is in effect for "
                   WS-Use-Year " - nothing priced"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Unit-Costs-Exit
           END-IF
           MOVE WS-ST-Year(WS-Best-Set) TO WS-Unit-Year
           PERFORM VARYING WS-Sev-Col FROM 1 BY 1 UNTIL WS-Sev-Col > 6
               MOVE WS-ST-Cost(WS-Best-Set, WS-Sev-Col)
                   TO WS-Unit-Cost(WS-Sev-Col)
           END-PERFORM
           DISPLAY "Crash-Cost: pricing at the unit costs effective "
               WS-Unit-Year " (use year " WS-Use-Year ")".
       Load-Unit-Costs-Exit.
           EXIT.

       Load-One-Parm-Line.
           IF ParmRec(1:9) = "USE-YEAR="
               IF ParmRec(10:4) IS NUMERIC AND ParmRec(14:1) = SPACE
                   MOVE ParmRec(10:4) TO WS-Use-Year
               ELSE
                   ADD 1 TO WS-Bad-Parm-Count
                   DISPLAY "Crash-Cost: *** WARNING *** USE-YEAR "
                       "must be YYYY - this year is used"
               END-IF
               GO TO Load-One-Parm-Line-Exit
           END-IF
           MOVE SPACE TO WS-Parm-Fields
           UNSTRING ParmRec DELIMITED BY ";"
               INTO WS-PF-Text(1) WS-PF-Text(2) WS-PF-Text(3)
                   WS-PF-Text(4) WS-PF-Text(5) WS-PF-Text(6)
                   WS-PF-Text(7)
           SET Line-Is-Good TO TRUE
           MOVE WS-PF-Text(1) TO WS-Num-Text
           MOVE 4 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF NOT Number-Is-Valid OR WS-Num-Len NOT = 4
               SET Line-Is-Bad TO TRUE
           END-IF
           PERFORM VARYING WS-Field-Sub FROM 2 BY 1
                   UNTIL WS-Field-Sub > 7
               MOVE WS-PF-Text(WS-Field-Sub) TO WS-Num-Text
               MOVE 9 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               IF NOT Number-Is-Valid
                   SET Line-Is-Bad TO TRUE
               END-IF
           END-PERFORM
           IF Line-Is-Bad OR WS-Sets-Used >= 50
               ADD 1 TO WS-Bad-Parm-Count
               DISPLAY "Crash-Cost: *** WARNING *** unit-cost line "
                   "ignored (want YYYY;K;A;B;C;O;PDO): " ParmRec
               GO TO Load-One-Parm-Line-Exit
           END-IF
           ADD 1 TO WS-Sets-Used
           MOVE WS-PF-Text(1)(1:4) TO WS-ST-Year(WS-Sets-Used)
           PERFORM VARYING WS-Field-Sub FROM 2 BY 1
                   UNTIL WS-Field-Sub > 7
               MOVE WS-PF-Text(WS-Field-Sub) TO WS-Num-Text
               MOVE 9 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               COMPUTE WS-Sev-Col = WS-Field-Sub - 1
               MOVE WS-Num-Value
                   TO WS-ST-Cost(WS-Sets-Used, WS-Sev-Col)
           END-PERFORM.
       Load-One-Parm-Line-Exit.
           EXIT.

      * Digits only, up to WS-Num-Max of them, left-justified as
      * UNSTRING leaves them; blank is not a number.
       Edit-Number-Text.
           MOVE "N" TO WS-Num-Valid
           MOVE ZERO TO WS-Num-Value
           MOVE 10 TO WS-Num-Len
           PERFORM UNTIL WS-Num-Len = ZERO
                   OR WS-Num-Text(WS-Num-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Num-Len
           END-PERFORM
           IF WS-Num-Len = ZERO OR WS-Num-Len > WS-Num-Max
               GO TO Edit-Number-Text-Exit
           END-IF
           IF WS-Num-Text(1:WS-Num-Len) IS NOT NUMERIC
               GO TO Edit-Number-Text-Exit
           END-IF
           MOVE WS-Num-Text(1:WS-Num-Len) TO WS-Num-Value
           MOVE "Y" TO WS-Num-Valid.
       Edit-Number-Text-Exit.
           EXIT.

      * Sums each crash's person costs as the rows come - rows for
      * one crash can be scattered through the file. Without the
      * file every crash is priced from its own flags.
       Load-Person-Costs.
           OPEN INPUT PersonDataFile
           IF WS-Person-Status NOT = "00"
               DISPLAY "Crash-Cost: *** WARNING *** no "
                   "PERSON-DATA.DAT - every crash priced from its "
                   "crash flags"
               SET Person-Data-Missing TO TRUE
               GO TO Load-Person-Costs-Exit
           END-IF
           PERFORM UNTIL EndOfPersonFile
               READ PersonDataFile
                   AT END SET EndOfPersonFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Person-Count
                       PERFORM Cost-One-Person
                           THRU Cost-One-Person-Exit
               END-READ
           END-PERFORM
           CLOSE PersonDataFile.
       Load-Person-Costs-Exit.
           EXIT.

       Cost-One-Person.
           PERFORM VARYING WS-Sev-Col FROM 1 BY 1
                   UNTIL WS-Sev-Col > 5
                   OR WS-Sev-Codes(WS-Sev-Col:1) = PD-Severity
               CONTINUE
           END-PERFORM
           IF WS-Sev-Col > 5
               ADD 1 TO WS-Odd-Sev-Count
               MOVE 5 TO WS-Sev-Col
           END-IF
           PERFORM VARYING WS-PC-Sub FROM 1 BY 1
                   UNTIL WS-PC-Sub > WS-PC-Used
                   OR WS-PC-CrashID(WS-PC-Sub) = PD-CrashID
               CONTINUE
           END-PERFORM
           IF WS-PC-Sub > WS-PC-Used
               IF WS-PC-Used >= 5000
                   ADD 1 TO WS-Person-Overflow
                   GO TO Cost-One-Person-Exit
               END-IF
               ADD 1 TO WS-PC-Used
               MOVE PD-CrashID TO WS-PC-CrashID(WS-PC-Sub)
               MOVE ZERO TO WS-PC-Cost(WS-PC-Sub)
               MOVE ZERO TO WS-PC-Hurt(WS-PC-Sub)
           END-IF
           ADD WS-Unit-Cost(WS-Sev-Col) TO WS-PC-Cost(WS-PC-Sub)
           IF WS-Sev-Col < 5
               ADD 1 TO WS-PC-Hurt(WS-PC-Sub)
           END-IF.
       Cost-One-Person-Exit.
           EXIT.

      * C lines open a zero total for every corridor, so a corridor
      * with no crashes still prints; P lines give its points.
       Load-Corridors.
           OPEN INPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
               GO TO Load-Corridors-Exit
           END-IF
           PERFORM UNTIL EndOfCorridorFile
               READ CorridorFile
                   AT END SET EndOfCorridorFile TO TRUE
                   NOT AT END
                       PERFORM Load-One-Corridor-Line
               END-READ
           END-PERFORM
           CLOSE CorridorFile.
       Load-Corridors-Exit.
           EXIT.

       Load-One-Corridor-Line.
           MOVE SPACE TO WS-Corr-Type
           MOVE SPACE TO WS-Corr-Field-1
           MOVE SPACE TO WS-Corr-Field-2
           UNSTRING CorridorRec DELIMITED BY ";"
               INTO WS-Corr-Type WS-Corr-Field-1 WS-Corr-Field-2
           EVALUATE TRUE
               WHEN CorridorRec(1:2) = "C;" AND
                       WS-Corr-Field-1 NOT = SPACE
                   MOVE "C" TO WS-Acc-Kind
                   MOVE WS-Corr-Field-1 TO WS-Acc-Key
                   MOVE WS-Corr-Field-2 TO WS-Acc-Name
                   PERFORM Find-Total THRU Find-Total-Exit
                   IF WS-TT-Sub NOT = ZERO
                       MOVE WS-Acc-Name TO WS-TT-Name(WS-TT-Sub)
                   END-IF
               WHEN CorridorRec(1:2) = "P;" AND
                       WS-Points-Used < 2000
                   ADD 1 TO WS-Points-Used
                   MOVE WS-Corr-Field-1
                       TO WS-PT-Corridor(WS-Points-Used)
                   MOVE WS-Corr-Field-2(1:8)
                       TO WS-PT-Code(WS-Points-Used)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Person rows first; failing those the crash's own flags.
       Price-One-Crash.
           PERFORM VARYING WS-PC-Sub FROM 1 BY 1
                   UNTIL WS-PC-Sub > WS-PC-Used
                   OR WS-PC-CrashID(WS-PC-Sub) = CrashID
               CONTINUE
           END-PERFORM
           IF WS-PC-Sub NOT > WS-PC-Used
               MOVE "P" TO WS-Crash-Basis
               ADD 1 TO WS-From-Persons
               IF WS-PC-Hurt(WS-PC-Sub) > ZERO
                   MOVE WS-PC-Cost(WS-PC-Sub) TO WS-Crash-Cost
               ELSE
                   MOVE WS-Unit-Cost(6) TO WS-Crash-Cost
                   ADD 1 TO WS-PDO-Count
               END-IF
           ELSE
               MOVE "F" TO WS-Crash-Basis
               ADD 1 TO WS-From-Flags
               EVALUATE TRUE
                   WHEN FatalityBool = 1
                       MOVE WS-Unit-Cost(1) TO WS-Crash-Cost
                   WHEN InjuryBool = 1
                       MOVE WS-Unit-Cost(3) TO WS-Crash-Cost
                   WHEN OTHER
                       MOVE WS-Unit-Cost(6) TO WS-Crash-Cost
                       ADD 1 TO WS-PDO-Count
               END-EVALUATE
           END-IF
           ADD WS-Crash-Cost TO WS-Grand-Cost
           MOVE SPACE TO CostRec
           MOVE CrashID TO CC-CrashID
           MOVE LocCode TO CC-LocCode
           MOVE TYear TO CC-TYear
           MOVE TMonth TO CC-TMonth
           MOVE WS-Crash-Cost TO CC-Cost
           MOVE WS-Crash-Basis TO CC-Basis
           MOVE WS-Unit-Year TO CC-Unit-Year
           WRITE CostRec.

      * Into the year, zone and LocCode totals, and the total of
      * every corridor the location is a point of.
       Total-One-Crash.
           MOVE "Y" TO WS-Acc-Kind
           MOVE SPACE TO WS-Acc-Key
           IF TYear IS NUMERIC
               MOVE TYear TO WS-Acc-Key
           ELSE
               MOVE "(NONE)" TO WS-Acc-Key
           END-IF
           MOVE SPACE TO WS-Acc-Name
           PERFORM Add-To-Total THRU Add-To-Total-Exit
           MOVE "Z" TO WS-Acc-Kind
           MOVE SPACE TO WS-Acc-Key
           IF Zone = SPACE
               MOVE "(NONE)" TO WS-Acc-Key
           ELSE
               MOVE Zone TO WS-Acc-Key
           END-IF
           PERFORM Add-To-Total THRU Add-To-Total-Exit
           MOVE "L" TO WS-Acc-Kind
           IF LocCode = SPACE
               MOVE "(NONE)" TO WS-Acc-Key
               MOVE "NO LOCATION CODE" TO WS-Acc-Name
           ELSE
               MOVE LocCode TO WS-Acc-Key
               MOVE Loc TO WS-Acc-Name
           END-IF
           PERFORM Add-To-Total THRU Add-To-Total-Exit
           IF LocCode = SPACE
               GO TO Total-One-Crash-Exit
           END-IF
           MOVE "C" TO WS-Acc-Kind
           MOVE SPACE TO WS-Acc-Name
           PERFORM VARYING WS-Point-Sub FROM 1 BY 1
                   UNTIL WS-Point-Sub > WS-Points-Used
               IF WS-PT-Code(WS-Point-Sub) = LocCode
                   MOVE WS-PT-Corridor(WS-Point-Sub) TO WS-Acc-Key
                   PERFORM Add-To-Total THRU Add-To-Total-Exit
               END-IF
           END-PERFORM.
       Total-One-Crash-Exit.
           EXIT.

       Add-To-Total.
           PERFORM Find-Total THRU Find-Total-Exit
           IF WS-TT-Sub = ZERO
               GO TO Add-To-Total-Exit
           END-IF
           ADD 1 TO WS-TT-Crashes(WS-TT-Sub)
           IF WS-Crash-Basis = "F"
               ADD 1 TO WS-TT-Flagged(WS-TT-Sub)
           END-IF
           ADD WS-Crash-Cost TO WS-TT-Cost(WS-TT-Sub).
       Add-To-Total-Exit.
           EXIT.

      * Finds the total for WS-Acc-Kind/WS-Acc-Key, opening it at
      * zero on first sight; WS-TT-Sub comes back zero when the
      * table is full.
       Find-Total.
           PERFORM VARYING WS-TT-Sub FROM 1 BY 1
                   UNTIL WS-TT-Sub > WS-TT-Used
                   OR (WS-TT-Kind(WS-TT-Sub) = WS-Acc-Kind AND
                       WS-TT-Key(WS-TT-Sub) = WS-Acc-Key)
               CONTINUE
           END-PERFORM
           IF WS-TT-Sub NOT > WS-TT-Used
               GO TO Find-Total-Exit
           END-IF
           IF WS-TT-Used >= 5400
               ADD 1 TO WS-Total-Overflow
               MOVE ZERO TO WS-TT-Sub
               GO TO Find-Total-Exit
           END-IF
           ADD 1 TO WS-TT-Used
           MOVE WS-Acc-Kind TO WS-TT-Kind(WS-TT-Sub)
           MOVE WS-Acc-Key TO WS-TT-Key(WS-TT-Sub)
           MOVE WS-Acc-Name TO WS-TT-Name(WS-TT-Sub)
           MOVE ZERO TO WS-TT-Crashes(WS-TT-Sub)
           MOVE ZERO TO WS-TT-Flagged(WS-TT-Sub)
           MOVE ZERO TO WS-TT-Cost(WS-TT-Sub)
           MOVE SPACE TO WS-TT-Printed(WS-TT-Sub)
           MOVE SPACE TO WS-TT-Ranked(WS-TT-Sub).
       Find-Total-Exit.
           EXIT.

      * One breakdown, in key order: the lowest key not yet
      * printed, pulled again and again until none is left.
       Write-Breakdown.
           PERFORM Start-Section
           MOVE ZERO TO WS-Rank
           MOVE "N" TO WS-Pull-Switch
           PERFORM UNTIL Pull-Is-Done
               MOVE ZERO TO WS-Best-Sub
               PERFORM VARYING WS-TT-Sub FROM 1 BY 1
                       UNTIL WS-TT-Sub > WS-TT-Used
                   IF WS-TT-Kind(WS-TT-Sub) = WS-Acc-Kind AND
                           WS-TT-Printed(WS-TT-Sub) = SPACE
                       IF WS-Best-Sub = ZERO
                           MOVE WS-TT-Sub TO WS-Best-Sub
                       ELSE
                           IF WS-TT-Key(WS-TT-Sub) <
                                   WS-TT-Key(WS-Best-Sub)
                               MOVE WS-TT-Sub TO WS-Best-Sub
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Best-Sub = ZERO
                   SET Pull-Is-Done TO TRUE
               ELSE
                   ADD 1 TO WS-Rank
                   MOVE "P" TO WS-TT-Printed(WS-Best-Sub)
                   MOVE SPACE TO WS-D-Rank
                   PERFORM Write-Total-Line
               END-IF
           END-PERFORM
           IF WS-Rank = ZERO
               MOVE WS-None-Line TO WS-Print-Line
               PERFORM Print-Line
           END-IF
           MOVE "N" TO WS-Repeat-Head.

      * The 25 LocCodes with the highest total cost, dearest first;
      * crashes without a LocCode are not a location and do not
      * rank.
       Write-Costliest.
           MOVE "THE 25 COSTLIEST LOCATIONS" TO WS-SL-Text
           PERFORM Start-Section
           PERFORM VARYING WS-Rank FROM 1 BY 1 UNTIL WS-Rank > 25
               MOVE ZERO TO WS-Best-Sub
               PERFORM VARYING WS-TT-Sub FROM 1 BY 1
                       UNTIL WS-TT-Sub > WS-TT-Used
                   IF WS-TT-Kind(WS-TT-Sub) = "L" AND
                           WS-TT-Key(WS-TT-Sub) NOT = "(NONE)" AND
                           WS-TT-Ranked(WS-TT-Sub) = SPACE
                       IF WS-Best-Sub = ZERO
                           MOVE WS-TT-Sub TO WS-Best-Sub
                       ELSE
                           IF WS-TT-Cost(WS-TT-Sub) >
                                   WS-TT-Cost(WS-Best-Sub)
                               MOVE WS-TT-Sub TO WS-Best-Sub
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Best-Sub = ZERO
                   IF WS-Rank = 1
                       MOVE WS-None-Line TO WS-Print-Line
                       PERFORM Print-Line
                   END-IF
                   MOVE 26 TO WS-Rank
               ELSE
                   MOVE "R" TO WS-TT-Ranked(WS-Best-Sub)
                   MOVE WS-Rank TO WS-Rank-Edit
                   MOVE WS-Rank-Edit TO WS-D-Rank
                   PERFORM Write-Total-Line
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Repeat-Head.

       Write-Total-Line.
           MOVE WS-TT-Key(WS-Best-Sub) TO WS-D-Key
           MOVE WS-TT-Name(WS-Best-Sub) TO WS-D-Name
           MOVE WS-TT-Crashes(WS-Best-Sub) TO WS-D-Crashes
           MOVE WS-TT-Flagged(WS-Best-Sub) TO WS-D-Flagged
           MOVE WS-TT-Cost(WS-Best-Sub) TO WS-D-Cost
           MOVE ZERO TO WS-Average
           IF WS-TT-Crashes(WS-Best-Sub) > ZERO
               COMPUTE WS-Average ROUNDED =
                   WS-TT-Cost(WS-Best-Sub)
                   / WS-TT-Crashes(WS-Best-Sub)
           END-IF
           MOVE WS-Average TO WS-D-Average
           MOVE ZERO TO WS-Percent
           IF WS-Grand-Cost > ZERO
               COMPUTE WS-Percent ROUNDED =
                   WS-TT-Cost(WS-Best-Sub) * 100 / WS-Grand-Cost
           END-IF
           MOVE WS-Percent TO WS-D-Percent
           MOVE WS-Detail-Line TO WS-Print-Line
           PERFORM Print-Line.

       Write-Summary.
           MOVE "RUN TOTALS" TO WS-SL-Text
           MOVE SPACE TO WS-SL-Continued
           MOVE SPACE TO WS-Print-Line
           PERFORM Print-Line
           MOVE WS-Section-Line TO WS-Print-Line
           PERFORM Print-Line
           MOVE "CRASHES PRICED" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "  FROM PERSON-DATA.DAT SEVERITIES" TO WS-CL-Label
           MOVE WS-From-Persons TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "  FROM CRASH FLAGS (NO PERSON ROWS)" TO WS-CL-Label
           MOVE WS-From-Flags TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "  PRICED AS PROPERTY DAMAGE ONLY" TO WS-CL-Label
           MOVE WS-PDO-Count TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "PERSON ROWS READ" TO WS-CL-Label
           MOVE WS-Person-Count TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "PERSON ROWS WITH NO KABCO SEVERITY (AS O)"
               TO WS-CL-Label
           MOVE WS-Odd-Sev-Count TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "PERSON ROWS NOT PRICED (TABLE FULL)" TO WS-CL-Label
           MOVE WS-Person-Overflow TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "UNIT-COST LINES UNREADABLE (IGNORED)" TO WS-CL-Label
           MOVE WS-Bad-Parm-Count TO WS-CL-Count
           PERFORM Print-Count-Line
           MOVE "TOTAL COST OF ALL CRASHES" TO WS-ML-Label
           MOVE WS-Grand-Cost TO WS-ML-Amount
           MOVE WS-Money-Line TO WS-Print-Line
           PERFORM Print-Line.

       Print-Count-Line.
           MOVE WS-Count-Line TO WS-Print-Line
           PERFORM Print-Line.

      * A section starts on a fresh page when fewer than six lines
      * are left; its heading repeats on any page it runs onto.
       Start-Section.
           MOVE SPACE TO WS-SL-Continued
           MOVE "N" TO WS-Repeat-Head
           IF WS-Line-Count > WS-Page-Lines - 6
               PERFORM Start-Page
           ELSE
               MOVE SPACE TO WS-Print-Line
               PERFORM Print-Line
           END-IF
           MOVE WS-Section-Line TO WS-Print-Line
           PERFORM Print-Line
           MOVE WS-Column-Head TO WS-Print-Line
           PERFORM Print-Line
           MOVE " (CONTINUED)" TO WS-SL-Continued
           SET Section-Head-Repeats TO TRUE.

      * Every report line goes out through here, so no page can
      * miss its headings.
       Print-Line.
           IF WS-Line-Count >= WS-Page-Lines
               PERFORM Start-Page
               IF Section-Head-Repeats
                   MOVE WS-Section-Line TO ReportLine
                   WRITE ReportLine
                   MOVE WS-Column-Head TO ReportLine
                   WRITE ReportLine
                   ADD 2 TO WS-Line-Count
               END-IF
           END-IF
           MOVE WS-Print-Line TO ReportLine
           WRITE ReportLine
           ADD 1 TO WS-Line-Count.

      * The page heading carries the unit-cost year applied - a
      * single page torn from the report still says what dollars
      * its figures are in.
       Start-Page.
           ADD 1 TO WS-Page-Count
           IF WS-Page-Count > 1
               MOVE WS-Separator TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE WS-Today TO WS-TL-Date
           MOVE WS-Page-Count TO WS-TL-Page
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Unit-Year TO WS-UY-Year
           MOVE WS-Unit-Year TO WS-UY-Year-2
           MOVE WS-Unit-Year-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Unit-Cost(1) TO WS-UC-K
           MOVE WS-Unit-Cost(2) TO WS-UC-A
           MOVE WS-Unit-Cost(3) TO WS-UC-B
           MOVE WS-Unit-Cost(4) TO WS-UC-C
           MOVE WS-Unit-Cost(5) TO WS-UC-O
           MOVE WS-Unit-Cost(6) TO WS-UC-PDO
           MOVE WS-Unit-Cost-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE 4 TO WS-Line-Count.
